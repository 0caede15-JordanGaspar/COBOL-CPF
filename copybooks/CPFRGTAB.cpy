      *****************************************************************
      *    CPFRGTAB - RECEITA FEDERAL FISCAL REGIONS BY THE NINTH
      *    DIGIT OF THE CPF. THE DIGIT BEFORE THE TWO CHECK DIGITS
      *    NAMES THE FISCAL REGION WHERE THE NUMBER WAS ISSUED:
      *        1  01A RF   DF GO MS MT TO
      *        2  02A RF   AC AM AP PA RO RR
      *        3  03A RF   CE MA PI
      *        4  04A RF   AL PB PE RN
      *        5  05A RF   BA SE
      *        6  06A RF   MG
      *        7  07A RF   ES RJ
      *        8  08A RF   SP
      *        9  09A RF   PR SC
      *        0  10A RF   RS
      *    THE TABLE IS SUBSCRIPTED BY THE DIGIT PLUS ONE, SO ENTRY 1
      *    IS DIGIT 0. VALUES ARE LOADED THROUGH CPF-REGION-VALUES AND
      *    READ BACK AS A TABLE THROUGH THE REDEFINES BELOW; UNUSED UF
      *    SLOTS ARE SPACES.
      *****************************************************************
       01 CPF-REGION-VALUES.
           05 FILLER PIC X(14) VALUE '10RS          '.
           05 FILLER PIC X(14) VALUE '01DFGOMSMTTO  '.
           05 FILLER PIC X(14) VALUE '02ACAMAPPARORR'.
           05 FILLER PIC X(14) VALUE '03CEMAPI      '.
           05 FILLER PIC X(14) VALUE '04ALPBPERN    '.
           05 FILLER PIC X(14) VALUE '05BASE        '.
           05 FILLER PIC X(14) VALUE '06MG          '.
           05 FILLER PIC X(14) VALUE '07ESRJ        '.
           05 FILLER PIC X(14) VALUE '08SP          '.
           05 FILLER PIC X(14) VALUE '09PRSC        '.
       01 CPF-REGION-TABLE REDEFINES CPF-REGION-VALUES.
           05 CPF-REGION-ENTRY OCCURS 10 TIMES.
               10 CPF-REGION-RF PIC 9(02).
               10 CPF-REGION-UF PIC X(02) OCCURS 6 TIMES.
