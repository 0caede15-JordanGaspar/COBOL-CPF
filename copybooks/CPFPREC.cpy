      *****************************************************************
      *    CPFPREC - RECORD LAYOUT FOR THE PER-SOURCE VALIDATION
      *    POLICY TABLE (CPFPOL.DAT, A VSAM KSDS KEYED ON THE SOURCE
      *    SYSTEM, THE REASON CODE AND THE EFFECTIVE DATE). COMPLIANCE
      *    MAINTAINS IT THROUGH CPFPOLLD; CPFPOLCY READS IT DURING
      *    CPFBATCH AND DOCBATCH VALIDATION.
      *
      *    EACH ENTRY SAYS WHAT A SOURCE SYSTEM WANTS DONE WITH A
      *    RECORD CARRYING ONE REASON CODE, FROM THE EFFECTIVE DATE
      *    (YYYYMMDD) ONWARD:
      *        'R'  REJECT
      *        'W'  WARN AND ACCEPT - RETURN 'A', REASON KEPT
      *        'A'  ACCEPT - RETURN 'A', REASON CLEARED TO 00
      *    SEVERAL DATED ENTRIES MAY EXIST FOR ONE SOURCE AND REASON;
      *    THE ONE IN FORCE IS THE LATEST WHOSE EFFECTIVE DATE IS NOT
      *    AFTER THE RUN DATE. A GENERIC START ON SOURCE AND REASON
      *    WITH POL-EFFECTIVE-DATE AT LOW-VALUES POSITIONS ON THE
      *    OLDEST. NO ENTRY MEANS THE BUILT-IN RULES STAND.
      *
      *    ONLY THE SITUATION, WATCH-LIST, HOLDER CROSS-MATCH, PARTNER
      *    AND FISCAL-REGION CODES (06-08, 10-16 - SEE CPFIO/DOCIO)
      *    ARE OPEN TO POLICY. A STRUCTURALLY INVALID NUMBER (01-05)
      *    OR AN UNDETERMINABLE DOCUMENT (09) IS NEVER ACCEPTED,
      *    WHATEVER A SOURCE MIGHT ASK FOR.
      *****************************************************************
       01  CPF-POLICY-RECORD.
           05  POL-KEY.
               10  POL-SOURCE-SYSTEM       PIC X(08).
               10  POL-REASON-CODE         PIC 9(02).
               10  POL-EFFECTIVE-DATE      PIC X(08).
           05  POL-ACTION                  PIC X(01).
               88  POL-ACTION-REJECT           VALUE 'R'.
               88  POL-ACTION-WARN             VALUE 'W'.
               88  POL-ACTION-ACCEPT           VALUE 'A'.
           05  POL-ENTERED-BY              PIC X(08).
           05  POL-ENTERED-DATE            PIC X(08).
           05  POL-NOTE                    PIC X(40).
