      *****************************************************************
      *    CPFIMREC - INTRADAY CONSOLIDATION CONTROL RECORD
      *    (CPFIDMCT.DAT, ONE RECORD, REWRITTEN WHOLE). OWNED BY
      *    CPFIDMRG: THE RANGE OF DROPS THE LAST NIGHT'S RUN APPENDED
      *    TO THE NIGHT FILES, AND THAT NIGHT'S RUN DATE.
      *
      *    THE NEXT RUN STARTS FROM IMC-LAST-DROP + 1 ONCE CPFMSTR
      *    HAS ENDED CLEAN AFTER IMC-END-TIMESTAMP - THE RANGE IS IN
      *    THE MASTER. UNTIL THEN (CPFBATCH OR CPFMERGE WAS RERUN AND
      *    REBUILT THE NIGHT FILES WITHOUT THE DROPS) IT STARTS AGAIN
      *    FROM IMC-FIRST-DROP, SO EACH DROP REACHES THE MASTER
      *    EXACTLY ONCE. IMC-FIRST-DROP GREATER THAN IMC-LAST-DROP
      *    MEANS THE NIGHT HAD NO DROPS.
      *
      *    CPFBAL READS THE RANGE TO FIND THE DROPS WHOSE JOURNAL
      *    ENTRIES AND RUN-CONTROL COUNTS BELONG TO TONIGHT'S BALANCE.
      *****************************************************************
       01  CPF-CONSOL-CONTROL-RECORD.
           05  IMC-RUN-DATE                PIC X(08).
           05  IMC-FIRST-DROP              PIC 9(06).
           05  IMC-LAST-DROP               PIC 9(06).
           05  IMC-END-TIMESTAMP           PIC X(14).
