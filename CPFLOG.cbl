       01 WS-PROT-NORM-REASON PIC 9(02).
       01 WS-PROT-MASKED PIC X(14).
       01 WS-PROT-SURROGATE PIC X(12).
      * CHARGEBACK ATTRIBUTION (SEE CPFJRNL) - SET BY THE CALLER
      * THROUGH CPFLOGATTR AND CARRIED ON EVERY ENTRY WRITTEN UNTIL
      * IT IS SET AGAIN. A CALLER THAT NEVER SETS IT JOURNALS SPACES.
       01 WS-ATTR-SOURCE-SYSTEM PIC X(08) VALUE SPACES.
       01 WS-ATTR-CACHE-HIT PIC X(01) VALUE SPACE.
       01 WS-ATTR-CROSS-MATCH PIC X(01) VALUE SPACE.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       LINKAGE SECTION.
           COPY CPFIO.
           COPY DOCIO.
       01 LOG-CALLING-PROGRAM PIC X(08).
       01 LOG-SOURCE-SYSTEM PIC X(08).
       01 LOG-CACHE-HIT PIC X(01).
       01 LOG-CROSS-MATCH PIC X(01).
       PROCEDURE DIVISION USING CPF-INPUT-OUTPUT LOG-CALLING-PROGRAM.
           CALL 'CPF' USING BY REFERENCE CPF-RAW.
           PERFORM ENSURE-JOURNAL-OPEN.
           MOVE CPF-RETURN TO JRNL-CPF-RETURN.
           MOVE CPF-REASON-CODE TO JRNL-CPF-REASON-CODE.
           MOVE CPF-STATUS TO JRNL-CPF-STATUS.
           MOVE WS-ATTR-SOURCE-SYSTEM TO JRNL-SOURCE-SYSTEM.
           MOVE WS-ATTR-CACHE-HIT TO JRNL-CACHE-HIT.
           MOVE WS-ATTR-CROSS-MATCH TO JRNL-CROSS-MATCH.
           MOVE CPF-RAW TO WS-PROT-RAW.
           PERFORM PROTECT-JOURNAL-ENTRY.
           WRITE CPF-JOURNAL-RECORD.
           MOVE DOC-RETURN TO JRNL-CPF-RETURN.
           MOVE DOC-REASON-CODE TO JRNL-CPF-REASON-CODE.
           MOVE DOC-STATUS TO JRNL-CPF-STATUS.
           MOVE WS-ATTR-SOURCE-SYSTEM TO JRNL-SOURCE-SYSTEM.
           MOVE WS-ATTR-CACHE-HIT TO JRNL-CACHE-HIT.
           MOVE WS-ATTR-CROSS-MATCH TO JRNL-CROSS-MATCH.
           MOVE DOC-RAW(1:15) TO WS-PROT-RAW.
           PERFORM PROTECT-JOURNAL-ENTRY.
           WRITE CPF-JOURNAL-RECORD.
           END-IF.
           GOBACK.

       ENTRY 'CPFLOGATTR' USING LOG-SOURCE-SYSTEM LOG-CACHE-HIT
           LOG-CROSS-MATCH.
      * THE BATCH DRIVERS NAME THE SOURCE SYSTEM BEHIND THE NEXT
      * ENTRIES AND HOW THE CHECK WAS ANSWERED, SO THE MONTHLY
      * CHARGEBACK (CPFCHGB) CAN BILL EACH ENTRY TO WHOEVER CAUSED
      * IT. ANY POLICY OVERRIDE ENTRY CPFPOLCY WRITES FOR THE SAME
      * RECORD CARRIES THE SAME ATTRIBUTION.
           MOVE LOG-SOURCE-SYSTEM TO WS-ATTR-SOURCE-SYSTEM.
           MOVE LOG-CACHE-HIT TO WS-ATTR-CACHE-HIT.
           MOVE LOG-CROSS-MATCH TO WS-ATTR-CROSS-MATCH.
           GOBACK.

       ENTRY 'CPFLOGEOJ'.
           IF WS-JRNL-FILE-OPEN = 'Y'
               CLOSE CPF-JOURNAL-FILE
