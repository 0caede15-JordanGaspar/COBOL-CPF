       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJQSA.
      *****************************************************************
      *    CNPJQSA - CNPJ PARTNER (QSA) LINKAGE CHECK. READS THE
      *    INDEXED CNPJQSA.DAT BUILT MONTHLY BY CNPJQSLD, AND FOR A
      *    CNPJ THAT HAS ALREADY PASSED ITS CHECK DIGITS RUNS EVERY
      *    PARTNER CPF ON FILE FOR THAT COMPANY THROUGH THE SAME
      *    CPFWATCH AND CPFSIT LOOKUPS THE CPF FEED USES. A SHELL
      *    COMPANY FRONTED BY A FLAGGED OR DEAD PERSON'S CPF IS
      *    STRUCTURALLY VALID, SO THE CHECK DIGITS ALONE NEVER CATCH
      *    IT. QSA-LOOKUP-REASON COMES BACK AS:
      *        00  NO PARTNER FLAGGED (INCLUDING A CNPJ WITH NO
      *            PARTNERS ON FILE, OR NO PARTNER FILE YET - A SITE
      *            THAT HAS NOT LOADED AN EXTRACT MUST NOT HAVE EVERY
      *            CNPJ FAIL)
      *        13  A PARTNER IS ON THE FRAUD WATCH-LIST
      *        14  A PARTNER IS DECEASED AT RF
      *        15  A PARTNER'S RF SITUATION IS SUSPENDED OR CANCELED
      *    WHEN SEVERAL PARTNERS ARE FLAGGED THE LOWEST CODE WINS
      *    (WATCH-LIST, THEN DECEASED, THEN SUSPENDED/CANCELED), AND
      *    QSA-LOOKUP-PARTNER RETURNS THE PARTNER CPF BEHIND IT.
      *    QSA-LOOKUP-CNPJ TAKES THE DOCUMENT AS SUBMITTED (DOC-RAW) -
      *    PUNCTUATION IS STRIPPED HERE THE SAME WAY CNPJ DOES IT.
      *    ENTRY 'CNPJQSAEOJ' CLOSES THE FILE AT END OF JOB; THE
      *    CALLER STILL CLOSES CPFWATCH AND CPFSIT THROUGH THEIR OWN
      *    EOJ ENTRIES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNPJ-PARTNER-FILE ASSIGN TO "CNPJQSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QSA-KEY
               FILE STATUS IS WS-QSA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CNPJ-PARTNER-FILE.
           COPY CNPJQREC.
       WORKING-STORAGE SECTION.
       01 WS-QSA-FILE-STATUS PIC X(02).
       01 WS-QSA-FILE-OPEN PIC X(01) VALUE 'N'.
       01 WS-QSA-FILE-MISSING PIC X(01) VALUE 'N'.
       01 WS-QSA-EOF PIC X(01).
       01 WS-CNPJ-CLEAN PIC 9(14).
       01 WS-CNPJ-DIGITS REDEFINES WS-CNPJ-CLEAN.
           05 WS-CNPJ-DIGIT PIC 9 OCCURS 14 TIMES.
       01 WS-WORK.
           05 WS-POS PIC 9(02).
           05 WS-COUNT PIC 9(02).
           05 WS-CHAR PIC X(01).
           05 WS-BAD-CHAR-FOUND PIC X(01).
       01 WS-PARTNER-CPF PIC 9(11).
       01 WS-WATCH-FLAG PIC X(01).
       01 WS-SIT-STATUS PIC X(01).
       01 WS-PARTNER-REASON PIC 9(02).
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       LINKAGE SECTION.
       01 QSA-LOOKUP-CNPJ PIC X(18).
       01 QSA-LOOKUP-REASON PIC 9(02).
       01 QSA-LOOKUP-PARTNER PIC 9(11).
       PROCEDURE DIVISION USING QSA-LOOKUP-CNPJ QSA-LOOKUP-REASON
           QSA-LOOKUP-PARTNER.
           PERFORM ENSURE-PARTNER-FILE-OPEN.
           PERFORM CHECK-CNPJ-PARTNERS.
           GOBACK.

       ENSURE-PARTNER-FILE-OPEN.
           IF WS-QSA-FILE-OPEN = 'N' AND WS-QSA-FILE-MISSING = 'N'
               OPEN INPUT CNPJ-PARTNER-FILE
               EVALUATE WS-QSA-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-QSA-FILE-OPEN
                   WHEN '35'
                       MOVE 'Y' TO WS-QSA-FILE-MISSING
                   WHEN OTHER
                       MOVE 'CNPJ-PARTNER-FILE OPEN FAILED'
                           TO WS-ABEND-MESSAGE
                       MOVE WS-QSA-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9999-ABEND
               END-EVALUATE
           END-IF.

       CLEAN-CNPJ-RAW.
           MOVE ZERO TO WS-CNPJ-CLEAN.
           MOVE ZERO TO WS-COUNT.
           MOVE SPACE TO WS-BAD-CHAR-FOUND.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 18
               MOVE QSA-LOOKUP-CNPJ(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = '.' OR WS-CHAR = '-'
                            OR WS-CHAR = '/' OR WS-CHAR = SPACE
                       CONTINUE
                   WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
                       ADD 1 TO WS-COUNT
                       IF WS-COUNT <= 14
                           MOVE WS-CHAR TO WS-CNPJ-DIGIT(WS-COUNT)
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-BAD-CHAR-FOUND
               END-EVALUATE
           END-PERFORM.

       CHECK-ONE-PARTNER.
      * SAME PRECEDENCE AS THE CPF SUBROUTINE: THE WATCH-LIST IS
      * CHECKED AHEAD OF THE RF SITUATION.
           MOVE ZERO TO WS-PARTNER-REASON.
           MOVE QSA-PARTNER-CPF TO WS-PARTNER-CPF.
           CALL 'CPFWATCH' USING WS-PARTNER-CPF WS-WATCH-FLAG.
           IF WS-WATCH-FLAG = 'Y'
               MOVE 13 TO WS-PARTNER-REASON
           ELSE
               CALL 'CPFSIT' USING WS-PARTNER-CPF WS-SIT-STATUS
               EVALUATE WS-SIT-STATUS
                   WHEN 'D'
                       MOVE 14 TO WS-PARTNER-REASON
                   WHEN 'S'
                   WHEN 'C'
                       MOVE 15 TO WS-PARTNER-REASON
               END-EVALUATE
           END-IF.
           IF WS-PARTNER-REASON NOT = ZERO
               IF QSA-LOOKUP-REASON = ZERO
                   OR WS-PARTNER-REASON < QSA-LOOKUP-REASON
                   MOVE WS-PARTNER-REASON TO QSA-LOOKUP-REASON
                   MOVE WS-PARTNER-CPF TO QSA-LOOKUP-PARTNER
               END-IF
           END-IF.

       CHECK-CNPJ-PARTNERS.
           MOVE ZERO TO QSA-LOOKUP-REASON.
           MOVE ZERO TO QSA-LOOKUP-PARTNER.
           IF WS-QSA-FILE-OPEN = 'Y'
               PERFORM CLEAN-CNPJ-RAW
               IF WS-BAD-CHAR-FOUND = SPACE AND WS-COUNT = 14
                   MOVE WS-CNPJ-CLEAN TO QSA-CNPJ-KEY
                   MOVE ZERO TO QSA-PARTNER-CPF
                   MOVE 'N' TO WS-QSA-EOF
                   START CNPJ-PARTNER-FILE KEY IS >= QSA-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-QSA-EOF
                   END-START
                   PERFORM UNTIL WS-QSA-EOF = 'Y'
                       READ CNPJ-PARTNER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-QSA-EOF
                           NOT AT END
                               IF QSA-CNPJ-KEY NOT = WS-CNPJ-CLEAN
                                   MOVE 'Y' TO WS-QSA-EOF
                               ELSE
                                   PERFORM CHECK-ONE-PARTNER
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           GOBACK.

       ENTRY 'CNPJQSAEOJ'.
           IF WS-QSA-FILE-OPEN = 'Y'
               CLOSE CNPJ-PARTNER-FILE
               MOVE 'N' TO WS-QSA-FILE-OPEN
           END-IF.
           GOBACK.

       9999-ABEND.
      * AN OPEN FAILURE OTHER THAN FILE-NOT-FOUND MEANS THE PARTNER
      * FILE EXISTS BUT CANNOT BE READ - LIMPING ON WOULD QUIETLY
      * ACCEPT THE COMPANIES THE CHECK EXISTS TO STOP.
           DISPLAY 'CNPJQSA ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
