      *    - CNPJ CHECKS ARE NO LONGER INVISIBLE TO THE CPFJRNLQ
      *    EXTRACTS THE AUDITORS RUN.
      *
      *    A CNPJ THAT PASSES ITS CHECK DIGITS IS THEN RUN THROUGH
      *    THE PARTNER (QSA) LINKAGE CHECK IN CNPJQSA: IF ANY PARTNER
      *    OR ADMINISTRATOR ON THE MONTHLY RF EXTRACT (CNPJQSA.DAT,
      *    LOADED BY CNPJQSLD) IS ON THE FRAUD WATCH-LIST OR IS
      *    DECEASED, CANCELED OR SUSPENDED IN CPFSIT, THE CNPJ IS
      *    REJECTED WITH REASON 13, 14 OR 15 (SEE DOCIO). THE VERDICT
      *    IS SETTLED BEFORE JOURNALING, SO DOCREJ.DAT AND THE
      *    CPFLOGDOC JOURNAL ENTRY BOTH CARRY THE PARTNER REASON.
      *
      *    THE SENDING SOURCE SYSTEM'S VALIDATION POLICY (SEE
      *    CPFPREC/CPFPOLCY) IS APPLIED TO THE SETTLED VERDICT OF
      *    EVERY TYPED DOCUMENT, THE SAME AS IN CPFBATCH, BEFORE IT IS
      *    JOURNALED; OVERRIDES ARE JOURNALED UNDER 'CPFPOLCY'.
      *
      *    ERROR HANDLING IS GRADUATED THE WAY CPFBATCH'S IS: A
      *    RECORD THE JOB CANNOT PROCESS (SHORT/MANGLED INPUT RECORD,
      *    A FILE-STATUS GLITCH ON ONE ACCEPT/REJECT WRITE) GOES TO
      *               SUSPENSE FILE
      *        RC  8  SUSPENSE COUNT EXCEEDED THE THRESHOLD (100)
      *               AND THE RUN WAS ENDED EARLY
      *        RC 10  FILE REFUSED - A SUBMISSION ON IT WAS ALREADY
      *               PROCESSED (A RESEND)
      *        RC 12  FILE REFUSED - HEADER/TRAILER CONTROL RECORDS
      *               MISSING, OUT OF PLACE OR OUT OF BALANCE
      *        RC 16  UNRECOVERABLE (OPEN FAILURES, SUSPENSE FILE
      *               ITSELF UNWRITABLE) - SEE 9999-ABEND
      *
      *    SUBMISSION CONTROL (SEE CPFCTREC/CPFSUBMT), THE SAME AS
      *    THE CPF FEED: DOCIN.DAT CARRIES A HEADER AND TRAILER PER
      *    SUBMISSION, AND THE WHOLE FILE IS CHECKED - RECORD COUNT,
      *    SEQUENCE HASH TOTAL, SUBMISSION REGISTRY - BEFORE ANY
      *    DOCUMENT IS VALIDATED. A FILE THAT FAILS IS REFUSED WITH
      *    RC 10 OR 12 AND ITS OUTPUT FILES ARE NOT OPENED. THE
      *    SUBMISSIONS ARE REGISTERED ONLY AFTER A RUN ENDING RC 04
      *    OR BETTER. COMMAND-LINE ARGUMENT:
      *        REPROCESS      OPERATOR RERUN OF A SUBMISSION ALREADY
      *                       ON THE REGISTRY - REPORTED INSTEAD OF
      *                       REFUSED
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-RECORDS-SUSPENDED PIC 9(09) VALUE ZERO.
           05 WS-CPF-RECORDS PIC 9(09) VALUE ZERO.
           05 WS-CNPJ-RECORDS PIC 9(09) VALUE ZERO.
           05 WS-PARTNER-FLAGGED PIC 9(09) VALUE ZERO.
           05 WS-POLICY-OVERRIDES PIC 9(09) VALUE ZERO.
       01 WS-CALLING-PROGRAM PIC X(08) VALUE 'DOCBATCH'.
       01 WS-ERROR-THRESHOLD PIC 9(09) VALUE 100.
       01 WS-THRESHOLD-EXCEEDED PIC X(01) VALUE 'N'.
       01 WS-RUN-RC PIC 9(02) VALUE ZERO.
       01 WS-ARG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ARG-IDX PIC 9(02).
       01 WS-PARM PIC X(20).
       01 WS-REPROCESS-MODE PIC X(01) VALUE 'N'.
       01 WS-SUBM-FEED-ID PIC X(08) VALUE 'DOCIN'.
       01 WS-SUBM-EOF PIC X(01) VALUE 'N'.
       01 WS-SUBM-RC PIC 9(02) VALUE ZERO.
       01 WS-SUSP-POINT PIC X(25).
       01 WS-SUSP-STATUS PIC X(02).
       01 WS-QSA-REASON PIC 9(02).
       01 WS-QSA-PARTNER PIC 9(11).
       01 WS-POLICY-APPLIED PIC X(01).
       01 WS-DOC-CACHE-HIT PIC X(01) VALUE 'N'.
       01 WS-DOC-CROSS-MATCH PIC X(01) VALUE 'N'.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       COPY DOCIO.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-GET-RUN-PARMS.
           PERFORM 0900-VERIFY-SUBMISSION.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-PROCESS-FILE UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 3500-SET-RETURN-CODE.
           IF WS-RUN-RC <= 4
               CALL 'CPFSUBMTREG'
           END-IF.
           CALL 'CPFSUBMTEOJ'.
           DISPLAY 'DOCBATCH READ      : ' WS-RECORDS-READ.
           DISPLAY 'DOCBATCH CPF       : ' WS-CPF-RECORDS.
           DISPLAY 'DOCBATCH CNPJ      : ' WS-CNPJ-RECORDS.
           DISPLAY 'DOCBATCH QSA FLAGS : ' WS-PARTNER-FLAGGED.
           DISPLAY 'DOCBATCH POLICY    : ' WS-POLICY-OVERRIDES.
           DISPLAY 'DOCBATCH ACCEPTED  : ' WS-RECORDS-ACCEPTED.
           DISPLAY 'DOCBATCH REJECTED  : ' WS-RECORDS-REJECTED.
           DISPLAY 'DOCBATCH SUSPENDED : ' WS-RECORDS-SUSPENDED.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       0500-GET-RUN-PARMS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               MOVE SPACES TO WS-PARM
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-PARM FROM ARGUMENT-VALUE
               IF WS-PARM(1:9) = 'REPROCESS'
                   MOVE 'Y' TO WS-REPROCESS-MODE
               END-IF
           END-PERFORM.

       0900-VERIFY-SUBMISSION.
      * FIRST PASS OVER DOCIN.DAT THROUGH CPFSUBMT - NOTHING IS
      * VALIDATED, JOURNALED OR WRITTEN UNTIL THE WHOLE FILE HAS
      * PASSED ITS CONTROL CHECKS.
           CALL 'CPFSUBMT' USING BY REFERENCE WS-SUBM-FEED-ID
               WS-CALLING-PROGRAM.
           OPEN INPUT DOC-IN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               MOVE 'DOC-IN-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE 'N' TO WS-SUBM-EOF.
           PERFORM UNTIL WS-SUBM-EOF = 'Y'
               MOVE SPACES TO DOC-IN-RECORD
               READ DOC-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-SUBM-EOF
                   NOT AT END
                       IF WS-IN-FILE-STATUS NOT = '00'
                           AND WS-IN-FILE-STATUS NOT = '04'
                           MOVE 'DOC-IN-FILE READ FAILED'
                               TO WS-ABEND-MESSAGE
                           MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
                           PERFORM 9999-ABEND
                       END-IF
                       CALL 'CPFSUBMTREC' USING BY REFERENCE
                           DOC-IN-RECORD
               END-READ
           END-PERFORM.
           CLOSE DOC-IN-FILE.
           CALL 'CPFSUBMTEND' USING BY REFERENCE WS-REPROCESS-MODE
               WS-SUBM-RC.
           IF WS-SUBM-RC NOT = ZERO
               PERFORM 0950-REFUSE-SUBMISSION
           END-IF.

       0950-REFUSE-SUBMISSION.
           CALL 'CPFSUBMTEOJ'.
           IF WS-SUBM-RC = 10
               DISPLAY 'DOCBATCH FILE REFUSED - SUBMISSION ALREADY '
                   'PROCESSED (RERUN WITH REPROCESS IF INTENDED)'
           ELSE
               DISPLAY 'DOCBATCH FILE REFUSED - CONTROL RECORDS '
                   'DO NOT AGREE'
           END-IF.
           DISPLAY 'DOCBATCH RETURN    : ' WS-SUBM-RC.
           MOVE WS-SUBM-RC TO RETURN-CODE.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT DOC-IN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
      * ANSWER 00 WITH A PARTLY-FILLED BUFFER. OVER THE CLEARED
      * RECORD AREA THAT SHOWS UP AS A BLANK DOCUMENT OR A
      * NON-NUMERIC SEQUENCE NUMBER; SUSPEND THOSE INSTEAD OF
      * VALIDATING THEM. HEADER/TRAILER RECORDS WERE CHECKED BY
      * 0900-VERIFY-SUBMISSION AND ARE NOT INPUT - PASS OVER THEM.
           EVALUATE TRUE
               WHEN DOC-IN-SOURCE-SYSTEM = '*HEADER*'
                   OR DOC-IN-SOURCE-SYSTEM = '*TRAILER'
                   CONTINUE
               WHEN DOC-IN-SEQUENCE-NUMBER IS NUMERIC
                   AND DOC-IN-RAW NOT = SPACES
                   PERFORM 2100-VALIDATE-ONE-DOCUMENT
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-READ
                   MOVE 'DOC-IN-FILE BAD RECORD' TO WS-SUSP-POINT
                   MOVE WS-IN-FILE-STATUS TO WS-SUSP-STATUS
                   PERFORM 2400-SUSPEND-RECORD
           END-EVALUATE.

       2100-VALIDATE-ONE-DOCUMENT.
           ADD 1 TO WS-RECORDS-READ.
           EVALUATE TRUE
               WHEN DOC-TYPE-CPF
                   ADD 1 TO WS-CPF-RECORDS
                   PERFORM 2140-APPLY-SOURCE-POLICY
                   PERFORM 2150-JOURNAL-DOC-CHECK
               WHEN DOC-TYPE-CNPJ
                   ADD 1 TO WS-CNPJ-RECORDS
                   IF DOC-RETURN = 'A'
                       PERFORM 2120-CHECK-CNPJ-PARTNERS
                   END-IF
                   PERFORM 2140-APPLY-SOURCE-POLICY
                   PERFORM 2150-JOURNAL-DOC-CHECK
           END-EVALUATE.
           IF DOC-RETURN = 'A'
               END-IF
           END-IF.

       2120-CHECK-CNPJ-PARTNERS.
      * THE PARTNER CPF IS NOT PUT INTO DOC-STATUS - THE STATUS TEXT
      * LANDS IN THE JOURNAL, WHERE A CNPJ ENTRY IS NEVER PROTECTED,
      * AND THE ONBOARDING TEAM CAN FIND THE PARTNER FROM THE QSA
      * EXTRACT.
           CALL 'CNPJQSA' USING DOC-RAW WS-QSA-REASON WS-QSA-PARTNER.
           IF WS-QSA-REASON NOT = ZERO
               ADD 1 TO WS-PARTNER-FLAGGED
               MOVE 'R' TO DOC-RETURN
               MOVE WS-QSA-REASON TO DOC-REASON-CODE
               EVALUATE WS-QSA-REASON
                   WHEN 13
                       MOVE 'INVALID - PARTNER ON FRAUD WATCH-LIST'
                           TO DOC-STATUS
                   WHEN 14
                       MOVE 'INVALID - PARTNER RF HOLDER DECEASED'
                           TO DOC-STATUS
                   WHEN OTHER
                       MOVE 'INVALID - PARTNER RF SITUATION IRREGULAR'
                           TO DOC-STATUS
               END-EVALUATE
           END-IF.

       2140-APPLY-SOURCE-POLICY.
      * THE SENDING SOURCE'S POLICY, IF COMPLIANCE HAS ONE ON FILE
      * FOR THIS REASON, DECIDES THE FINAL VERDICT (SEE CPFPREC/
      * CPFPOLCY) - AFTER THE PARTNER CHECK, BEFORE THE JOURNAL
      * ENTRY, SAME PLACE CPFBATCH APPLIES IT. CPFPOLCY JOURNALS ANY
      * OVERRIDE ITSELF. THE SOURCE IS NAMED TO CPFLOG FIRST SO THAT
      * ENTRY AND THE CHECK ENTRY BELOW BOTH CARRY IT; DOCBATCH HAS NO
      * CACHE AND NO HOLDER CROSS-MATCH, SO BOTH FLAGS STAY 'N'.
           CALL 'CPFLOGATTR' USING BY REFERENCE DOC-IN-SOURCE-SYSTEM
               WS-DOC-CACHE-HIT WS-DOC-CROSS-MATCH.
           CALL 'CPFPOLDOC' USING BY REFERENCE DOC-IN-SOURCE-SYSTEM
               DOC-INPUT-OUTPUT WS-CALLING-PROGRAM WS-POLICY-APPLIED.
           IF WS-POLICY-APPLIED = 'Y'
               ADD 1 TO WS-POLICY-OVERRIDES
           END-IF.

       2150-JOURNAL-DOC-CHECK.
      * THE COMPLIANCE JOURNAL MUST SEE EVERY DOCUMENT CHECK, CNPJ
      * INCLUDED (SEE THE CPFJRNL COPY BOOK). THE RESULT IS ALREADY
           CALL 'CPFLOGEOJ'.
           CALL 'CPFSITEOJ'.
           CALL 'CPFWATCHEOJ'.
           CALL 'CNPJQSAEOJ'.
           CALL 'CPFPOLEOJ'.

       3500-SET-RETURN-CODE.
           EVALUATE TRUE
