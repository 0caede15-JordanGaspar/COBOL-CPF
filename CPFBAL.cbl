      *    THE SUSPENSE COUNT IS PRINTED FOR THE MORNING CHECK BUT
      *    NOT COMPARED - SUSPENDED RECORDS NEVER REACH THE HISTORY
      *    RECORD OR THE JOURNAL.
      *
      *    INTRADAY DROPS (SEE CPFINTRA/CPFIDMRG): WHEN TONIGHT'S
      *    CPFIDMRG APPENDED A RANGE OF DROPS TO THE NIGHT FILES
      *    (CPFIDMCT.DAT, SEE CPFIMREC), EACH DROP IT TOOK (RC 04 OR
      *    BETTER) ADDS THE READ COUNT ON ITS RUN-CONTROL ENTRY
      *    (STEP IDnnnnnn) TO THE RUN-CONTROL SIDE, AND THE ENTRY'S
      *    START-TO-END WINDOW SELECTS THE 'CPFINTRA' JOURNAL ENTRIES
      *    IT WROTE - WHICH MAY BE DATED ANY TIME SINCE THE PREVIOUS
      *    NIGHT, SO THE CPFBATCH DATE FLOOR CANNOT BE USED FOR
      *    THEM. THE FILES ARE THEN PROVED AGAINST CPFBATCH PLUS
      *    CPFINTRA JOURNAL ENTRIES.
      *
      *    THE OUTCOME IS ALSO RECORDED ON CPFRUNC.DAT AS STEP CPFBAL
      *    (COUNT = ACCEPTED + REJECTED, RC 00 IN BALANCE OR 08 OUT
      *    OF BALANCE) SO THE CPFD DASHBOARD CAN SHOW IT WITHOUT
      *    ANYONE READING SYSOUT. AN ABEND LEAVES THE ENTRY AT THE
      *    IN-FLIGHT MARKER, WHICH THE DASHBOARD FLAGS ONCE IT AGES
      *    PAST ITS THRESHOLD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CPF-JOURNAL-FILE ASSIGN TO "CPFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT CPF-CONSOL-CONTROL-FILE ASSIGN TO "CPFIDMCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CPF-ACCEPT-FILE.
               ==PREFIX-CPF-RETURN== BY ==ACC-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==ACC-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==ACC-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==ACC-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==ACC-CPF-REGION==.
       FD CPF-REJECT-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==REJ-OUTPUT-RECORD==
               ==PREFIX-CPF-RETURN== BY ==REJ-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==REJ-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==REJ-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==REJ-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==REJ-CPF-REGION==.
       FD CPF-SUSPENSE-FILE.
           COPY CPFSUSP REPLACING ==PREFIX-SUSP-RECORD==
               BY ==SUSP-RECORD==
           COPY CPFHREC.
       FD CPF-JOURNAL-FILE.
           COPY CPFJRNL.
       FD CPF-CONSOL-CONTROL-FILE.
           COPY CPFIMREC.
       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS PIC X(02).
       01 WS-REJ-FILE-STATUS PIC X(02).
       01 WS-SUSP-FILE-STATUS PIC X(02).
       01 WS-HIST-FILE-STATUS PIC X(02).
       01 WS-JRNL-FILE-STATUS PIC X(02).
       01 WS-IMC-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01).
       01 WS-HIST-FOUND PIC X(01) VALUE 'N'.
       01 WS-LAST-HIST.
           05 WS-REJ-COUNT PIC 9(09) VALUE ZERO.
           05 WS-SUSP-COUNT PIC 9(09) VALUE ZERO.
           05 WS-JRNL-WINDOW-COUNT PIC 9(09) VALUE ZERO.
           05 WS-JRNL-INTRA-COUNT PIC 9(09) VALUE ZERO.
           05 WS-JRNL-TOTAL-COUNT PIC 9(09) VALUE ZERO.
           05 WS-FILE-PROCESSED PIC 9(09) VALUE ZERO.
       01 WS-IMBALANCES PIC 9(02) VALUE ZERO.
      * RUN-CONTROL CROSS-CHECK FIELDS - CPFBATCH RECORDS ITS
       01 WS-RUNC-TOTAL-READ PIC 9(09) VALUE ZERO.
       01 WS-RUNC-ENTRIES PIC 9(01) VALUE ZERO.
       01 WS-FILE-TOTAL PIC 9(09).
       01 WS-BAL-STEP PIC X(08) VALUE 'CPFBAL'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
       01 WS-BAL-RC PIC 9(02) VALUE ZERO.
      * WINDOW BRACKETING (SEE THE BANNER): A RUN-CONTROL ENTRY
      * BELONGS TO TONIGHT WHEN IT ENDED BETWEEN 24 HOURS BEFORE
      * THE HISTORY STAMP AND THE STAMP ITSELF - A PARTITION ENTRY
       01 WS-PREV-DATE PIC 9(08).
       01 WS-EARLIEST-START PIC X(14) VALUE HIGH-VALUES.
       01 WS-WINDOW-FLOOR PIC X(08).
      * INTRADAY DROP WINDOWS (SEE THE BANNER), IN DROP ORDER - AND
      * SO IN TIME ORDER, AS THE JOURNAL IS. 3100 WALKS THEM WITH
      * ONE MOVING POINTER AS IT READS THE JOURNAL.
       01 WS-INTRA-STEP PIC X(08) VALUE 'CPFIDMRG'.
       01 WS-DROP-STEP.
           05 FILLER PIC X(02) VALUE 'ID'.
           05 WS-DROP-STEP-SEQ PIC 9(06).
       01 WS-DROP-SEQ PIC 9(06).
       01 WS-INTRA-FIRST PIC 9(06) VALUE 1.
       01 WS-INTRA-LAST PIC 9(06) VALUE ZERO.
       01 WS-INTRA-TOTAL-READ PIC 9(09) VALUE ZERO.
       01 WS-INTRA-MAX PIC 9(04) VALUE 2000.
       01 WS-INTRA-COUNT PIC 9(04) VALUE ZERO.
       01 WS-INTRA-IDX PIC 9(04) VALUE 1.
       01 WS-INTRA-TABLE.
           05 WS-INTRA-WINDOW OCCURS 2000 TIMES.
               10 WS-INTRA-START-TS PIC X(14).
               10 WS-INTRA-END-TS PIC X(14).
       01 WS-JRNL-STAMP PIC X(14).
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
           DISPLAY '========================================'.
           DISPLAY 'CPFBAL - END-OF-NIGHT BALANCE REPORT'.
           DISPLAY '========================================'.
           CALL 'CPFRUNC' USING BY REFERENCE WS-BAL-STEP WS-NO-PART.
           PERFORM 1000-COUNT-ACCEPT-FILE.
           PERFORM 1100-COUNT-REJECT-FILE.
           PERFORM 1200-COUNT-SUSPENSE-FILE.
           PERFORM 4000-COMPARE-AND-REPORT.
           IF WS-IMBALANCES = ZERO
               DISPLAY 'CPFBAL - RUN IS IN BALANCE'
               MOVE 0 TO WS-BAL-RC
           ELSE
               DISPLAY 'CPFBAL - ' WS-IMBALANCES
                   ' IMBALANCE(S) - HOLD DOWNSTREAM DISTRIBUTION'
               MOVE 8 TO WS-BAL-RC
           END-IF.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-BAL-STEP
               WS-NO-PART WS-FILE-PROCESSED WS-BAL-RC.
           CALL 'CPFRUNCEOJ'.
           MOVE WS-BAL-RC TO RETURN-CODE.
           DISPLAY '========================================'.
           STOP RUN.

                       AND JRNL-TIMESTAMP(1:8) >= WS-WINDOW-FLOOR
                       ADD 1 TO WS-JRNL-WINDOW-COUNT
                   END-IF
                   IF JRNL-CALLING-PROGRAM = 'CPFINTRA'
                       AND WS-INTRA-COUNT > 0
                       PERFORM 3150-MATCH-DROP-WINDOW
                   END-IF
           END-READ.

       3150-MATCH-DROP-WINDOW.
      * STEP PAST THE WINDOWS THAT ENDED BEFORE THIS ENTRY; THE
      * ENTRY BELONGS TO TONIGHT WHEN THE NEXT WINDOW HAS STARTED.
           MOVE JRNL-TIMESTAMP(1:14) TO WS-JRNL-STAMP.
           PERFORM UNTIL WS-INTRA-IDX > WS-INTRA-COUNT
                   OR WS-JRNL-STAMP <= WS-INTRA-END-TS(WS-INTRA-IDX)
               ADD 1 TO WS-INTRA-IDX
           END-PERFORM.
           IF WS-INTRA-IDX <= WS-INTRA-COUNT
               AND WS-JRNL-STAMP >= WS-INTRA-START-TS(WS-INTRA-IDX)
               ADD 1 TO WS-JRNL-INTRA-COUNT
           END-IF.

       3500-FETCH-RUN-CONTROL.
      * SUM THE RECORDS-READ COUNTS OF EVERY CPFBATCH INSTANCE
      * (UNPARTITIONED PLUS PART=1-4) WHOSE RUN-CONTROL ENTRY ENDED
           PERFORM 3600-FETCH-ONE-ENTRY
               VARYING WS-RUNC-PART-IDX FROM 1 BY 1
               UNTIL WS-RUNC-PART-IDX > 5.
           PERFORM 3700-FETCH-INTRADAY-DROPS.
           CALL 'CPFRUNCEOJ'.
           IF WS-RUNC-ENTRIES > 0
               AND WS-EARLIEST-START NOT = HIGH-VALUES
               END-IF
           END-IF.

       3700-FETCH-INTRADAY-DROPS.
      * ONLY A CPFIDMRG THAT ENDED INSIDE TONIGHT'S BRACKET SPEAKS
      * FOR THE NIGHT FILES; ITS CONTROL RECORD GIVES THE RANGE.
           CALL 'CPFRUNCGET' USING BY REFERENCE WS-INTRA-STEP
               WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
               WS-RUNC-END-TS WS-RUNC-COUNT WS-RUNC-RC
               WS-RUNC-FOUND.
           IF WS-RUNC-FOUND = 'Y'
               AND WS-RUNC-END-TS NOT = SPACES
               AND WS-RUNC-END-TS <= WS-HIST-STAMP
               AND WS-RUNC-END-TS >= WS-FLOOR-STAMP
               OPEN INPUT CPF-CONSOL-CONTROL-FILE
               IF WS-IMC-FILE-STATUS = '00'
                   READ CPF-CONSOL-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE IMC-FIRST-DROP TO WS-INTRA-FIRST
                           MOVE IMC-LAST-DROP TO WS-INTRA-LAST
                   END-READ
                   CLOSE CPF-CONSOL-CONTROL-FILE
               END-IF
           END-IF.
           IF WS-INTRA-LAST >= WS-INTRA-FIRST
               PERFORM 3750-FETCH-ONE-DROP
                   VARYING WS-DROP-SEQ FROM WS-INTRA-FIRST BY 1
                   UNTIL WS-DROP-SEQ > WS-INTRA-LAST
           END-IF.

       3750-FETCH-ONE-DROP.
      * THE SAME TEST CPFIDMRG APPLIED: AN ENDED DROP AT RC 04 OR
      * BETTER WAS APPENDED; AN RC 08 (HELD), REFUSED OR UNUSABLE
      * ONE WAS NOT.
           MOVE WS-DROP-SEQ TO WS-DROP-STEP-SEQ.
           CALL 'CPFRUNCGET' USING BY REFERENCE WS-DROP-STEP
               WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
               WS-RUNC-END-TS WS-RUNC-COUNT WS-RUNC-RC
               WS-RUNC-FOUND.
           IF WS-RUNC-FOUND = 'Y'
               AND WS-RUNC-END-TS NOT = SPACES
               AND WS-RUNC-RC <= 4
               IF WS-INTRA-COUNT >= WS-INTRA-MAX
                   MOVE 'TOO MANY INTRADAY DROPS IN ONE NIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-INTRA-COUNT
               MOVE WS-RUNC-START-TS
                   TO WS-INTRA-START-TS(WS-INTRA-COUNT)
               MOVE WS-RUNC-END-TS
                   TO WS-INTRA-END-TS(WS-INTRA-COUNT)
               ADD WS-RUNC-COUNT TO WS-INTRA-TOTAL-READ
           END-IF.

       4000-COMPARE-AND-REPORT.
           COMPUTE WS-FILE-PROCESSED = WS-ACC-COUNT + WS-REJ-COUNT.
           DISPLAY 'RUN WINDOW FROM ' WS-WINDOW-FLOOR
               ADD 1 TO WS-IMBALANCES
               DISPLAY '*** OUT OF BALANCE - FILES VS HISTORY TOTAL'
           END-IF.
           COMPUTE WS-JRNL-TOTAL-COUNT = WS-JRNL-WINDOW-COUNT
               + WS-JRNL-INTRA-COUNT.
           DISPLAY 'JOURNAL IN WINDOW    : ' WS-JRNL-WINDOW-COUNT.
           IF WS-INTRA-COUNT > 0
               DISPLAY 'JOURNAL INTRADAY     : ' WS-JRNL-INTRA-COUNT
                   ' OVER ' WS-INTRA-COUNT ' DROP(S) '
                   WS-INTRA-FIRST '-' WS-INTRA-LAST
           END-IF.
           IF WS-FILE-PROCESSED NOT = WS-JRNL-TOTAL-COUNT
               ADD 1 TO WS-IMBALANCES
               DISPLAY '*** OUT OF BALANCE - FILES VS JOURNAL'
           END-IF.
           DISPLAY 'CPFSUSP.DAT COUNT    : ' WS-SUSP-COUNT
               ' (INFORMATIONAL)'.
           IF WS-RUNC-ENTRIES > 0 OR WS-INTRA-COUNT > 0
               COMPUTE WS-FILE-TOTAL = WS-ACC-COUNT + WS-REJ-COUNT
                   + WS-SUSP-COUNT
               ADD WS-INTRA-TOTAL-READ TO WS-RUNC-TOTAL-READ
               DISPLAY 'RUN-CONTROL READ     : ' WS-RUNC-TOTAL-READ
                   ' OVER ' WS-RUNC-ENTRIES ' INSTANCE(S) + '
                   WS-INTRA-COUNT ' DROP(S)'
               DISPLAY 'FILES ACC+REJ+SUSP   : ' WS-FILE-TOTAL
               IF WS-RUNC-TOTAL-READ NOT = WS-FILE-TOTAL
                   ADD 1 TO WS-IMBALANCES
