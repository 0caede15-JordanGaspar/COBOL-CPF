       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFSUBMT.
      *****************************************************************
      *    CPFSUBMT - SUBMISSION CONTROL CHECK FOR THE INBOUND FEEDS.
      *    A FEED DRIVER (CPFBATCH, CPFSPLIT, DOCBATCH) PASSES EVERY
      *    RECORD OF ITS INPUT FILE THROUGH HERE IN A FIRST PASS,
      *    BEFORE IT VALIDATES ANYTHING. THE HEADER/TRAILER GROUPS
      *    (SEE CPFCTREC) ARE CHECKED FOR SHAPE, RECORD COUNT AND
      *    SEQUENCE-NUMBER HASH TOTAL, AND EACH SUBMISSION ID IS
      *    LOOKED UP ON THE SUBMISSION REGISTRY (CPFSUBRG.DAT, SEE
      *    CPFSBREC) - A TRUNCATED TRANSFER OR YESTERDAY'S FILE SENT
      *    AGAIN IS CAUGHT HERE INSTEAD OF AT BALANCING TIME.
      *
      *    ENTRIES:
      *        'CPFSUBMT'     (FEED, CALLING-PGM) - START A CHECK:
      *                       CLEARS THE SUBMISSION TABLE
      *        'CPFSUBMTREC'  (RECORD) - ACCOUNT FOR ONE INPUT
      *                       RECORD, IN FILE ORDER
      *        'CPFSUBMTEND'  (REPROCESS-FLAG, RC) - FINISH THE CHECK
      *                       AND ANSWER THE DRIVER'S RETURN CODE:
      *                           00  ALL SUBMISSIONS IN BALANCE AND
      *                               NEW
      *                           10  A SUBMISSION ID IS ALREADY ON
      *                               THE REGISTRY (OR APPEARS TWICE
      *                               IN THE FILE) - A RESEND
      *                           12  HEADER/TRAILER MISSING, OUT OF
      *                               PLACE OR OUT OF BALANCE
      *                       REPROCESS-FLAG 'Y' IS THE OPERATOR'S
      *                       DELIBERATE RERUN OF A REGISTERED
      *                       SUBMISSION - REPORTED, NOT REFUSED
      *        'CPFSUBMTREG'  REGISTER EVERY SUBMISSION OF THE FILE -
      *                       CALLED BY THE DRIVER ONLY AFTER A CLEAN
      *                       END (RC 04 OR BETTER), SO A RUN THAT
      *                       DIED PART-WAY CAN STILL BE RERUN. ON A
      *                       PARTITIONED NIGHT THAT IS CPFMERGE,
      *                       AFTER ITS OWN PASS OF CPFIN.DAT
      *        'CPFSUBMTEOJ'  CLOSE THE REGISTRY AT END OF JOB
      *
      *    EVERY FINDING IS DISPLAYED WITH THE FEED NAME, SOURCE
      *    SYSTEM AND SUBMISSION ID SO OPERATIONS CAN TAKE IT
      *    STRAIGHT BACK TO THE SUBMITTER. A REFUSED RESEND IS ALSO
      *    COUNTED ON THE REGISTRY RECORD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-SUBMISSION-FILE ASSIGN TO "CPFSUBRG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SUBRG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CPF-SUBMISSION-FILE.
           COPY CPFSBREC.
       WORKING-STORAGE SECTION.
       01 WS-SUBRG-FILE-STATUS PIC X(02).
       01 WS-SUBRG-FILE-OPEN PIC X(01) VALUE 'N'.
       01 WS-FEED-ID PIC X(08) VALUE SPACES.
       01 WS-CALLING-PROGRAM PIC X(08) VALUE SPACES.
       01 WS-GROUP-OPEN PIC X(01) VALUE 'N'.
       01 WS-RECORD-NUMBER PIC 9(09) VALUE ZERO.
       01 WS-PROBLEM-FOUND PIC X(01) VALUE 'N'.
       01 WS-PROBLEM-TEXT PIC X(40).
       01 WS-NEW-PROBLEM PIC X(40).
       01 WS-PROBLEM-RECORD PIC 9(09).
       01 WS-CHECK-RC PIC 9(02).
       01 WS-MAX-GROUPS PIC 9(02) VALUE 50.
       01 WS-GROUP-COUNT PIC 9(02) VALUE ZERO.
       01 WS-GROUP-IDX PIC 9(02).
       01 WS-OTHER-IDX PIC 9(02).
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 50 TIMES.
               10 WS-GRP-SOURCE-SYSTEM PIC X(08).
               10 WS-GRP-SUBMISSION-ID PIC X(20).
               10 WS-GRP-CREATION-DATE PIC X(08).
               10 WS-GRP-RECORD-COUNT PIC 9(09).
               10 WS-GRP-HASH-TOTAL PIC 9(18).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       LINKAGE SECTION.
       01 SUBM-FEED-ID PIC X(08).
       01 SUBM-CALLING-PROGRAM PIC X(08).
           COPY CPFCTREC.
       01 SUBM-REPROCESS-FLAG PIC X(01).
       01 SUBM-RETURN-CODE PIC 9(02).
       PROCEDURE DIVISION USING SUBM-FEED-ID SUBM-CALLING-PROGRAM.
           PERFORM START-SUBMISSION-CHECK.
           GOBACK.

       START-SUBMISSION-CHECK.
           MOVE SUBM-FEED-ID TO WS-FEED-ID.
           MOVE SUBM-CALLING-PROGRAM TO WS-CALLING-PROGRAM.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO WS-PROBLEM-FOUND.
           MOVE SPACES TO WS-PROBLEM-TEXT.
           MOVE ZERO TO WS-PROBLEM-RECORD.
           MOVE ZERO TO WS-RECORD-NUMBER.
           MOVE ZERO TO WS-GROUP-COUNT.
           INITIALIZE WS-GROUP-TABLE.
           GOBACK.

       ENTRY 'CPFSUBMTREC' USING SUBM-CONTROL-RECORD.
           PERFORM ACCOUNT-ONE-RECORD.
           GOBACK.

       NOTE-CONTROL-PROBLEM.
      * ONLY THE FIRST PROBLEM IS KEPT - ONCE THE FILE IS OUT OF
      * STEP, EVERYTHING AFTER IT IS OUT OF STEP TOO.
           IF WS-PROBLEM-FOUND = 'N'
               MOVE 'Y' TO WS-PROBLEM-FOUND
               MOVE WS-RECORD-NUMBER TO WS-PROBLEM-RECORD
               MOVE WS-NEW-PROBLEM TO WS-PROBLEM-TEXT
           END-IF.

       OPEN-SUBMISSION-GROUP.
           IF WS-GROUP-OPEN = 'Y'
               MOVE 'HEADER BEFORE PREVIOUS TRAILER'
                   TO WS-NEW-PROBLEM
               PERFORM NOTE-CONTROL-PROBLEM
           ELSE
               IF WS-GROUP-COUNT >= WS-MAX-GROUPS
                   MOVE 'MORE THAN 50 SUBMISSIONS IN ONE FILE'
                       TO WS-NEW-PROBLEM
                   PERFORM NOTE-CONTROL-PROBLEM
               ELSE
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE SUBM-SOURCE-SYSTEM
                       TO WS-GRP-SOURCE-SYSTEM(WS-GROUP-COUNT)
                   MOVE SUBM-SUBMISSION-ID
                       TO WS-GRP-SUBMISSION-ID(WS-GROUP-COUNT)
                   MOVE SUBM-CREATION-DATE
                       TO WS-GRP-CREATION-DATE(WS-GROUP-COUNT)
                   MOVE 'Y' TO WS-GROUP-OPEN
                   IF SUBM-SOURCE-SYSTEM = SPACES
                       OR SUBM-SUBMISSION-ID = SPACES
                       MOVE 'HEADER MISSING SOURCE OR SUBMISSION ID'
                           TO WS-NEW-PROBLEM
                       PERFORM NOTE-CONTROL-PROBLEM
                   END-IF
                   IF SUBM-CREATION-DATE IS NOT NUMERIC
                       MOVE 'HEADER CREATION DATE NOT YYYYMMDD'
                           TO WS-NEW-PROBLEM
                       PERFORM NOTE-CONTROL-PROBLEM
                   END-IF
               END-IF
           END-IF.

       CLOSE-SUBMISSION-GROUP.
           IF WS-GROUP-OPEN = 'N'
               MOVE 'TRAILER WITHOUT A HEADER' TO WS-NEW-PROBLEM
               PERFORM NOTE-CONTROL-PROBLEM
           ELSE
               MOVE 'N' TO WS-GROUP-OPEN
               EVALUATE TRUE
                   WHEN SUBM-RECORD-COUNT IS NOT NUMERIC
                       OR SUBM-HASH-TOTAL IS NOT NUMERIC
                       MOVE 'TRAILER TOTALS NOT NUMERIC'
                           TO WS-NEW-PROBLEM
                       PERFORM NOTE-CONTROL-PROBLEM
                   WHEN SUBM-RECORD-COUNT NOT =
                           WS-GRP-RECORD-COUNT(WS-GROUP-COUNT)
                       MOVE 'TRAILER RECORD COUNT DOES NOT AGREE'
                           TO WS-NEW-PROBLEM
                       PERFORM NOTE-CONTROL-PROBLEM
                   WHEN SUBM-HASH-TOTAL NOT =
                           WS-GRP-HASH-TOTAL(WS-GROUP-COUNT)
                       MOVE 'TRAILER HASH TOTAL DOES NOT AGREE'
                           TO WS-NEW-PROBLEM
                       PERFORM NOTE-CONTROL-PROBLEM
               END-EVALUATE
           END-IF.

       ACCOUNT-ONE-RECORD.
           ADD 1 TO WS-RECORD-NUMBER.
           EVALUATE TRUE
               WHEN SUBM-HEADER
                   PERFORM OPEN-SUBMISSION-GROUP
               WHEN SUBM-TRAILER
                   PERFORM CLOSE-SUBMISSION-GROUP
               WHEN WS-GROUP-OPEN = 'N'
                   MOVE 'DETAIL RECORD OUTSIDE HEADER/TRAILER'
                       TO WS-NEW-PROBLEM
                   PERFORM NOTE-CONTROL-PROBLEM
               WHEN OTHER
      * A MANGLED SEQUENCE NUMBER STILL COUNTS AS A RECORD BUT ADDS
      * NOTHING TO THE HASH - THE SUBMITTER'S TOTAL THEN DISAGREES,
      * WHICH IS EXACTLY THE DAMAGE THE HASH IS THERE TO CATCH.
                   ADD 1 TO WS-GRP-RECORD-COUNT(WS-GROUP-COUNT)
                   IF SUBM-DETAIL-SEQUENCE IS NUMERIC
                       ADD SUBM-DETAIL-SEQUENCE-N
                           TO WS-GRP-HASH-TOTAL(WS-GROUP-COUNT)
                   END-IF
           END-EVALUATE.
           GOBACK.

       ENTRY 'CPFSUBMTEND' USING SUBM-REPROCESS-FLAG SUBM-RETURN-CODE.
           PERFORM FINISH-SUBMISSION-CHECK.
           GOBACK.

       ENSURE-REGISTRY-OPEN.
           IF WS-SUBRG-FILE-OPEN = 'N'
               OPEN I-O CPF-SUBMISSION-FILE
               IF WS-SUBRG-FILE-STATUS = '35'
                   OPEN OUTPUT CPF-SUBMISSION-FILE
                   IF WS-SUBRG-FILE-STATUS NOT = '00'
                       MOVE 'CPF-SUBMISSION-FILE OPEN OUTPUT FAILED'
                           TO WS-ABEND-MESSAGE
                       MOVE WS-SUBRG-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9999-ABEND
                   END-IF
                   CLOSE CPF-SUBMISSION-FILE
                   OPEN I-O CPF-SUBMISSION-FILE
               END-IF
               IF WS-SUBRG-FILE-STATUS NOT = '00'
                   MOVE 'CPF-SUBMISSION-FILE OPEN I-O FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-SUBRG-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'Y' TO WS-SUBRG-FILE-OPEN
           END-IF.

       REFUSE-RESEND.
           DISPLAY 'CPFSUBMT ' WS-FEED-ID ' RESEND REFUSED '
               WS-GRP-SOURCE-SYSTEM(WS-GROUP-IDX) ' '
               WS-GRP-SUBMISSION-ID(WS-GROUP-IDX)
               ' - PROCESSED ' SB-PROCESSED-TIMESTAMP
               ' BY ' SB-PROCESSED-BY.
           ADD 1 TO SB-RESENDS-REFUSED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO SB-LAST-RESEND-TIMESTAMP.
           REWRITE CPF-SUBMISSION-RECORD.
           IF WS-SUBRG-FILE-STATUS NOT = '00'
               MOVE 'CPF-SUBMISSION-FILE REWRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-SUBRG-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE 10 TO WS-CHECK-RC.

       CHECK-ONE-GROUP.
           DISPLAY 'CPFSUBMT ' WS-FEED-ID ' SUBMISSION '
               WS-GRP-SOURCE-SYSTEM(WS-GROUP-IDX) ' '
               WS-GRP-SUBMISSION-ID(WS-GROUP-IDX) ' CREATED '
               WS-GRP-CREATION-DATE(WS-GROUP-IDX) ' RECORDS '
               WS-GRP-RECORD-COUNT(WS-GROUP-IDX).
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX >= WS-GROUP-IDX
               IF WS-GRP-SOURCE-SYSTEM(WS-OTHER-IDX) =
                       WS-GRP-SOURCE-SYSTEM(WS-GROUP-IDX)
                   AND WS-GRP-SUBMISSION-ID(WS-OTHER-IDX) =
                       WS-GRP-SUBMISSION-ID(WS-GROUP-IDX)
                   DISPLAY 'CPFSUBMT ' WS-FEED-ID
                       ' SUBMISSION APPEARS TWICE IN THE FILE '
                       WS-GRP-SOURCE-SYSTEM(WS-GROUP-IDX) ' '
                       WS-GRP-SUBMISSION-ID(WS-GROUP-IDX)
                   MOVE 10 TO WS-CHECK-RC
               END-IF
           END-PERFORM.
           PERFORM ENSURE-REGISTRY-OPEN.
           MOVE WS-FEED-ID TO SB-FEED-ID.
           MOVE WS-GRP-SOURCE-SYSTEM(WS-GROUP-IDX) TO SB-SOURCE-SYSTEM.
           MOVE WS-GRP-SUBMISSION-ID(WS-GROUP-IDX) TO SB-SUBMISSION-ID.
           READ CPF-SUBMISSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUBM-REPROCESS-FLAG = 'Y'
                       DISPLAY 'CPFSUBMT ' WS-FEED-ID
                           ' OPERATOR REPROCESS OF '
                           WS-GRP-SOURCE-SYSTEM(WS-GROUP-IDX) ' '
                           WS-GRP-SUBMISSION-ID(WS-GROUP-IDX)
                           ' - FIRST PROCESSED '
                           SB-PROCESSED-TIMESTAMP
                   ELSE
                       PERFORM REFUSE-RESEND
                   END-IF
           END-READ.

       FINISH-SUBMISSION-CHECK.
           MOVE ZERO TO WS-CHECK-RC.
           IF WS-PROBLEM-FOUND = 'N' AND WS-GROUP-OPEN = 'Y'
               MOVE 'FILE ENDS BEFORE THE TRAILER' TO WS-NEW-PROBLEM
               PERFORM NOTE-CONTROL-PROBLEM
           END-IF.
           IF WS-PROBLEM-FOUND = 'N' AND WS-GROUP-COUNT = ZERO
               MOVE 'NO HEADER RECORD ON FILE' TO WS-NEW-PROBLEM
               PERFORM NOTE-CONTROL-PROBLEM
           END-IF.
           IF WS-PROBLEM-FOUND = 'Y'
               DISPLAY 'CPFSUBMT ' WS-FEED-ID
                   ' CONTROL ERROR AT RECORD ' WS-PROBLEM-RECORD
                   ' - ' WS-PROBLEM-TEXT
               MOVE 12 TO WS-CHECK-RC
           ELSE
               PERFORM CHECK-ONE-GROUP
                   VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           END-IF.
           MOVE WS-CHECK-RC TO SUBM-RETURN-CODE.
           GOBACK.

       ENTRY 'CPFSUBMTREG'.
           PERFORM REGISTER-SUBMISSIONS.
           GOBACK.

       REGISTER-ONE-GROUP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-FEED-ID TO SB-FEED-ID.
           MOVE WS-GRP-SOURCE-SYSTEM(WS-GROUP-IDX) TO SB-SOURCE-SYSTEM.
           MOVE WS-GRP-SUBMISSION-ID(WS-GROUP-IDX) TO SB-SUBMISSION-ID.
           READ CPF-SUBMISSION-FILE
               INVALID KEY
                   MOVE ZERO TO SB-RESENDS-REFUSED
                   MOVE SPACES TO SB-LAST-RESEND-TIMESTAMP
                   MOVE WS-GRP-CREATION-DATE(WS-GROUP-IDX)
                       TO SB-CREATION-DATE
                   MOVE WS-GRP-RECORD-COUNT(WS-GROUP-IDX)
                       TO SB-RECORD-COUNT
                   MOVE WS-GRP-HASH-TOTAL(WS-GROUP-IDX)
                       TO SB-HASH-TOTAL
                   MOVE WS-CALLING-PROGRAM TO SB-PROCESSED-BY
                   MOVE WS-CURRENT-DATE(1:14)
                       TO SB-PROCESSED-TIMESTAMP
                   WRITE CPF-SUBMISSION-RECORD
               NOT INVALID KEY
                   MOVE WS-GRP-CREATION-DATE(WS-GROUP-IDX)
                       TO SB-CREATION-DATE
                   MOVE WS-GRP-RECORD-COUNT(WS-GROUP-IDX)
                       TO SB-RECORD-COUNT
                   MOVE WS-GRP-HASH-TOTAL(WS-GROUP-IDX)
                       TO SB-HASH-TOTAL
                   MOVE WS-CALLING-PROGRAM TO SB-PROCESSED-BY
                   MOVE WS-CURRENT-DATE(1:14)
                       TO SB-PROCESSED-TIMESTAMP
                   REWRITE CPF-SUBMISSION-RECORD
           END-READ.
           IF WS-SUBRG-FILE-STATUS NOT = '00'
               MOVE 'CPF-SUBMISSION-FILE REGISTER FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-SUBRG-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       REGISTER-SUBMISSIONS.
           PERFORM ENSURE-REGISTRY-OPEN.
           PERFORM REGISTER-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           GOBACK.

       ENTRY 'CPFSUBMTEOJ'.
           IF WS-SUBRG-FILE-OPEN = 'Y'
               CLOSE CPF-SUBMISSION-FILE
               MOVE 'N' TO WS-SUBRG-FILE-OPEN
           END-IF.
           GOBACK.

       9999-ABEND.
      * THE REGISTRY IS WHAT STOPS A RESEND BEING COUNTED TWICE - A
      * DRIVER THAT CANNOT CHECK OR RECORD IT MUST STOP RATHER THAN
      * PROCESS THE FILE UNGUARDED.
           DISPLAY 'CPFSUBMT ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
