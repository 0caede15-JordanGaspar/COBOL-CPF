      *    WITH ITS OWN ACCEPT/REJECT/SUSPENSE/CHECKPOINT FILES.
      *    CPFMERGE CONSOLIDATES THE OUTPUTS AFTERWARDS.
      *
      *    COMMAND-LINE ARGUMENTS:
      *        PARTS=n   NUMBER OF PARTITIONS TO DEAL INTO, 1-4
      *                  (DEFAULT 4). UNUSED PARTITION FILES ARE
      *                  STILL CREATED EMPTY SO A FIXED FOUR-WAY JOB
      *                  STREAM DOES NOT TRIP OVER A MISSING FILE.
      *        REPROCESS OPERATOR RERUN OF A SUBMISSION ALREADY ON
      *                  THE SUBMISSION REGISTRY - REPORTED INSTEAD
      *                  OF REFUSED
      *        OVERRIDE  START EVEN THOUGH A CPFINTRA CYCLE LOOKS IN
      *                  FLIGHT (AN ENTRY LEFT BY AN ABENDED CYCLE) -
      *                  WITH A WARNING
      *
      *    SUBMISSION CONTROL (SEE CPFCTREC/CPFSUBMT): BEFORE DEALING
      *    ANYTHING, THE WHOLE OF CPFIN.DAT IS PASSED THROUGH CPFSUBMT
      *    TO CHECK ITS HEADER/TRAILER GROUPS AND THE SUBMISSION
      *    REGISTRY. A FILE THAT FAILS IS REFUSED WITH THE SAME CODES
      *    CPFBATCH USES - RC 10 FOR A RESEND, RC 12 FOR CONTROL
      *    RECORDS THAT DO NOT AGREE - AND THE RUN-CONTROL ENTRY
      *    CARRIES THE CODE, SO NO PART=n INSTANCE WILL START. ONLY
      *    DETAIL RECORDS ARE DEALT (AND COUNTED). THE SUBMISSIONS ARE
      *    NOT REGISTERED HERE: NOTHING HAS BEEN VALIDATED YET, AND A
      *    PARTITION THAT FAILS MUST LEAVE THE FILE RERUNNABLE.
      *    CPFMERGE REGISTERS THEM AFTER A CLEAN MERGE.
      *
      *    ROUND-ROBIN KEEPS THE SLICES WITHIN ONE RECORD OF EQUAL
      *    SIZE WITHOUT A SECOND PASS OVER THE INPUT.
      *    THE STEP RECORDS ITS START AND END ON THE SHARED
      *    RUN-CONTROL FILE (SEE CPFRCREC/CPFRUNC) - CPFBATCH PART=n
      *    REFUSES TO START UNTIL THIS STEP'S ENTRY SHOWS TONIGHT'S
      *    DATE AND A CLEAN END. THE STEP ITSELF REFUSES TO START
      *    WHILE A CPFINTRA CYCLE STARTED IN THE LAST 24 HOURS IS
      *    STILL IN FLIGHT - THE NIGHT CHAIN AND THE CYCLE SHARE THE
      *    JOURNAL, CACHE AND RESULT FILES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ==IN-SEQUENCE-NUMBER== BY ==P1-SEQUENCE-NUMBER==
               ==IN-CPF== BY ==P1-CPF==
               ==IN-HOLDER-NAME== BY ==P1-HOLDER-NAME==
               ==IN-BIRTH-DATE== BY ==P1-BIRTH-DATE==
               ==IN-HOLDER-UF== BY ==P1-HOLDER-UF==.
       FD CPF-PART2-FILE.
           COPY CPFINR REPLACING ==CPF-IN-RECORD==
               BY ==CPF-PART2-RECORD==
               ==IN-SEQUENCE-NUMBER== BY ==P2-SEQUENCE-NUMBER==
               ==IN-CPF== BY ==P2-CPF==
               ==IN-HOLDER-NAME== BY ==P2-HOLDER-NAME==
               ==IN-BIRTH-DATE== BY ==P2-BIRTH-DATE==
               ==IN-HOLDER-UF== BY ==P2-HOLDER-UF==.
       FD CPF-PART3-FILE.
           COPY CPFINR REPLACING ==CPF-IN-RECORD==
               BY ==CPF-PART3-RECORD==
               ==IN-SEQUENCE-NUMBER== BY ==P3-SEQUENCE-NUMBER==
               ==IN-CPF== BY ==P3-CPF==
               ==IN-HOLDER-NAME== BY ==P3-HOLDER-NAME==
               ==IN-BIRTH-DATE== BY ==P3-BIRTH-DATE==
               ==IN-HOLDER-UF== BY ==P3-HOLDER-UF==.
       FD CPF-PART4-FILE.
           COPY CPFINR REPLACING ==CPF-IN-RECORD==
               BY ==CPF-PART4-RECORD==
               ==IN-SEQUENCE-NUMBER== BY ==P4-SEQUENCE-NUMBER==
               ==IN-CPF== BY ==P4-CPF==
               ==IN-HOLDER-NAME== BY ==P4-HOLDER-NAME==
               ==IN-BIRTH-DATE== BY ==P4-BIRTH-DATE==
               ==IN-HOLDER-UF== BY ==P4-HOLDER-UF==.
       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-STATUS PIC X(02).
       01 WS-P1-FILE-STATUS PIC X(02).
       01 WS-RUNC-STEP PIC X(08) VALUE 'CPFSPLIT'.
       01 WS-RUNC-PART PIC X(01) VALUE SPACE.
       01 WS-RUNC-RC PIC 9(02) VALUE ZERO.
       01 WS-INTRA-STEP PIC X(08) VALUE 'CPFINTRA'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
       01 WS-RUNC-RUN-DATE PIC X(08).
       01 WS-RUNC-START-TS PIC X(14).
       01 WS-RUNC-END-TS PIC X(14).
       01 WS-RUNC-GET-COUNT PIC 9(09).
       01 WS-RUNC-GET-RC PIC 9(02).
       01 WS-RUNC-FOUND PIC X(01).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-PREV-DATE PIC 9(08).
       01 WS-FLOOR-STAMP PIC X(14).
       01 WS-OVERRIDE-MODE PIC X(01) VALUE 'N'.
       01 WS-CALLING-PROGRAM PIC X(08) VALUE 'CPFSPLIT'.
       01 WS-REPROCESS-MODE PIC X(01) VALUE 'N'.
       01 WS-SUBM-FEED-ID PIC X(08) VALUE 'CPFIN'.
       01 WS-SUBM-EOF PIC X(01) VALUE 'N'.
       01 WS-SUBM-RC PIC 9(02) VALUE ZERO.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-GET-RUN-PARMS.
           PERFORM 0600-CHECK-INTRADAY-IDLE.
           CALL 'CPFRUNC' USING BY REFERENCE WS-RUNC-STEP
               WS-RUNC-PART.
           PERFORM 0900-VERIFY-SUBMISSION.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-DEAL-RECORDS UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM 3000-CLOSE-FILES.
           CALL 'CPFSUBMTEOJ'.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-RUNC-PART WS-RECORDS-READ WS-RUNC-RC.
           CALL 'CPFRUNCEOJ'.
                       DISPLAY 'CPFSPLIT BAD PARTS IGNORED: ' WS-PARM
                   END-IF
               END-IF
               IF WS-PARM(1:9) = 'REPROCESS'
                   MOVE 'Y' TO WS-REPROCESS-MODE
               END-IF
               IF WS-PARM(1:8) = 'OVERRIDE'
                   MOVE 'Y' TO WS-OVERRIDE-MODE
               END-IF
           END-PERFORM.

       0600-CHECK-INTRADAY-IDLE.
      * A CYCLE STILL RUNNING OWNS THE JOURNAL, CACHE AND RESULT
      * FILES THE NIGHT IS ABOUT TO BUILD. ONLY AN ENTRY STARTED IN
      * THE LAST 24 HOURS COUNTS - SEE CPFINTRA 0600-CHECK-NIGHT-CHAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) - 1).
           MOVE SPACES TO WS-FLOOR-STAMP.
           STRING WS-PREV-DATE WS-CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO WS-FLOOR-STAMP
           END-STRING.
           CALL 'CPFRUNCGET' USING BY REFERENCE WS-INTRA-STEP
               WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
               WS-RUNC-END-TS WS-RUNC-GET-COUNT WS-RUNC-GET-RC
               WS-RUNC-FOUND.
           IF WS-RUNC-FOUND = 'Y'
               AND WS-RUNC-END-TS = SPACES
               AND WS-RUNC-START-TS >= WS-FLOOR-STAMP
               IF WS-OVERRIDE-MODE = 'Y'
                   DISPLAY 'CPFSPLIT WARNING - CPFINTRA IN FLIGHT - '
                       'OPERATOR OVERRIDE'
               ELSE
                   MOVE 'CPFINTRA CYCLE IN FLIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       0900-VERIFY-SUBMISSION.
      * FIRST PASS OVER CPFIN.DAT THROUGH CPFSUBMT - NOTHING IS DEALT
      * UNTIL THE WHOLE FILE HAS PASSED ITS CONTROL CHECKS.
           CALL 'CPFSUBMT' USING BY REFERENCE WS-SUBM-FEED-ID
               WS-CALLING-PROGRAM.
           OPEN INPUT CPF-IN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               MOVE 'CPF-IN-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE 'N' TO WS-SUBM-EOF.
           PERFORM UNTIL WS-SUBM-EOF = 'Y'
               MOVE SPACES TO CPF-IN-RECORD
               READ CPF-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-SUBM-EOF
                   NOT AT END
                       CALL 'CPFSUBMTREC' USING BY REFERENCE
                           CPF-IN-RECORD
               END-READ
           END-PERFORM.
           CLOSE CPF-IN-FILE.
           CALL 'CPFSUBMTEND' USING BY REFERENCE WS-REPROCESS-MODE
               WS-SUBM-RC.
           IF WS-SUBM-RC NOT = ZERO
               PERFORM 0950-REFUSE-SUBMISSION
           END-IF.

       0950-REFUSE-SUBMISSION.
      * REFUSED BEFORE THE PARTITION FILES ARE OPENED. THE REFUSAL
      * CODE ON THE RUN-CONTROL ENTRY KEEPS EVERY PART=n INSTANCE
      * FROM STARTING OVER LAST NIGHT'S SLICES.
           CALL 'CPFSUBMTEOJ'.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-RUNC-PART WS-RECORDS-READ WS-SUBM-RC.
           CALL 'CPFRUNCEOJ'.
           IF WS-SUBM-RC = 10
               DISPLAY 'CPFSPLIT FILE REFUSED - SUBMISSION ALREADY '
                   'PROCESSED (RERUN WITH REPROCESS IF INTENDED)'
           ELSE
               DISPLAY 'CPFSPLIT FILE REFUSED - CONTROL RECORDS '
                   'DO NOT AGREE'
           END-IF.
           MOVE WS-SUBM-RC TO RETURN-CODE.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT CPF-IN-FILE.
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
      * HEADER/TRAILER RECORDS STAY BEHIND - THE SLICES CARRY DETAIL
      * RECORDS ONLY (SEE 0900-VERIFY-SUBMISSION).
                   IF IN-SOURCE-SYSTEM NOT = '*HEADER*'
                       AND IN-SOURCE-SYSTEM NOT = '*TRAILER'
                       PERFORM 2100-WRITE-TO-PARTITION
                   END-IF
           END-READ.

       2100-WRITE-TO-PARTITION.
