       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFIDMRG.
      *****************************************************************
      *    CPFIDMRG - NIGHTLY CONSOLIDATION OF THE DAY'S INTRADAY
      *    DROPS. RUNS AFTER CPFBATCH (OR CPFMERGE ON A PARTITIONED
      *    NIGHT) AND CPFDIST, BEFORE CPFMSTR AND CPFXREF: APPENDS
      *    EACH DROP'S RESULT FILES (IDACnnnnnn.DAT, IDRJnnnnnn.DAT,
      *    IDSUnnnnnn.DAT, AS WRITTEN BY CPFINTRA) TO THE NIGHT'S
      *    CPFACC.DAT, CPFREJ.DAT AND CPFSUSP.DAT, SO THE MASTER, THE
      *    CROSS-REFERENCE, THE REPORT AND THE BALANCE SEE THE WHOLE
      *    DAY. CPFDIST HAS ALREADY DEALT THE NIGHT FILES BY THE TIME
      *    THIS STEP RUNS - THE DROP RESULTS WENT BACK TO THEIR
      *    SOURCES DURING THE DAY AND MUST NOT BE RETURNED TWICE.
      *    THE DROPS' JOURNAL ENTRIES ARE ALREADY IN CPFJRNL.DAT.
      *
      *    WHICH DROPS: FROM THE ONE AFTER THE LAST DROP THE PREVIOUS
      *    NIGHT CONSOLIDATED (CPFIDMCT.DAT, SEE CPFIMREC) UP TO THE
      *    LAST DROP CPFINTRA HAS FINISHED (CPFIDCTL.DAT, SEE
      *    CPFIDREC). WHEN CPFMSTR HAS NOT ENDED CLEAN SINCE THE LAST
      *    CONSOLIDATION, THOSE DROPS NEVER REACHED THE MASTER - THE
      *    NIGHT WAS RERUN FROM CPFBATCH/CPFMERGE, WHICH REBUILT THE
      *    NIGHT FILES WITHOUT THEM - AND THE RANGE STARTS AGAIN FROM
      *    THE LAST CONSOLIDATION'S FIRST DROP. EACH DROP THEREFORE
      *    REACHES THE MASTER EXACTLY ONCE.
      *
      *    A DROP IS APPENDED WHEN ITS RUN-CONTROL ENTRY (STEP
      *    IDnnnnnn) SHOWS AN END AND RC 04 OR BETTER - THE SAME
      *    TEST CPFINTRA USES TO REGISTER THE DROP'S SUBMISSIONS. AN
      *    RC 08 DROP (ERRMAX EXCEEDED) IS HELD OUT: ITS SUBMISSIONS
      *    WERE NOT REGISTERED, THE SOURCE SENDS THE CORRECTED FILE
      *    AGAIN AND THAT DROP'S RESULTS ARE THE ONES THE NIGHT
      *    TAKES. A REFUSED DROP (RC 10/12) HAS NO RESULTS. A DROP
      *    WITH NO USABLE ENTRY, OR A RESULT FILE THAT IS MISSING, IS
      *    SKIPPED WITH A WARNING AND THE STEP ENDS RC 4.
      *
      *    RUN CONTROL (SEE CPFRCREC/CPFRUNC): THE STEP REFUSES TO
      *    START WITHOUT A CLEAN CPFBATCH OR CPFMERGE TONIGHT, OR
      *    WHILE A CPFINTRA CYCLE IS IN FLIGHT - OVERRIDABLE BY THE
      *    OPERATOR. IT ALSO REFUSES, WITH NO OVERRIDE, TO RUN AGAIN
      *    OVER NIGHT FILES IT HAS ALREADY APPENDED TO (ITS PREVIOUS
      *    START IS LATER THAN THE BATCH/MERGE END): RERUN CPFBATCH
      *    OR CPFMERGE FIRST. CPFMSTR AND CPFXREF TAKE THIS STEP'S
      *    CLEAN ENTRY AS THEIR PREDECESSOR CHECK; IT IS RUN EVERY
      *    NIGHT, WITH OR WITHOUT DROPS.
      *
      *    COMMAND-LINE ARGUMENT:
      *        OVERRIDE   OPERATOR OVERRIDE OF THE PREDECESSOR AND
      *                   IN-FLIGHT CHECKS - CONSOLIDATE ANYWAY WITH
      *                   A WARNING
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-IN-FILE ASSIGN TO IDACC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-IN-STATUS.
           SELECT ACC-OUT-FILE ASSIGN TO "CPFACC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-OUT-STATUS.
           SELECT REJ-IN-FILE ASSIGN TO IDREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-IN-STATUS.
           SELECT REJ-OUT-FILE ASSIGN TO "CPFREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-OUT-STATUS.
           SELECT SUSP-IN-FILE ASSIGN TO IDSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-IN-STATUS.
           SELECT SUSP-OUT-FILE ASSIGN TO "CPFSUSP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-OUT-STATUS.
           SELECT CPF-DROP-CONTROL-FILE ASSIGN TO "CPFIDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDC-FILE-STATUS.
           SELECT CPF-CONSOL-CONTROL-FILE ASSIGN TO "CPFIDMCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACC-IN-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==AIN-OUTPUT-RECORD==
               ==PREFIX-SOURCE-SYSTEM== BY ==AIN-SOURCE-SYSTEM==
               ==PREFIX-ACCOUNT-NUMBER==
                   BY ==AIN-ACCOUNT-NUMBER==
               ==PREFIX-SEQUENCE-NUMBER==
                   BY ==AIN-SEQUENCE-NUMBER==
               ==PREFIX-CPF-RAW== BY ==AIN-CPF-RAW==
               ==PREFIX-CPF-RETURN== BY ==AIN-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==AIN-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==AIN-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==AIN-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==AIN-CPF-REGION==.
       FD ACC-OUT-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==AOUT-OUTPUT-RECORD==
               ==PREFIX-SOURCE-SYSTEM== BY ==AOUT-SOURCE-SYSTEM==
               ==PREFIX-ACCOUNT-NUMBER==
                   BY ==AOUT-ACCOUNT-NUMBER==
               ==PREFIX-SEQUENCE-NUMBER==
                   BY ==AOUT-SEQUENCE-NUMBER==
               ==PREFIX-CPF-RAW== BY ==AOUT-CPF-RAW==
               ==PREFIX-CPF-RETURN== BY ==AOUT-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==AOUT-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==AOUT-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==AOUT-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==AOUT-CPF-REGION==.
       FD REJ-IN-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==RIN-OUTPUT-RECORD==
               ==PREFIX-SOURCE-SYSTEM== BY ==RIN-SOURCE-SYSTEM==
               ==PREFIX-ACCOUNT-NUMBER==
                   BY ==RIN-ACCOUNT-NUMBER==
               ==PREFIX-SEQUENCE-NUMBER==
                   BY ==RIN-SEQUENCE-NUMBER==
               ==PREFIX-CPF-RAW== BY ==RIN-CPF-RAW==
               ==PREFIX-CPF-RETURN== BY ==RIN-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==RIN-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==RIN-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==RIN-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==RIN-CPF-REGION==.
       FD REJ-OUT-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==ROUT-OUTPUT-RECORD==
               ==PREFIX-SOURCE-SYSTEM== BY ==ROUT-SOURCE-SYSTEM==
               ==PREFIX-ACCOUNT-NUMBER==
                   BY ==ROUT-ACCOUNT-NUMBER==
               ==PREFIX-SEQUENCE-NUMBER==
                   BY ==ROUT-SEQUENCE-NUMBER==
               ==PREFIX-CPF-RAW== BY ==ROUT-CPF-RAW==
               ==PREFIX-CPF-RETURN== BY ==ROUT-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==ROUT-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==ROUT-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==ROUT-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==ROUT-CPF-REGION==.
       FD SUSP-IN-FILE.
           COPY CPFSUSP REPLACING ==PREFIX-SUSP-RECORD==
               BY ==SIN-SUSP-RECORD==
               ==PREFIX-SUSP-INPUT-RECORD== BY ==SIN-INPUT-RECORD==
               ==PREFIX-SUSP-FAILURE-POINT== BY ==SIN-FAILURE-POINT==
               ==PREFIX-SUSP-FILE-STATUS== BY ==SIN-FILE-STATUS==
               ==PREFIX-SUSP-AGE-COUNT== BY ==SIN-AGE-COUNT==
               ==PREFIX-SUSP-CPF-SURROGATE==
                   BY ==SIN-CPF-SURROGATE==.
       FD SUSP-OUT-FILE.
           COPY CPFSUSP REPLACING ==PREFIX-SUSP-RECORD==
               BY ==SOUT-SUSP-RECORD==
               ==PREFIX-SUSP-INPUT-RECORD== BY ==SOUT-INPUT-RECORD==
               ==PREFIX-SUSP-FAILURE-POINT== BY ==SOUT-FAILURE-POINT==
               ==PREFIX-SUSP-FILE-STATUS== BY ==SOUT-FILE-STATUS==
               ==PREFIX-SUSP-AGE-COUNT== BY ==SOUT-AGE-COUNT==
               ==PREFIX-SUSP-CPF-SURROGATE==
                   BY ==SOUT-CPF-SURROGATE==.
       FD CPF-DROP-CONTROL-FILE.
           COPY CPFIDREC.
       FD CPF-CONSOL-CONTROL-FILE.
           COPY CPFIMREC.
       WORKING-STORAGE SECTION.
       01 WS-ACC-IN-NAME.
           05 FILLER PIC X(04) VALUE 'IDAC'.
           05 WS-ACC-IN-SEQ PIC 9(06).
           05 FILLER PIC X(04) VALUE '.DAT'.
       01 WS-REJ-IN-NAME.
           05 FILLER PIC X(04) VALUE 'IDRJ'.
           05 WS-REJ-IN-SEQ PIC 9(06).
           05 FILLER PIC X(04) VALUE '.DAT'.
       01 WS-SUSP-IN-NAME.
           05 FILLER PIC X(04) VALUE 'IDSU'.
           05 WS-SUSP-IN-SEQ PIC 9(06).
           05 FILLER PIC X(04) VALUE '.DAT'.
       01 WS-ACC-IN-STATUS PIC X(02).
       01 WS-ACC-OUT-STATUS PIC X(02).
       01 WS-REJ-IN-STATUS PIC X(02).
       01 WS-REJ-OUT-STATUS PIC X(02).
       01 WS-SUSP-IN-STATUS PIC X(02).
       01 WS-SUSP-OUT-STATUS PIC X(02).
       01 WS-IDC-FILE-STATUS PIC X(02).
       01 WS-IMC-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01).
       01 WS-COUNTERS.
           05 WS-ACC-MERGED PIC 9(09) VALUE ZERO.
           05 WS-REJ-MERGED PIC 9(09) VALUE ZERO.
           05 WS-SUSP-MERGED PIC 9(09) VALUE ZERO.
           05 WS-DROPS-MERGED PIC 9(09) VALUE ZERO.
           05 WS-DROPS-REFUSED PIC 9(09) VALUE ZERO.
           05 WS-DROPS-SKIPPED PIC 9(09) VALUE ZERO.
           05 WS-DROPS-HELD PIC 9(09) VALUE ZERO.
      * THE DROP RANGE - SEE THE BANNER.
       01 WS-FIRST-DROP PIC 9(06) VALUE 1.
       01 WS-LAST-DROP PIC 9(06) VALUE ZERO.
       01 WS-DROP-SEQ PIC 9(06).
       01 WS-PREV-FIRST PIC 9(06) VALUE ZERO.
       01 WS-PREV-LAST PIC 9(06) VALUE ZERO.
       01 WS-PREV-END-TS PIC X(14) VALUE SPACES.
       01 WS-PREV-FOUND PIC X(01) VALUE 'N'.
       01 WS-DROP-STEP.
           05 FILLER PIC X(02) VALUE 'ID'.
           05 WS-DROP-STEP-SEQ PIC 9(06).
       01 WS-RUNC-STEP PIC X(08) VALUE 'CPFIDMRG'.
       01 WS-PRED-BATCH PIC X(08) VALUE 'CPFBATCH'.
       01 WS-PRED-MERGE PIC X(08) VALUE 'CPFMERGE'.
       01 WS-INTRA-STEP PIC X(08) VALUE 'CPFINTRA'.
       01 WS-MSTR-STEP PIC X(08) VALUE 'CPFMSTR'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
       01 WS-RUNC-OK PIC X(01).
       01 WS-RUNC-RC PIC 9(02) VALUE ZERO.
       01 WS-RUNC-COUNT PIC 9(09) VALUE ZERO.
       01 WS-RUNC-RUN-DATE PIC X(08).
       01 WS-RUNC-START-TS PIC X(14).
       01 WS-RUNC-END-TS PIC X(14).
       01 WS-RUNC-GET-COUNT PIC 9(09).
       01 WS-RUNC-GET-RC PIC 9(02).
       01 WS-RUNC-FOUND PIC X(01).
       01 WS-PRED-END-TS PIC X(14) VALUE SPACES.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-PREV-DATE PIC 9(08).
       01 WS-FLOOR-STAMP PIC X(14).
       01 WS-OVERRIDE-MODE PIC X(01) VALUE 'N'.
       01 WS-ARG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ARG-IDX PIC 9(02).
       01 WS-PARM PIC X(20).
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0400-GET-RUN-PARMS.
           PERFORM 0450-CHECK-PREDECESSOR.
           PERFORM 0500-CHECK-INTRADAY-IDLE.
           PERFORM 0600-CHECK-RERUN.
           CALL 'CPFRUNC' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART.
           PERFORM 1000-FIND-DROP-RANGE.
           PERFORM 1500-OPEN-OUTPUT-FILES.
           IF WS-LAST-DROP >= WS-FIRST-DROP
               PERFORM 2000-MERGE-ONE-DROP
                   VARYING WS-DROP-SEQ FROM WS-FIRST-DROP BY 1
                   UNTIL WS-DROP-SEQ > WS-LAST-DROP
           END-IF.
           PERFORM 3000-CLOSE-OUTPUT-FILES.
           PERFORM 3500-WRITE-CONSOL-CONTROL.
           COMPUTE WS-RUNC-COUNT = WS-ACC-MERGED + WS-REJ-MERGED
               + WS-SUSP-MERGED.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART WS-RUNC-COUNT WS-RUNC-RC.
           CALL 'CPFRUNCEOJ'.
           DISPLAY 'CPFIDMRG DROPS     : ' WS-FIRST-DROP ' TO '
               WS-LAST-DROP.
           DISPLAY 'CPFIDMRG MERGED    : ' WS-DROPS-MERGED.
           DISPLAY 'CPFIDMRG REFUSED   : ' WS-DROPS-REFUSED.
           DISPLAY 'CPFIDMRG SKIPPED   : ' WS-DROPS-SKIPPED.
           DISPLAY 'CPFIDMRG HELD      : ' WS-DROPS-HELD.
           DISPLAY 'CPFIDMRG ACCEPTS   : ' WS-ACC-MERGED.
           DISPLAY 'CPFIDMRG REJECTS   : ' WS-REJ-MERGED.
           DISPLAY 'CPFIDMRG SUSPENSE  : ' WS-SUSP-MERGED.
           DISPLAY 'CPFIDMRG RETURN    : ' WS-RUNC-RC.
           MOVE WS-RUNC-RC TO RETURN-CODE.
           STOP RUN.

       0400-GET-RUN-PARMS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               MOVE SPACES TO WS-PARM
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-PARM FROM ARGUMENT-VALUE
               IF WS-PARM(1:8) = 'OVERRIDE'
                   MOVE 'Y' TO WS-OVERRIDE-MODE
               ELSE
                   DISPLAY 'CPFIDMRG UNKNOWN ARGUMENT IGNORED: '
                       WS-PARM
               END-IF
           END-PERFORM.

       0450-CHECK-PREDECESSOR.
      * EITHER SHAPE OF NIGHT WILL DO: A CLEAN UNPARTITIONED
      * CPFBATCH, OR A CLEAN CPFMERGE OVER THE PART=n INSTANCES. THE
      * END TIMESTAMP OF THE ONE THAT PASSED IS KEPT FOR THE RERUN
      * CHECK BELOW.
           CALL 'CPFRUNCCHK' USING BY REFERENCE WS-PRED-BATCH
               WS-NO-PART WS-RUNC-OK.
           IF WS-RUNC-OK = 'Y'
               CALL 'CPFRUNCGET' USING BY REFERENCE WS-PRED-BATCH
                   WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
                   WS-RUNC-END-TS WS-RUNC-GET-COUNT WS-RUNC-GET-RC
                   WS-RUNC-FOUND
               MOVE WS-RUNC-END-TS TO WS-PRED-END-TS
           ELSE
               CALL 'CPFRUNCCHK' USING BY REFERENCE WS-PRED-MERGE
                   WS-NO-PART WS-RUNC-OK
               IF WS-RUNC-OK = 'Y'
                   CALL 'CPFRUNCGET' USING BY REFERENCE WS-PRED-MERGE
                       WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
                       WS-RUNC-END-TS WS-RUNC-GET-COUNT
                       WS-RUNC-GET-RC WS-RUNC-FOUND
                   MOVE WS-RUNC-END-TS TO WS-PRED-END-TS
               END-IF
           END-IF.
           IF WS-RUNC-OK = 'N'
               IF WS-OVERRIDE-MODE = 'Y'
                   DISPLAY 'CPFIDMRG WARNING - NO CLEAN CPFBATCH OR '
                       'CPFMERGE TONIGHT - OPERATOR OVERRIDE'
               ELSE
                   MOVE 'NO CLEAN BATCH/MERGE TONIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       0500-CHECK-INTRADAY-IDLE.
      * A CYCLE STILL RUNNING WOULD BE WRITING A DROP THIS STEP IS
      * ABOUT TO READ. ONLY AN ENTRY STARTED IN THE LAST 24 HOURS
      * COUNTS - SEE CPFINTRA 0600-CHECK-NIGHT-CHAIN.
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
                   DISPLAY 'CPFIDMRG WARNING - CPFINTRA IN FLIGHT - '
                       'OPERATOR OVERRIDE'
               ELSE
                   MOVE 'CPFINTRA CYCLE IN FLIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       0600-CHECK-RERUN.
      * A PREVIOUS START OF THIS STEP LATER THAN THE BATCH/MERGE END
      * MEANS THE NIGHT FILES ON DISK ALREADY CARRY SOME OR ALL OF
      * THE DROPS. APPENDING AGAIN WOULD DOUBLE THEM IN THE MASTER,
      * SO THERE IS NO OVERRIDE: REBUILD THE NIGHT FILES FIRST.
      * WITHOUT A KNOWN BATCH/MERGE END (OPERATOR OVERRIDE ABOVE)
      * THE TEST CANNOT BE MADE.
           IF WS-PRED-END-TS = SPACES
               DISPLAY 'CPFIDMRG WARNING - NO BATCH/MERGE END - '
                   'RERUN CHECK NOT MADE'
           ELSE
               CALL 'CPFRUNCGET' USING BY REFERENCE WS-RUNC-STEP
                   WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
                   WS-RUNC-END-TS WS-RUNC-GET-COUNT WS-RUNC-GET-RC
                   WS-RUNC-FOUND
               IF WS-RUNC-FOUND = 'Y'
                   AND WS-RUNC-START-TS > WS-PRED-END-TS
                   DISPLAY 'CPFIDMRG - DROPS ALREADY APPENDED SINCE '
                       'THE LAST BATCH/MERGE - RERUN CPFBATCH OR '
                       'CPFMERGE FIRST'
                   MOVE 'NIGHT FILES ALREADY CONSOLIDATED'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       1000-FIND-DROP-RANGE.
      * THE UPPER END IS THE LAST DROP CPFINTRA HAS FINISHED WITH;
      * NO DROP CONTROL RECORD MEANS NO DROP HAS EVER ARRIVED.
           OPEN INPUT CPF-DROP-CONTROL-FILE.
           EVALUATE WS-IDC-FILE-STATUS
               WHEN '00'
                   READ CPF-DROP-CONTROL-FILE
                       AT END
                           MOVE ZERO TO WS-LAST-DROP
                       NOT AT END
                           COMPUTE WS-LAST-DROP = IDC-NEXT-DROP - 1
                   END-READ
                   CLOSE CPF-DROP-CONTROL-FILE
               WHEN '35'
                   MOVE ZERO TO WS-LAST-DROP
               WHEN OTHER
                   MOVE 'CPF-DROP-CONTROL-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-IDC-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.
           OPEN INPUT CPF-CONSOL-CONTROL-FILE.
           EVALUATE WS-IMC-FILE-STATUS
               WHEN '00'
                   READ CPF-CONSOL-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO WS-PREV-FOUND
                           MOVE IMC-FIRST-DROP TO WS-PREV-FIRST
                           MOVE IMC-LAST-DROP TO WS-PREV-LAST
                           MOVE IMC-END-TIMESTAMP TO WS-PREV-END-TS
                   END-READ
                   CLOSE CPF-CONSOL-CONTROL-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'CPF-CONSOL-CONTROL-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-IMC-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.
           IF WS-PREV-FOUND = 'Y'
               PERFORM 1100-CHECK-PREVIOUS-CONSUMED
           END-IF.

       1100-CHECK-PREVIOUS-CONSUMED.
      * THE PREVIOUS RANGE REACHED THE MASTER ONLY IF CPFMSTR ENDED
      * CLEAN AFTER IT WAS CONSOLIDATED; OTHERWISE IT IS TAKEN
      * AGAIN - SEE THE BANNER.
           CALL 'CPFRUNCGET' USING BY REFERENCE WS-MSTR-STEP
               WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
               WS-RUNC-END-TS WS-RUNC-GET-COUNT WS-RUNC-GET-RC
               WS-RUNC-FOUND.
           IF WS-RUNC-FOUND = 'Y'
               AND WS-RUNC-END-TS NOT = SPACES
               AND WS-RUNC-END-TS > WS-PREV-END-TS
               AND WS-RUNC-GET-RC <= 4
               COMPUTE WS-FIRST-DROP = WS-PREV-LAST + 1
           ELSE
               MOVE WS-PREV-FIRST TO WS-FIRST-DROP
               DISPLAY 'CPFIDMRG - DROPS ' WS-PREV-FIRST ' TO '
                   WS-PREV-LAST ' NOT YET IN THE MASTER - TAKEN AGAIN'
           END-IF.

       1500-OPEN-OUTPUT-FILES.
      * THE NIGHT FILES ARE ALREADY WRITTEN - EXTEND THEM. A NIGHT
      * THAT SUSPENDED NOTHING MAY HAVE NO SUSPENSE FILE LEFT.
           OPEN EXTEND ACC-OUT-FILE.
           IF WS-ACC-OUT-STATUS NOT = '00'
               MOVE 'ACC-OUT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-ACC-OUT-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN EXTEND REJ-OUT-FILE.
           IF WS-REJ-OUT-STATUS NOT = '00'
               MOVE 'REJ-OUT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-REJ-OUT-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN EXTEND SUSP-OUT-FILE.
           IF WS-SUSP-OUT-STATUS = '35'
               OPEN OUTPUT SUSP-OUT-FILE
           END-IF.
           IF WS-SUSP-OUT-STATUS NOT = '00'
               MOVE 'SUSP-OUT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-SUSP-OUT-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       2000-MERGE-ONE-DROP.
           MOVE WS-DROP-SEQ TO WS-DROP-STEP-SEQ WS-ACC-IN-SEQ
               WS-REJ-IN-SEQ WS-SUSP-IN-SEQ.
           CALL 'CPFRUNCGET' USING BY REFERENCE WS-DROP-STEP
               WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
               WS-RUNC-END-TS WS-RUNC-GET-COUNT WS-RUNC-GET-RC
               WS-RUNC-FOUND.
           EVALUATE TRUE
               WHEN WS-RUNC-FOUND = 'N'
                   OR WS-RUNC-END-TS = SPACES
                   DISPLAY 'CPFIDMRG WARNING - DROP ' WS-DROP-SEQ
                       ' HAS NO ENDED RUN-CONTROL ENTRY - SKIPPED'
                   ADD 1 TO WS-DROPS-SKIPPED
                   MOVE 4 TO WS-RUNC-RC
               WHEN WS-RUNC-GET-RC >= 10
                   ADD 1 TO WS-DROPS-REFUSED
               WHEN WS-RUNC-GET-RC > 8
                   DISPLAY 'CPFIDMRG WARNING - DROP ' WS-DROP-SEQ
                       ' ENDED RC ' WS-RUNC-GET-RC ' - SKIPPED'
                   ADD 1 TO WS-DROPS-SKIPPED
                   MOVE 4 TO WS-RUNC-RC
               WHEN WS-RUNC-GET-RC > 4
                   DISPLAY 'CPFIDMRG DROP ' WS-DROP-SEQ
                       ' ENDED RC ' WS-RUNC-GET-RC
                       ' - HELD FOR THE SOURCE TO RESEND'
                   ADD 1 TO WS-DROPS-HELD
               WHEN OTHER
                   PERFORM 2100-MERGE-ACCEPTS
                   PERFORM 2200-MERGE-REJECTS
                   PERFORM 2300-MERGE-SUSPENSE
                   ADD 1 TO WS-DROPS-MERGED
           END-EVALUATE.

       2100-MERGE-ACCEPTS.
           DISPLAY 'DD_IDACC' UPON ENVIRONMENT-NAME.
           DISPLAY WS-ACC-IN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT ACC-IN-FILE.
           IF WS-ACC-IN-STATUS = '35'
               DISPLAY 'CPFIDMRG WARNING - NO ' WS-ACC-IN-NAME
                   ' - SKIPPED'
               MOVE 4 TO WS-RUNC-RC
           ELSE
               IF WS-ACC-IN-STATUS NOT = '00'
                   MOVE 'ACC-IN-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
                   MOVE WS-ACC-IN-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ ACC-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE AIN-OUTPUT-RECORD
                               TO AOUT-OUTPUT-RECORD
                           WRITE AOUT-OUTPUT-RECORD
                           IF WS-ACC-OUT-STATUS NOT = '00'
                               MOVE 'ACC-OUT-FILE WRITE FAILED'
                                   TO WS-ABEND-MESSAGE
                               MOVE WS-ACC-OUT-STATUS
                                   TO WS-ABEND-STATUS
                               PERFORM 9999-ABEND
                           END-IF
                           ADD 1 TO WS-ACC-MERGED
                   END-READ
               END-PERFORM
               CLOSE ACC-IN-FILE
           END-IF.

       2200-MERGE-REJECTS.
           DISPLAY 'DD_IDREJ' UPON ENVIRONMENT-NAME.
           DISPLAY WS-REJ-IN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT REJ-IN-FILE.
           IF WS-REJ-IN-STATUS = '35'
               DISPLAY 'CPFIDMRG WARNING - NO ' WS-REJ-IN-NAME
                   ' - SKIPPED'
               MOVE 4 TO WS-RUNC-RC
           ELSE
               IF WS-REJ-IN-STATUS NOT = '00'
                   MOVE 'REJ-IN-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
                   MOVE WS-REJ-IN-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ REJ-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE RIN-OUTPUT-RECORD
                               TO ROUT-OUTPUT-RECORD
                           WRITE ROUT-OUTPUT-RECORD
                           IF WS-REJ-OUT-STATUS NOT = '00'
                               MOVE 'REJ-OUT-FILE WRITE FAILED'
                                   TO WS-ABEND-MESSAGE
                               MOVE WS-REJ-OUT-STATUS
                                   TO WS-ABEND-STATUS
                               PERFORM 9999-ABEND
                           END-IF
                           ADD 1 TO WS-REJ-MERGED
                   END-READ
               END-PERFORM
               CLOSE REJ-IN-FILE
           END-IF.

       2300-MERGE-SUSPENSE.
           DISPLAY 'DD_IDSUSP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-SUSP-IN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT SUSP-IN-FILE.
           IF WS-SUSP-IN-STATUS = '35'
               DISPLAY 'CPFIDMRG WARNING - NO ' WS-SUSP-IN-NAME
                   ' - SKIPPED'
               MOVE 4 TO WS-RUNC-RC
           ELSE
               IF WS-SUSP-IN-STATUS NOT = '00'
                   MOVE 'SUSP-IN-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
                   MOVE WS-SUSP-IN-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUSP-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SIN-SUSP-RECORD TO SOUT-SUSP-RECORD
                           WRITE SOUT-SUSP-RECORD
                           IF WS-SUSP-OUT-STATUS NOT = '00'
                               MOVE 'SUSP-OUT-FILE WRITE FAILED'
                                   TO WS-ABEND-MESSAGE
                               MOVE WS-SUSP-OUT-STATUS
                                   TO WS-ABEND-STATUS
                               PERFORM 9999-ABEND
                           END-IF
                           ADD 1 TO WS-SUSP-MERGED
                   END-READ
               END-PERFORM
               CLOSE SUSP-IN-FILE
           END-IF.

       3000-CLOSE-OUTPUT-FILES.
           CLOSE ACC-OUT-FILE.
           CLOSE REJ-OUT-FILE.
           CLOSE SUSP-OUT-FILE.

       3500-WRITE-CONSOL-CONTROL.
      * WRITTEN EVERY NIGHT, DROPS OR NOT, SO CPFBAL AND THE NEXT
      * NIGHT ALWAYS SEE THIS NIGHT'S RANGE (FIRST GREATER THAN
      * LAST WHEN THERE WERE NONE).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN OUTPUT CPF-CONSOL-CONTROL-FILE.
           IF WS-IMC-FILE-STATUS NOT = '00'
               MOVE 'CPF-CONSOL-CONTROL-FILE OPEN FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-IMC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO IMC-RUN-DATE.
           MOVE WS-FIRST-DROP TO IMC-FIRST-DROP.
           MOVE WS-LAST-DROP TO IMC-LAST-DROP.
           MOVE WS-CURRENT-DATE(1:14) TO IMC-END-TIMESTAMP.
           WRITE CPF-CONSOL-CONTROL-RECORD.
           IF WS-IMC-FILE-STATUS NOT = '00'
               MOVE 'CPF-CONSOL-CONTROL-FILE WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-IMC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           CLOSE CPF-CONSOL-CONTROL-FILE.

       9999-ABEND.
           DISPLAY 'CPFIDMRG ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
