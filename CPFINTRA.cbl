       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFINTRA.
      *****************************************************************
      *    CPFINTRA - INTRADAY CPF VALIDATION DRIVER. THE SCHEDULER
      *    RUNS IT EVERY FEW MINUTES THROUGH THE BUSINESS DAY SO A
      *    SOURCE SYSTEM'S SMALL DROPS ARE ANSWERED THE SAME DAY
      *    INSTEAD OF WAITING FOR THE NIGHT.
      *
      *    THE FILE-TRANSFER GATEWAY NAMES EACH ARRIVING DROP WITH THE
      *    NEXT SEQUENCE NUMBER - CPFD000001.DAT, CPFD000002.DAT, ...
      *    - IN THE SAME CPFINR LAYOUT, HEADER AND TRAILER INCLUDED,
      *    AS CPFIN.DAT, AND RENAMES IT INTO PLACE ONLY ONCE THE
      *    TRANSFER IS COMPLETE. EACH CYCLE PICKS UP THE DROPS FROM
      *    THE NUMBER ON THE DROP CONTROL RECORD (CPFIDCTL.DAT, SEE
      *    CPFIDREC) ONWARD, IN ORDER, UNTIL THE NEXT ONE HAS NOT
      *    ARRIVED YET. EVERY DROP IS:
      *        - CHECKED THROUGH CPFSUBMT UNDER THE CPFIN FEED, SO A
      *          SUBMISSION SENT INTRADAY AND AGAIN IN THE NIGHT FILE
      *          (OR THE OTHER WAY ROUND) IS CAUGHT AS A RESEND
      *        - VALIDATED RECORD BY RECORD EXACTLY AS CPFBATCH DOES -
      *          CACHE, CPF, HOLDER CROSS-MATCH, FISCAL REGION, SOURCE
      *          POLICY, JOURNAL (UNDER CALLING PROGRAM 'CPFINTRA'),
      *          DATA PROTECTION - INTO ITS OWN RESULT FILES
      *          IDACnnnnnn.DAT, IDRJnnnnnn.DAT AND IDSUnnnnnn.DAT IN
      *          THE CPFOUT/CPFSUSP LAYOUTS, WHICH THE GATEWAY RETURNS
      *          TO THE SOURCE SYSTEM
      *        - RECORDED ON CPFRUNC.DAT AS STEP IDnnnnnn WITH ITS
      *          RECORD COUNT AND RETURN CODE
      *    AND THE DROP CONTROL RECORD IS THEN STEPPED PAST IT.
      *
      *    PER-DROP RETURN CODES (ON THE DROP'S RUN-CONTROL ENTRY):
      *        RC  0  CLEAN
      *        RC  4  RECORDS WENT TO THE DROP'S SUSPENSE FILE
      *        RC  8  THE DROP'S SUSPENSE COUNT EXCEEDED ERRMAX AND
      *               THE REST OF THE DROP WAS NOT VALIDATED
      *        RC 10  DROP REFUSED - A SUBMISSION ON IT WAS ALREADY
      *               PROCESSED (A RESEND)
      *        RC 12  DROP REFUSED - HEADER/TRAILER CONTROL RECORDS
      *               MISSING, OUT OF PLACE OR OUT OF BALANCE
      *    A REFUSED DROP WRITES NO RESULT FILES. REFUSED AND RC 8
      *    DROPS ARE STILL STEPPED PAST - THE SOURCE SYSTEM CORRECTS
      *    AND SENDS A NEW DROP; THEY ARE NOT RETRIED EVERY CYCLE.
      *    ONLY RC 0/4 DROPS HAVE THEIR SUBMISSIONS REGISTERED, AND
      *    ONLY THOSE ARE TAKEN INTO THE NIGHT BY CPFIDMRG - AN RC 8
      *    DROP'S PARTIAL RESULTS GIVE WAY TO THE RESENT FILE.
      *    THE CYCLE ENDS WITH THE WORST DROP RETURN CODE.
      *
      *    THE NIGHT CHAIN OWNS THE SHARED JOURNAL, CACHE AND RESULT
      *    FILES WHILE IT RUNS. A CYCLE THAT FINDS CPFSPLIT, ANY
      *    CPFBATCH INSTANCE, CPFMERGE, CPFIDMRG - OR ANOTHER
      *    CPFINTRA CYCLE - STARTED WITHIN THE LAST 24 HOURS AND NOT
      *    YET ENDED STANDS ASIDE WITH RC 4 WITHOUT TOUCHING
      *    ANYTHING; THE DROPS WAIT FOR THE NEXT CYCLE. THE NIGHT
      *    STEP CPFIDMRG LATER APPENDS THE DAY'S DROP RESULTS TO THE
      *    NIGHT FILES SO CPFMSTR, CPFXREF, CPFRPT01 AND CPFBAL SEE
      *    THE WHOLE DAY.
      *
      *    A CYCLE THAT ABENDS LEAVES THE DROP IT WAS WORKING ON AT
      *    THE IN-FLIGHT MARKER AND THE DROP CONTROL RECORD UNSTEPPED;
      *    THE NEXT CYCLE REBUILDS THAT DROP'S RESULT FILES FROM THE
      *    TOP (ITS SUBMISSIONS ARE REGISTERED ONLY AT A CLEAN END).
      *
      *    COMMAND-LINE ARGUMENTS, IN ANY ORDER:
      *        ERRMAX=n       PER-DROP ERROR-COUNT THRESHOLD (DEFAULT
      *                       100; UP TO 9 DIGITS)
      *        REPROCESS      OPERATOR RERUN OF A SUBMISSION ALREADY
      *                       ON THE SUBMISSION REGISTRY - REPORTED
      *                       INSTEAD OF REFUSED WITH RC 10
      *        OVERRIDE       RUN THE CYCLE EVEN THOUGH A NIGHT STEP
      *                       OR ANOTHER CYCLE LOOKS IN FLIGHT (AN
      *                       ENTRY LEFT BY AN ABENDED STEP) - WITH A
      *                       WARNING
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-DROP-FILE ASSIGN TO CPFDROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CPF-ACCEPT-FILE ASSIGN TO IDACC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT CPF-REJECT-FILE ASSIGN TO IDREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT CPF-SUSPENSE-FILE ASSIGN TO IDSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT CPF-DROP-CONTROL-FILE ASSIGN TO "CPFIDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CPF-DROP-FILE.
           COPY CPFINR.
       FD CPF-ACCEPT-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==ACC-OUTPUT-RECORD==
               ==PREFIX-SOURCE-SYSTEM== BY ==ACC-SOURCE-SYSTEM==
               ==PREFIX-ACCOUNT-NUMBER==
                   BY ==ACC-ACCOUNT-NUMBER==
               ==PREFIX-SEQUENCE-NUMBER==
                   BY ==ACC-SEQUENCE-NUMBER==
               ==PREFIX-CPF-RAW== BY ==ACC-CPF-RAW==
               ==PREFIX-CPF-RETURN== BY ==ACC-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==ACC-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==ACC-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==ACC-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==ACC-CPF-REGION==.
       FD CPF-REJECT-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==REJ-OUTPUT-RECORD==
               ==PREFIX-SOURCE-SYSTEM== BY ==REJ-SOURCE-SYSTEM==
               ==PREFIX-ACCOUNT-NUMBER==
                   BY ==REJ-ACCOUNT-NUMBER==
               ==PREFIX-SEQUENCE-NUMBER==
                   BY ==REJ-SEQUENCE-NUMBER==
               ==PREFIX-CPF-RAW== BY ==REJ-CPF-RAW==
               ==PREFIX-CPF-RETURN== BY ==REJ-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==REJ-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==REJ-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==REJ-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==REJ-CPF-REGION==.
       FD CPF-SUSPENSE-FILE.
           COPY CPFSUSP REPLACING ==PREFIX-SUSP-RECORD==
               BY ==SUSP-RECORD==
               ==PREFIX-SUSP-INPUT-RECORD== BY ==SUSP-INPUT-RECORD==
               ==PREFIX-SUSP-FAILURE-POINT== BY ==SUSP-FAILURE-POINT==
               ==PREFIX-SUSP-FILE-STATUS== BY ==SUSP-FILE-STATUS==
               ==PREFIX-SUSP-AGE-COUNT== BY ==SUSP-AGE-COUNT==
               ==PREFIX-SUSP-CPF-SURROGATE==
                   BY ==SUSP-CPF-SURROGATE==.
       FD CPF-DROP-CONTROL-FILE.
           COPY CPFIDREC.
       WORKING-STORAGE SECTION.
      * THE DROP AND ITS RESULT FILES ARE DD-STYLE ASSIGNMENTS;
      * 2100-SET-DROP-ASSIGNMENTS POINTS THEM AT THE CURRENT DROP'S
      * NAMES BEFORE EACH DROP IS OPENED.
       01 WS-DROP-FILE-NAME.
           05 FILLER PIC X(04) VALUE 'CPFD'.
           05 WS-DROP-FILE-SEQ PIC 9(06).
           05 FILLER PIC X(04) VALUE '.DAT'.
       01 WS-ACC-FILE-NAME.
           05 FILLER PIC X(04) VALUE 'IDAC'.
           05 WS-ACC-FILE-SEQ PIC 9(06).
           05 FILLER PIC X(04) VALUE '.DAT'.
       01 WS-REJ-FILE-NAME.
           05 FILLER PIC X(04) VALUE 'IDRJ'.
           05 WS-REJ-FILE-SEQ PIC 9(06).
           05 FILLER PIC X(04) VALUE '.DAT'.
       01 WS-SUSP-FILE-NAME.
           05 FILLER PIC X(04) VALUE 'IDSU'.
           05 WS-SUSP-FILE-SEQ PIC 9(06).
           05 FILLER PIC X(04) VALUE '.DAT'.
       01 WS-JRNL-FILE-NAME PIC X(12) VALUE 'CPFJRNL.DAT'.
       01 WS-CACHE-FILE-NAME PIC X(14) VALUE 'CPFCACHE.DAT'.
       01 WS-IN-FILE-STATUS PIC X(02).
       01 WS-ACC-FILE-STATUS PIC X(02).
       01 WS-REJ-FILE-STATUS PIC X(02).
       01 WS-SUSP-FILE-STATUS PIC X(02).
       01 WS-IDC-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
       01 WS-NO-MORE-DROPS PIC X(01) VALUE 'N'.
       01 WS-NEXT-DROP PIC 9(06) VALUE 1.
       01 WS-COUNTERS.
           05 WS-RECORDS-READ PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-ACCEPTED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-REJECTED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-SUSPENDED PIC 9(09) VALUE ZERO.
           05 WS-ERROR-COUNT PIC 9(09) VALUE ZERO.
           05 WS-POLICY-OVERRIDES PIC 9(09) VALUE ZERO.
      * CYCLE TOTALS, ACROSS EVERY DROP PICKED UP THIS CYCLE.
       01 WS-CYCLE-COUNTERS.
           05 WS-DROPS-PROCESSED PIC 9(09) VALUE ZERO.
           05 WS-DROPS-REFUSED PIC 9(09) VALUE ZERO.
           05 WS-CYCLE-READ PIC 9(09) VALUE ZERO.
           05 WS-CYCLE-ACCEPTED PIC 9(09) VALUE ZERO.
           05 WS-CYCLE-REJECTED PIC 9(09) VALUE ZERO.
           05 WS-CYCLE-SUSPENDED PIC 9(09) VALUE ZERO.
           05 WS-CYCLE-POLICY PIC 9(09) VALUE ZERO.
       01 WS-CALLING-PROGRAM PIC X(08) VALUE 'CPFINTRA'.
       01 WS-ERROR-THRESHOLD PIC 9(09) VALUE 100.
       01 WS-THRESHOLD-EXCEEDED PIC X(01) VALUE 'N'.
       01 WS-DROP-RC PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC PIC 9(02) VALUE ZERO.
       01 WS-ARG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ARG-IDX PIC 9(02).
       01 WS-PARM PIC X(20).
       01 WS-PARM-PARSE.
           05 WS-PARM-OFFSET PIC 9(02).
           05 WS-PARM-POS PIC 9(02).
           05 WS-PARM-CHAR PIC X(01).
           05 WS-PARM-DIGIT PIC 9(01).
           05 WS-PARM-DIGITS PIC 9(02).
           05 WS-PARM-ENDED PIC X(01).
           05 WS-PARM-BAD PIC X(01).
           05 WS-PARM-NUMBER PIC 9(09).
           05 WS-PARM-NUMBER-OK PIC X(01).
       01 WS-RUNC-STEP PIC X(08) VALUE 'CPFINTRA'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
       01 WS-DROP-STEP.
           05 FILLER PIC X(02) VALUE 'ID'.
           05 WS-DROP-STEP-SEQ PIC 9(06).
       01 WS-OVERRIDE-MODE PIC X(01) VALUE 'N'.
       01 WS-REPROCESS-MODE PIC X(01) VALUE 'N'.
       01 WS-SUBM-FEED-ID PIC X(08) VALUE 'CPFIN'.
       01 WS-SUBM-EOF PIC X(01) VALUE 'N'.
       01 WS-SUBM-RC PIC 9(02) VALUE ZERO.
      * IN-FLIGHT CHECK (SEE 0600-CHECK-NIGHT-CHAIN): THE STEPS THAT
      * OWN THE SHARED FILES WHILE THEY RUN, BY STEP NAME AND
      * PARTITION. AN ENTRY IS IN FLIGHT WHEN IT HAS A START WITHIN
      * THE 24 HOURS BEFORE NOW AND NO END.
       01 WS-CHAIN-STEP-LIST.
           05 FILLER PIC X(09) VALUE 'CPFSPLIT '.
           05 FILLER PIC X(09) VALUE 'CPFBATCH '.
           05 FILLER PIC X(09) VALUE 'CPFBATCH1'.
           05 FILLER PIC X(09) VALUE 'CPFBATCH2'.
           05 FILLER PIC X(09) VALUE 'CPFBATCH3'.
           05 FILLER PIC X(09) VALUE 'CPFBATCH4'.
           05 FILLER PIC X(09) VALUE 'CPFMERGE '.
           05 FILLER PIC X(09) VALUE 'CPFIDMRG '.
           05 FILLER PIC X(09) VALUE 'CPFINTRA '.
       01 WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-LIST.
           05 WS-CHAIN-STEP OCCURS 9 TIMES.
               10 WS-CHAIN-STEP-NAME PIC X(08).
               10 WS-CHAIN-STEP-PART PIC X(01).
       01 WS-CHAIN-IDX PIC 9(02).
       01 WS-IN-FLIGHT-STEP PIC X(09) VALUE SPACES.
       01 WS-RUNC-RUN-DATE PIC X(08).
       01 WS-RUNC-START-TS PIC X(14).
       01 WS-RUNC-END-TS PIC X(14).
       01 WS-RUNC-COUNT PIC 9(09).
       01 WS-RUNC-RC PIC 9(02).
       01 WS-RUNC-FOUND PIC X(01).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-PREV-DATE PIC 9(08).
       01 WS-FLOOR-STAMP PIC X(14).
      * DATA-PROTECTION MODE (SEE CPFPSEUD) - RESOLVED ONCE AT
      * START-UP. A CYCLE IS A SINGLE PROCESS, SO IT ASSIGNS VAULT
      * SURROGATES DIRECTLY, AS AN UNPARTITIONED CPFBATCH DOES.
       01 WS-PROT-MODE PIC X(01) VALUE SPACE.
       01 WS-PROT-CPF-CLEAN PIC 9(11).
       01 WS-PROT-NORM-REASON PIC 9(02).
       01 WS-PROT-MASKED PIC X(14).
       01 WS-PROT-SURROGATE PIC X(12).
       01 WS-PROT-APPLIED PIC X(01).
       01 WS-CACHE-HIT PIC X(01).
       01 WS-HOLDER-CPF-CLEAN PIC 9(11).
       01 WS-HOLDER-NORM-REASON PIC 9(02).
       01 WS-RF-HOLDER-NAME PIC X(40).
       01 WS-RF-BIRTH-DATE PIC X(08).
       01 WS-RF-HOLDER-FOUND PIC X(01).
       01 WS-NAME-MATCH-FLAG PIC X(01).
       01 WS-CROSS-MATCH-DONE PIC X(01).
       01 WS-REGION-CPF-CLEAN PIC 9(11).
       01 WS-REGION-NORM-REASON PIC 9(02).
       01 WS-CPF-REGION PIC X(01).
       01 WS-UF-CHECK PIC X(01).
       01 WS-POLICY-APPLIED PIC X(01).
       01 WS-SUSP-POINT PIC X(25).
       01 WS-SUSP-STATUS PIC X(02).
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       COPY CPFIO.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-GET-RUN-PARMS.
           PERFORM 0600-CHECK-NIGHT-CHAIN.
           CALL 'CPFRUNC' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART.
           PERFORM 0700-SET-FILE-ASSIGNMENTS.
           CALL 'CPFPSEUDMODE' USING BY REFERENCE WS-PROT-MODE.
           PERFORM 1000-READ-DROP-CONTROL.
           PERFORM 2000-PROCESS-NEXT-DROP
               UNTIL WS-NO-MORE-DROPS = 'Y'.
           PERFORM 3000-END-OF-CYCLE.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART WS-CYCLE-READ WS-RUN-RC.
           CALL 'CPFRUNCEOJ'.
           DISPLAY 'CPFINTRA DROPS     : ' WS-DROPS-PROCESSED.
           DISPLAY 'CPFINTRA REFUSED   : ' WS-DROPS-REFUSED.
           DISPLAY 'CPFINTRA READ      : ' WS-CYCLE-READ.
           DISPLAY 'CPFINTRA ACCEPTED  : ' WS-CYCLE-ACCEPTED.
           DISPLAY 'CPFINTRA REJECTED  : ' WS-CYCLE-REJECTED.
           DISPLAY 'CPFINTRA SUSPENDED : ' WS-CYCLE-SUSPENDED.
           DISPLAY 'CPFINTRA POLICY    : ' WS-CYCLE-POLICY.
           DISPLAY 'CPFINTRA NEXT DROP : ' WS-NEXT-DROP.
           DISPLAY 'CPFINTRA RETURN    : ' WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       0500-GET-RUN-PARMS.
      * COMMAND-LINE ARGUMENTS MAY COME IN ANY ORDER; SEE THE BANNER
      * FOR THE ACCEPTED FORMS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               MOVE SPACES TO WS-PARM
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-PARM FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-PARM(1:7) = 'ERRMAX='
                       MOVE 8 TO WS-PARM-OFFSET
                       PERFORM 0800-PARSE-PARM-NUMBER
                       IF WS-PARM-NUMBER-OK = 'Y'
                           MOVE WS-PARM-NUMBER TO WS-ERROR-THRESHOLD
                       ELSE
                           DISPLAY 'CPFINTRA BAD ERRMAX IGNORED: '
                               WS-PARM
                       END-IF
                   WHEN WS-PARM(1:8) = 'OVERRIDE'
                       MOVE 'Y' TO WS-OVERRIDE-MODE
                   WHEN WS-PARM(1:9) = 'REPROCESS'
                       MOVE 'Y' TO WS-REPROCESS-MODE
               END-EVALUATE
           END-PERFORM.

       0600-CHECK-NIGHT-CHAIN.
      * NOTHING IS OPENED OR RECORDED UNTIL THIS PASSES: A CYCLE
      * THAT STANDS ASIDE LEAVES NO TRACE BUT ITS MESSAGE. THE
      * 24-HOUR FLOOR KEEPS AN ENTRY LEFT IN FLIGHT BY AN ABEND DAYS
      * AGO FROM HOLDING THE CYCLES OFF FOREVER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) - 1).
           MOVE SPACES TO WS-FLOOR-STAMP.
           STRING WS-PREV-DATE WS-CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO WS-FLOOR-STAMP
           END-STRING.
           PERFORM 0650-CHECK-ONE-STEP
               VARYING WS-CHAIN-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-IDX > 9
               OR WS-IN-FLIGHT-STEP NOT = SPACES.
           IF WS-IN-FLIGHT-STEP NOT = SPACES
               IF WS-OVERRIDE-MODE = 'Y'
                   DISPLAY 'CPFINTRA WARNING - ' WS-IN-FLIGHT-STEP
                       ' IN FLIGHT - OPERATOR OVERRIDE'
               ELSE
                   CALL 'CPFRUNCEOJ'
                   DISPLAY 'CPFINTRA - ' WS-IN-FLIGHT-STEP
                       ' IN FLIGHT - DROPS WAIT FOR THE NEXT CYCLE'
                   DISPLAY 'CPFINTRA RETURN    : 04'
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0650-CHECK-ONE-STEP.
           CALL 'CPFRUNCGET' USING BY REFERENCE
               WS-CHAIN-STEP-NAME(WS-CHAIN-IDX)
               WS-CHAIN-STEP-PART(WS-CHAIN-IDX)
               WS-RUNC-RUN-DATE WS-RUNC-START-TS WS-RUNC-END-TS
               WS-RUNC-COUNT WS-RUNC-RC WS-RUNC-FOUND.
           IF WS-RUNC-FOUND = 'Y'
               AND WS-RUNC-END-TS = SPACES
               AND WS-RUNC-START-TS >= WS-FLOOR-STAMP
               MOVE WS-CHAIN-STEP(WS-CHAIN-IDX) TO WS-IN-FLIGHT-STEP
           END-IF.

       0700-SET-FILE-ASSIGNMENTS.
      * A CYCLE JOURNALS TO AND CACHES IN THE SHARED CPFJRNL.DAT AND
      * CPFCACHE.DAT, THE SAME FILES AN UNPARTITIONED NIGHT RUN
      * USES - THE IN-FLIGHT CHECK ABOVE KEEPS THE TWO APART.
           DISPLAY 'DD_CPFJRNL' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JRNL-FILE-NAME UPON ENVIRONMENT-VALUE.
           DISPLAY 'DD_CPFCACHE' UPON ENVIRONMENT-NAME.
           DISPLAY WS-CACHE-FILE-NAME UPON ENVIRONMENT-VALUE.

       0800-PARSE-PARM-NUMBER.
      * ACCEPTS THE DIGITS THAT FOLLOW THE = SIGN AT WS-PARM-OFFSET
      * WITHOUT REQUIRING ZERO-PADDING - ERRMAX=500 AND ERRMAX=00500
      * BOTH PARSE. ANYTHING OTHER THAN 1-9 DIGITS FOLLOWED BY
      * SPACES LEAVES WS-PARM-NUMBER-OK AT 'N'.
           MOVE ZERO TO WS-PARM-NUMBER WS-PARM-DIGITS.
           MOVE 'N' TO WS-PARM-NUMBER-OK WS-PARM-ENDED WS-PARM-BAD.
           PERFORM VARYING WS-PARM-POS FROM WS-PARM-OFFSET BY 1
                   UNTIL WS-PARM-POS > 20
               MOVE WS-PARM(WS-PARM-POS:1) TO WS-PARM-CHAR
               EVALUATE TRUE
                   WHEN WS-PARM-CHAR = SPACE
                       MOVE 'Y' TO WS-PARM-ENDED
                   WHEN WS-PARM-CHAR >= '0' AND WS-PARM-CHAR <= '9'
                       IF WS-PARM-ENDED = 'Y' OR WS-PARM-DIGITS >= 9
                           MOVE 'Y' TO WS-PARM-BAD
                       ELSE
                           MOVE WS-PARM-CHAR TO WS-PARM-DIGIT
                           COMPUTE WS-PARM-NUMBER =
                               WS-PARM-NUMBER * 10 + WS-PARM-DIGIT
                           ADD 1 TO WS-PARM-DIGITS
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-PARM-BAD
               END-EVALUATE
           END-PERFORM.
           IF WS-PARM-BAD = 'N' AND WS-PARM-DIGITS > 0
               MOVE 'Y' TO WS-PARM-NUMBER-OK
           END-IF.

       1000-READ-DROP-CONTROL.
      * NO CONTROL RECORD YET MEANS NO DROP HAS EVER BEEN PROCESSED.
           OPEN INPUT CPF-DROP-CONTROL-FILE.
           EVALUATE WS-IDC-FILE-STATUS
               WHEN '00'
                   READ CPF-DROP-CONTROL-FILE
                       AT END
                           MOVE 1 TO WS-NEXT-DROP
                       NOT AT END
                           MOVE IDC-NEXT-DROP TO WS-NEXT-DROP
                   END-READ
                   CLOSE CPF-DROP-CONTROL-FILE
               WHEN '35'
                   MOVE 1 TO WS-NEXT-DROP
               WHEN OTHER
                   MOVE 'CPF-DROP-CONTROL-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-IDC-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.

       2000-PROCESS-NEXT-DROP.
      * A DROP THAT HAS NOT ARRIVED YET (STATUS 35) ENDS THE CYCLE.
           PERFORM 2100-SET-DROP-ASSIGNMENTS.
           OPEN INPUT CPF-DROP-FILE.
           EVALUATE WS-IN-FILE-STATUS
               WHEN '00'
                   CLOSE CPF-DROP-FILE
                   PERFORM 2200-RUN-ONE-DROP
               WHEN '35'
                   MOVE 'Y' TO WS-NO-MORE-DROPS
               WHEN OTHER
                   MOVE 'CPF-DROP-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
                   MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.

       2100-SET-DROP-ASSIGNMENTS.
           MOVE WS-NEXT-DROP TO WS-DROP-FILE-SEQ WS-ACC-FILE-SEQ
               WS-REJ-FILE-SEQ WS-SUSP-FILE-SEQ WS-DROP-STEP-SEQ.
           DISPLAY 'DD_CPFDROP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DROP-FILE-NAME UPON ENVIRONMENT-VALUE.
           DISPLAY 'DD_IDACC' UPON ENVIRONMENT-NAME.
           DISPLAY WS-ACC-FILE-NAME UPON ENVIRONMENT-VALUE.
           DISPLAY 'DD_IDREJ' UPON ENVIRONMENT-NAME.
           DISPLAY WS-REJ-FILE-NAME UPON ENVIRONMENT-VALUE.
           DISPLAY 'DD_IDSUSP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-SUSP-FILE-NAME UPON ENVIRONMENT-VALUE.

       2200-RUN-ONE-DROP.
           MOVE ZERO TO WS-RECORDS-READ WS-RECORDS-ACCEPTED
               WS-RECORDS-REJECTED WS-RECORDS-SUSPENDED
               WS-ERROR-COUNT WS-POLICY-OVERRIDES.
           MOVE 'N' TO WS-EOF-SWITCH WS-THRESHOLD-EXCEEDED.
           CALL 'CPFRUNC' USING BY REFERENCE WS-DROP-STEP
               WS-NO-PART.
           PERFORM 2300-VERIFY-DROP.
           IF WS-SUBM-RC NOT = ZERO
               MOVE WS-SUBM-RC TO WS-DROP-RC
               ADD 1 TO WS-DROPS-REFUSED
               IF WS-SUBM-RC = 10
                   DISPLAY 'CPFINTRA DROP ' WS-NEXT-DROP
                       ' REFUSED - SUBMISSION ALREADY PROCESSED'
               ELSE
                   DISPLAY 'CPFINTRA DROP ' WS-NEXT-DROP
                       ' REFUSED - CONTROL RECORDS DO NOT AGREE'
               END-IF
           ELSE
               PERFORM 2400-OPEN-DROP-FILES
               PERFORM 2500-READ-DROP-RECORD
                   UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM 2800-CLOSE-DROP-FILES
               EVALUATE TRUE
                   WHEN WS-THRESHOLD-EXCEEDED = 'Y'
                       MOVE 8 TO WS-DROP-RC
                   WHEN WS-ERROR-COUNT > 0
                       MOVE 4 TO WS-DROP-RC
                   WHEN OTHER
                       MOVE 0 TO WS-DROP-RC
               END-EVALUATE
               IF WS-DROP-RC <= 4
                   CALL 'CPFSUBMTREG'
               END-IF
               DISPLAY 'CPFINTRA DROP ' WS-NEXT-DROP
                   ' READ ' WS-RECORDS-READ
                   ' ACC ' WS-RECORDS-ACCEPTED
                   ' REJ ' WS-RECORDS-REJECTED
                   ' SUSP ' WS-RECORDS-SUSPENDED
                   ' RC ' WS-DROP-RC
           END-IF.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-DROP-STEP
               WS-NO-PART WS-RECORDS-READ WS-DROP-RC.
           ADD 1 TO WS-DROPS-PROCESSED.
           ADD WS-RECORDS-READ TO WS-CYCLE-READ.
           ADD WS-RECORDS-ACCEPTED TO WS-CYCLE-ACCEPTED.
           ADD WS-RECORDS-REJECTED TO WS-CYCLE-REJECTED.
           ADD WS-RECORDS-SUSPENDED TO WS-CYCLE-SUSPENDED.
           ADD WS-POLICY-OVERRIDES TO WS-CYCLE-POLICY.
           IF WS-DROP-RC > WS-RUN-RC
               MOVE WS-DROP-RC TO WS-RUN-RC
           END-IF.
           ADD 1 TO WS-NEXT-DROP.
           PERFORM 2900-WRITE-DROP-CONTROL.

       2300-VERIFY-DROP.
      * FIRST PASS OVER THE DROP, AS CPFBATCH'S OVER CPFIN.DAT:
      * NOTHING IS VALIDATED, JOURNALED OR WRITTEN UNTIL THE WHOLE
      * DROP HAS PASSED CPFSUBMT.
           CALL 'CPFSUBMT' USING BY REFERENCE WS-SUBM-FEED-ID
               WS-CALLING-PROGRAM.
           OPEN INPUT CPF-DROP-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               MOVE 'CPF-DROP-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE 'N' TO WS-SUBM-EOF.
           PERFORM UNTIL WS-SUBM-EOF = 'Y'
               MOVE SPACES TO CPF-IN-RECORD
               READ CPF-DROP-FILE
                   AT END
                       MOVE 'Y' TO WS-SUBM-EOF
                   NOT AT END
                       IF WS-IN-FILE-STATUS NOT = '00'
                           AND WS-IN-FILE-STATUS NOT = '04'
                           MOVE 'CPF-DROP-FILE READ FAILED'
                               TO WS-ABEND-MESSAGE
                           MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
                           PERFORM 9999-ABEND
                       END-IF
                       CALL 'CPFSUBMTREC' USING BY REFERENCE
                           CPF-IN-RECORD
               END-READ
           END-PERFORM.
           CLOSE CPF-DROP-FILE.
           CALL 'CPFSUBMTEND' USING BY REFERENCE WS-REPROCESS-MODE
               WS-SUBM-RC.

       2400-OPEN-DROP-FILES.
      * THE RESULT FILES ARE REBUILT WHOLE, SO A DROP PICKED UP
      * AGAIN AFTER AN ABEND DOES NOT CARRY A PARTIAL FIRST ATTEMPT.
           OPEN INPUT CPF-DROP-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               MOVE 'CPF-DROP-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT CPF-ACCEPT-FILE.
           IF WS-ACC-FILE-STATUS NOT = '00'
               MOVE 'CPF-ACCEPT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-ACC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT CPF-REJECT-FILE.
           IF WS-REJ-FILE-STATUS NOT = '00'
               MOVE 'CPF-REJECT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-REJ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT CPF-SUSPENSE-FILE.
           IF WS-SUSP-FILE-STATUS NOT = '00'
               MOVE 'CPF-SUSPENSE-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-SUSP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       2500-READ-DROP-RECORD.
      * CLEAR THE RECORD AREA FIRST - SEE CPFBATCH 2000-PROCESS-FILE:
      * A TRUNCATED TAIL RECORD MUST NOT INHERIT THE PREVIOUS
      * RECORD'S CPF.
           MOVE SPACES TO CPF-IN-RECORD.
           READ CPF-DROP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   EVALUATE WS-IN-FILE-STATUS
                       WHEN '00'
                           PERFORM 2550-CHECK-RECORD-CONTENT
                       WHEN '04'
                           ADD 1 TO WS-RECORDS-READ
                           MOVE 'CPF-DROP-FILE SHORT RECORD'
                               TO WS-SUSP-POINT
                           MOVE WS-IN-FILE-STATUS TO WS-SUSP-STATUS
                           PERFORM 2700-SUSPEND-RECORD
                       WHEN OTHER
                           MOVE 'CPF-DROP-FILE READ FAILED'
                               TO WS-ABEND-MESSAGE
                           MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
                           PERFORM 9999-ABEND
                   END-EVALUATE
           END-READ.

       2550-CHECK-RECORD-CONTENT.
      * SAME TESTS AS CPFBATCH 2050-CHECK-RECORD-CONTENT: HEADER AND
      * TRAILER RECORDS ARE NOT INPUT, AND A BLANK CPF OR A
      * NON-NUMERIC SEQUENCE NUMBER MARKS A SHORT RECORD.
           EVALUATE TRUE
               WHEN IN-SOURCE-SYSTEM = '*HEADER*'
                   OR IN-SOURCE-SYSTEM = '*TRAILER'
                   CONTINUE
               WHEN IN-SEQUENCE-NUMBER IS NUMERIC
                   AND IN-CPF NOT = SPACES
                   PERFORM 2600-VALIDATE-ONE-CPF
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-READ
                   MOVE 'CPF-DROP-FILE BAD RECORD' TO WS-SUSP-POINT
                   MOVE WS-IN-FILE-STATUS TO WS-SUSP-STATUS
                   PERFORM 2700-SUSPEND-RECORD
           END-EVALUATE.

       2600-VALIDATE-ONE-CPF.
      * THE NIGHT RUN'S CHAIN, STEP FOR STEP (SEE CPFBATCH
      * 2100-VALIDATE-ONE-CPF), SO A DROP GETS EXACTLY THE VERDICT
      * THE SAME RECORD WOULD HAVE HAD IN THE NIGHT FILE.
           ADD 1 TO WS-RECORDS-READ.
           MOVE IN-CPF TO CPF-RAW.
           CALL 'CPFCACHE' USING BY REFERENCE CPF-INPUT-OUTPUT
               BY REFERENCE WS-CACHE-HIT.
           IF WS-CACHE-HIT = 'N'
               CALL 'CPF' USING BY REFERENCE CPF-RAW
               CALL 'CPFCACHESTORE' USING BY REFERENCE CPF-INPUT-OUTPUT
           END-IF.
           PERFORM 2650-CROSS-MATCH-HOLDER.
           PERFORM 2660-CHECK-FISCAL-REGION.
      * NAME THE SOURCE AND HOW THE CHECK WAS ANSWERED BEFORE ANY
      * JOURNAL ENTRY FOR THE RECORD - THE POLICY STEP MAY WRITE ONE.
           CALL 'CPFLOGATTR' USING BY REFERENCE IN-SOURCE-SYSTEM
               WS-CACHE-HIT WS-CROSS-MATCH-DONE.
           PERFORM 2680-APPLY-SOURCE-POLICY.
           CALL 'CPFLOGCACHED' USING BY REFERENCE CPF-RAW
               BY CONTENT WS-CALLING-PROGRAM.
           PERFORM 2620-PROTECT-OUTPUT-CPF.
           IF CPF-RETURN = 'A'
               MOVE IN-SOURCE-SYSTEM TO ACC-SOURCE-SYSTEM
               MOVE IN-ACCOUNT-NUMBER TO ACC-ACCOUNT-NUMBER
               MOVE IN-SEQUENCE-NUMBER TO ACC-SEQUENCE-NUMBER
               IF WS-PROT-APPLIED = 'Y'
                   MOVE WS-PROT-MASKED TO ACC-CPF-RAW
                   MOVE WS-PROT-SURROGATE TO ACC-CPF-SURROGATE
               ELSE
                   MOVE CPF-RAW TO ACC-CPF-RAW
                   MOVE SPACES TO ACC-CPF-SURROGATE
               END-IF
               MOVE CPF-RETURN TO ACC-CPF-RETURN
               MOVE CPF-REASON-CODE TO ACC-CPF-REASON-CODE
               MOVE CPF-STATUS TO ACC-CPF-STATUS
               MOVE WS-CPF-REGION TO ACC-CPF-REGION
               WRITE ACC-OUTPUT-RECORD
               IF WS-ACC-FILE-STATUS = '00'
                   ADD 1 TO WS-RECORDS-ACCEPTED
               ELSE
                   MOVE 'CPF-ACCEPT-FILE WRITE FAILED'
                       TO WS-SUSP-POINT
                   MOVE WS-ACC-FILE-STATUS TO WS-SUSP-STATUS
                   PERFORM 2700-SUSPEND-RECORD
               END-IF
           ELSE
               MOVE IN-SOURCE-SYSTEM TO REJ-SOURCE-SYSTEM
               MOVE IN-ACCOUNT-NUMBER TO REJ-ACCOUNT-NUMBER
               MOVE IN-SEQUENCE-NUMBER TO REJ-SEQUENCE-NUMBER
               IF WS-PROT-APPLIED = 'Y'
                   MOVE WS-PROT-MASKED TO REJ-CPF-RAW
                   MOVE WS-PROT-SURROGATE TO REJ-CPF-SURROGATE
               ELSE
                   MOVE CPF-RAW TO REJ-CPF-RAW
                   MOVE SPACES TO REJ-CPF-SURROGATE
               END-IF
               MOVE CPF-RETURN TO REJ-CPF-RETURN
               MOVE CPF-REASON-CODE TO REJ-CPF-REASON-CODE
               MOVE CPF-STATUS TO REJ-CPF-STATUS
               MOVE WS-CPF-REGION TO REJ-CPF-REGION
               WRITE REJ-OUTPUT-RECORD
               IF WS-REJ-FILE-STATUS = '00'
                   ADD 1 TO WS-RECORDS-REJECTED
               ELSE
                   MOVE 'CPF-REJECT-FILE WRITE FAILED'
                       TO WS-SUSP-POINT
                   MOVE WS-REJ-FILE-STATUS TO WS-SUSP-STATUS
                   PERFORM 2700-SUSPEND-RECORD
               END-IF
           END-IF.

       2620-PROTECT-OUTPUT-CPF.
           MOVE 'N' TO WS-PROT-APPLIED.
           IF WS-PROT-MODE = 'Y'
               CALL 'CPFNORM' USING BY REFERENCE CPF-RAW
                   WS-PROT-CPF-CLEAN WS-PROT-NORM-REASON
               IF WS-PROT-NORM-REASON = 0
                   CALL 'CPFPSEUD' USING BY REFERENCE
                       WS-PROT-CPF-CLEAN WS-PROT-SURROGATE
                   CALL 'CPFMASKP' USING WS-PROT-CPF-CLEAN
                       WS-PROT-MASKED
                   MOVE 'Y' TO WS-PROT-APPLIED
               END-IF
           END-IF.

       2650-CROSS-MATCH-HOLDER.
      * SEE CPFBATCH 2150-CROSS-MATCH-HOLDER - REASON 11 ON A NAME
      * MISMATCH, WARNING REASON 12 ON A BIRTH-DATE MISMATCH.
           MOVE 'N' TO WS-CROSS-MATCH-DONE.
           IF CPF-RETURN = 'A' AND IN-HOLDER-NAME NOT = SPACES
               CALL 'CPFNORM' USING BY REFERENCE CPF-RAW
                   WS-HOLDER-CPF-CLEAN WS-HOLDER-NORM-REASON
               IF WS-HOLDER-NORM-REASON = 0
                   CALL 'CPFSITHOLDER' USING
                       BY REFERENCE WS-HOLDER-CPF-CLEAN
                       WS-RF-HOLDER-NAME WS-RF-BIRTH-DATE
                       WS-RF-HOLDER-FOUND
                   IF WS-RF-HOLDER-FOUND = 'Y'
                       MOVE 'Y' TO WS-CROSS-MATCH-DONE
                       PERFORM 2670-COMPARE-HOLDER-FIELDS
                   END-IF
               END-IF
           END-IF.

       2660-CHECK-FISCAL-REGION.
      * SEE CPFBATCH 2160-CHECK-FISCAL-REGION - THE ISSUING REGION
      * ONTO EVERY RECORD, WARNING REASON 16 ON A CLEAN ACCEPT WHOSE
      * DECLARED HOLDER STATE LIES OUTSIDE IT.
           MOVE SPACE TO WS-CPF-REGION.
           MOVE SPACE TO WS-UF-CHECK.
           CALL 'CPFNORM' USING BY REFERENCE CPF-RAW
               WS-REGION-CPF-CLEAN WS-REGION-NORM-REASON.
           IF WS-REGION-NORM-REASON = 0
               CALL 'CPFREGN' USING BY REFERENCE WS-REGION-CPF-CLEAN
                   IN-HOLDER-UF WS-CPF-REGION WS-UF-CHECK
           END-IF.
           IF WS-UF-CHECK = 'O'
               AND CPF-RETURN = 'A' AND CPF-REASON-CODE = 0
               MOVE 'VALID - STATE OUTSIDE FISCAL REGION WARNING'
                   TO CPF-STATUS
               MOVE 16 TO CPF-REASON-CODE
           END-IF.

       2670-COMPARE-HOLDER-FIELDS.
           CALL 'CPFNMTCH' USING BY REFERENCE IN-HOLDER-NAME
               WS-RF-HOLDER-NAME WS-NAME-MATCH-FLAG.
           IF WS-NAME-MATCH-FLAG = 'N'
               MOVE 'R' TO CPF-RETURN
               MOVE 'INVALID - HOLDER NAME MISMATCH' TO CPF-STATUS
               MOVE 11 TO CPF-REASON-CODE
           ELSE
               IF IN-BIRTH-DATE NOT = SPACES
                   AND WS-RF-BIRTH-DATE NOT = SPACES
                   AND IN-BIRTH-DATE NOT = WS-RF-BIRTH-DATE
                   MOVE 'VALID - BIRTH DATE MISMATCH WARNING'
                       TO CPF-STATUS
                   MOVE 12 TO CPF-REASON-CODE
               END-IF
           END-IF.

       2680-APPLY-SOURCE-POLICY.
           CALL 'CPFPOLCY' USING BY REFERENCE IN-SOURCE-SYSTEM
               CPF-INPUT-OUTPUT WS-CALLING-PROGRAM WS-POLICY-APPLIED.
           IF WS-POLICY-APPLIED = 'Y'
               ADD 1 TO WS-POLICY-OVERRIDES
           END-IF.

       2700-SUSPEND-RECORD.
      * PROTECTED THE SAME WAY AS CPFBATCH 2400-SUSPEND-RECORD.
           MOVE SPACES TO SUSP-CPF-SURROGATE.
           IF WS-PROT-MODE = 'Y'
               CALL 'CPFNORM' USING BY REFERENCE IN-CPF
                   WS-PROT-CPF-CLEAN WS-PROT-NORM-REASON
               IF WS-PROT-NORM-REASON = 0
                   CALL 'CPFPSEUD' USING BY REFERENCE
                       WS-PROT-CPF-CLEAN WS-PROT-SURROGATE
                   CALL 'CPFMASKP' USING WS-PROT-CPF-CLEAN
                       WS-PROT-MASKED
                   MOVE WS-PROT-MASKED TO IN-CPF
                   MOVE WS-PROT-SURROGATE TO SUSP-CPF-SURROGATE
               END-IF
           END-IF.
           MOVE CPF-IN-RECORD TO SUSP-INPUT-RECORD.
           MOVE WS-SUSP-POINT TO SUSP-FAILURE-POINT.
           MOVE WS-SUSP-STATUS TO SUSP-FILE-STATUS.
           MOVE ZERO TO SUSP-AGE-COUNT.
           WRITE SUSP-RECORD.
           IF WS-SUSP-FILE-STATUS NOT = '00'
               MOVE 'CPF-SUSPENSE-FILE WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-SUSP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           ADD 1 TO WS-RECORDS-SUSPENDED.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM 2750-CHECK-ERROR-THRESHOLD.

       2750-CHECK-ERROR-THRESHOLD.
           IF WS-ERROR-COUNT > WS-ERROR-THRESHOLD
               MOVE 'Y' TO WS-THRESHOLD-EXCEEDED
               MOVE 'Y' TO WS-EOF-SWITCH
               DISPLAY 'CPFINTRA DROP ' WS-NEXT-DROP
                   ' ERROR THRESHOLD EXCEEDED AT ' WS-ERROR-COUNT
                   ' - ENDING DROP'
           END-IF.

       2800-CLOSE-DROP-FILES.
           CLOSE CPF-DROP-FILE.
           CLOSE CPF-ACCEPT-FILE.
           CLOSE CPF-REJECT-FILE.
           CLOSE CPF-SUSPENSE-FILE.

       2900-WRITE-DROP-CONTROL.
      * STEPPED ONLY AFTER THE DROP'S RUN-CONTROL ENTRY IS ENDED -
      * SEE CPFIDREC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN OUTPUT CPF-DROP-CONTROL-FILE.
           IF WS-IDC-FILE-STATUS NOT = '00'
               MOVE 'CPF-DROP-CONTROL-FILE OPEN FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-IDC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE WS-NEXT-DROP TO IDC-NEXT-DROP.
           MOVE WS-CURRENT-DATE(1:14) TO IDC-UPDATED-TIMESTAMP.
           WRITE CPF-DROP-CONTROL-RECORD.
           IF WS-IDC-FILE-STATUS NOT = '00'
               MOVE 'CPF-DROP-CONTROL-FILE WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-IDC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           CLOSE CPF-DROP-CONTROL-FILE.

       3000-END-OF-CYCLE.
           CALL 'CPFLOGEOJ'.
           CALL 'CPFCACHEEOJ'.
           CALL 'CPFSITEOJ'.
           CALL 'CPFWATCHEOJ'.
           CALL 'CPFPOLEOJ'.
           CALL 'CPFSUBMTEOJ'.

       9999-ABEND.
           DISPLAY 'CPFINTRA ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
