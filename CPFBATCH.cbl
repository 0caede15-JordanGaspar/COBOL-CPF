      *               BOTH COUNT TOWARD THE ERRMAX THRESHOLD
      *        RC  8  SUSPENSE/ERROR COUNT EXCEEDED THE THRESHOLD AND
      *               THE RUN WAS ENDED EARLY
      *        RC 10  FILE REFUSED - A SUBMISSION ON IT WAS ALREADY
      *               PROCESSED (A RESEND - SEE BELOW)
      *        RC 12  FILE REFUSED - HEADER/TRAILER CONTROL RECORDS
      *               MISSING, OUT OF PLACE OR OUT OF BALANCE
      *        RC 16  UNRECOVERABLE (OPEN FAILURES, SUSPENSE FILE
      *               ITSELF UNWRITABLE) - SEE 9999-ABEND
      *    A RECORD THE JOB CANNOT PROCESS (SHORT/MANGLED INPUT
      *                       INTO THE SINGLE PICTURE CPFRPT01 AND
      *                       THE AUDITORS EXPECT.
      *        OVERRIDE       OPERATOR OVERRIDE OF THE RUN-CONTROL
      *                       PREDECESSOR AND INTRADAY CHECKS BELOW -
      *                       PROCEED WITH A WARNING INSTEAD OF
      *                       REFUSING
      *        REPROCESS      OPERATOR RERUN OF A SUBMISSION ALREADY
      *                       ON THE SUBMISSION REGISTRY - REPORTED
      *                       INSTEAD OF REFUSED WITH RC 10
      *
      *    SUBMISSION CONTROL (SEE CPFCTREC/CPFSUBMT): CPFIN.DAT
      *    CARRIES A HEADER AND TRAILER PER SUBMISSION. AN
      *    UNPARTITIONED RUN PASSES THE WHOLE FILE THROUGH CPFSUBMT
      *    BEFORE VALIDATING ANYTHING - RECORD COUNT, SEQUENCE HASH
      *    TOTAL AND THE SUBMISSION REGISTRY - AND REFUSES THE FILE
      *    WITH RC 10 OR 12, OUTPUT FILES UNTOUCHED, WHEN THEY DO NOT
      *    AGREE. THE SUBMISSIONS ARE REGISTERED ONLY AFTER A RUN
      *    ENDING RC 04 OR BETTER. A PART=n INSTANCE SKIPS THE CHECK:
      *    CPFSPLIT ALREADY MADE IT ON CPFIN.DAT AND DEALS ONLY THE
      *    DETAIL RECORDS INTO THE SLICES. THE CONTROL RECORDS ARE
      *    NEVER VALIDATED OR COUNTED AS INPUT.
      *
      *    RUN CONTROL (SEE CPFRCREC/CPFRUNC): A PART=n INSTANCE
      *    REFUSES TO START UNLESS CPFSPLIT'S RUN-CONTROL ENTRY
      *    SITTING THERE FROM YESTERDAY MUST NOT BE REVALIDATED AND
      *    MERGED AS TONIGHT'S DATA. EVERY INSTANCE RECORDS ITS OWN
      *    START, END, RECORD COUNT AND RETURN CODE SO CPFMERGE CAN
      *    APPLY THE SAME TEST PER PARTITION. EVERY INSTANCE ALSO
      *    REFUSES TO START WHILE A CPFINTRA CYCLE STARTED IN THE LAST
      *    24 HOURS IS STILL IN FLIGHT - THE CYCLE IS WRITING THE
      *    SHARED JOURNAL, CACHE AND VAULT.
      *
      *    DATA-PROTECTION MODE (CPFPROT=Y - SEE CPFPSEUD): AN
      *    UNPARTITIONED RUN MASKS ITS OUTPUTS AND ASSIGNS VAULT
      *    PROCESSES MUST NOT STEP THE VAULT'S SERIAL CONTROL
      *    RECORD - AND CPFMERGE APPLIES THE PROTECTION WHILE
      *    CONSOLIDATING.
      *
      *    SOURCE POLICY (SEE CPFPREC/CPFPOLCY): ONCE VALIDATION AND
      *    THE HOLDER CROSS-MATCH HAVE REACHED A VERDICT, THE SENDING
      *    SOURCE SYSTEM'S ENTRY IN COMPLIANCE'S POLICY TABLE, IF IT
      *    HAS ONE FOR THE REASON CODE, DECIDES WHETHER THE RECORD IS
      *    REJECTED, PASSED WITH A WARNING OR ACCEPTED. EACH OVERRIDE
      *    IS JOURNALED UNDER 'CPFPOLCY' AND COUNTED ON THE POLICY
      *    LINE OF THE RUN TOTALS.
      *
      *    FISCAL REGION (SEE CPFRGTAB/CPFREGN): EVERY ACCEPT AND
      *    REJECT CARRIES THE RF FISCAL REGION NAMED BY THE CPF'S
      *    NINTH DIGIT. A HOLDER STATE ON THE INPUT RECORD THAT LIES
      *    OUTSIDE THAT REGION TURNS A CLEAN ACCEPT INTO AN ACCEPT
      *    WITH WARNING REASON 16, AHEAD OF THE SOURCE POLICY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           05 WS-RECORDS-REJECTED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-SUSPENDED PIC 9(09) VALUE ZERO.
           05 WS-ERROR-COUNT PIC 9(09) VALUE ZERO.
           05 WS-POLICY-OVERRIDES PIC 9(09) VALUE ZERO.
       01 WS-CALLING-PROGRAM PIC X(08) VALUE 'CPFBATCH'.
       01 WS-CHECKPOINT-INTERVAL PIC 9(05) VALUE 100.
       01 WS-CHECKPOINT-DISABLED PIC X(01) VALUE 'N'.
       01 WS-PRED-STEP PIC X(08) VALUE 'CPFSPLIT'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
       01 WS-RUNC-OK PIC X(01).
       01 WS-INTRA-STEP PIC X(08) VALUE 'CPFINTRA'.
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
       01 WS-REPROCESS-MODE PIC X(01) VALUE 'N'.
       01 WS-SUBM-FEED-ID PIC X(08) VALUE 'CPFIN'.
       01 WS-SUBM-EOF PIC X(01) VALUE 'N'.
       01 WS-SUBM-RC PIC 9(02) VALUE ZERO.
      * DATA-PROTECTION MODE (SEE CPFPSEUD) - RESOLVED ONCE AT
      * START-UP. WITH THE MODE ON, ACCEPT/REJECT/SUSPENSE RECORDS
      * CARRY THE PROTECTIVE MASK PLUS THE VAULT SURROGATE IN PLACE
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
       0000-MAIN.
           PERFORM 0500-GET-RUN-PARMS.
           PERFORM 0650-CHECK-PREDECESSOR.
           PERFORM 0660-CHECK-INTRADAY-IDLE.
           CALL 'CPFRUNC' USING BY REFERENCE WS-RUNC-STEP
               WS-PARTITION.
           PERFORM 0700-SET-FILE-ASSIGNMENTS.
           CALL 'CPFPSEUDMODE' USING BY REFERENCE WS-PROT-MODE.
           IF WS-PARTITION = SPACE
               PERFORM 0900-VERIFY-SUBMISSION
           END-IF.
           PERFORM 1000-OPEN-FILES.
           IF WS-RESTART-MODE = 'Y'
               PERFORM 1500-SKIP-TO-CHECKPOINT
           PERFORM 2000-PROCESS-FILE UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 3500-SET-RETURN-CODE.
           IF WS-PARTITION = SPACE AND WS-RUN-RC <= 4
               CALL 'CPFSUBMTREG'
           END-IF.
           CALL 'CPFSUBMTEOJ'.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-PARTITION WS-RECORDS-READ WS-RUN-RC.
           CALL 'CPFRUNCEOJ'.
           DISPLAY 'CPFBATCH ACCEPTED  : ' WS-RECORDS-ACCEPTED.
           DISPLAY 'CPFBATCH REJECTED  : ' WS-RECORDS-REJECTED.
           DISPLAY 'CPFBATCH SUSPENDED : ' WS-RECORDS-SUSPENDED.
           DISPLAY 'CPFBATCH POLICY    : ' WS-POLICY-OVERRIDES.
           DISPLAY 'CPFBATCH RETURN    : ' WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
                       END-IF
                   WHEN WS-PARM(1:8) = 'OVERRIDE'
                       MOVE 'Y' TO WS-OVERRIDE-MODE
                   WHEN WS-PARM(1:9) = 'REPROCESS'
                       MOVE 'Y' TO WS-REPROCESS-MODE
               END-EVALUATE
           END-PERFORM.
           IF WS-PARTITION NOT = SPACE
               END-IF
           END-IF.

       0660-CHECK-INTRADAY-IDLE.
      * A CYCLE STILL RUNNING OWNS THE JOURNAL, CACHE AND VAULT THIS
      * STEP IS ABOUT TO WRITE. ONLY AN ENTRY STARTED IN THE LAST 24
      * HOURS COUNTS - SEE CPFINTRA 0600-CHECK-NIGHT-CHAIN.
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
                   DISPLAY 'CPFBATCH WARNING - CPFINTRA IN FLIGHT - '
                       'OPERATOR OVERRIDE'
               ELSE
                   MOVE 'CPFINTRA CYCLE IN FLIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       0700-SET-FILE-ASSIGNMENTS.
           DISPLAY 'DD_CPFIN' UPON ENVIRONMENT-NAME.
           DISPLAY WS-IN-FILE-NAME UPON ENVIRONMENT-VALUE.
               MOVE 'Y' TO WS-PARM-NUMBER-OK
           END-IF.

       0900-VERIFY-SUBMISSION.
      * FIRST PASS OVER CPFIN.DAT: EVERY RECORD GOES THROUGH
      * CPFSUBMT, WHICH CHECKS THE HEADER/TRAILER GROUPS AND THE
      * SUBMISSION REGISTRY. NOTHING IS VALIDATED, JOURNALED OR
      * WRITTEN UNTIL THE WHOLE FILE HAS PASSED.
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
                       IF WS-IN-FILE-STATUS NOT = '00'
                           AND WS-IN-FILE-STATUS NOT = '04'
                           MOVE 'CPF-IN-FILE READ FAILED'
                               TO WS-ABEND-MESSAGE
                           MOVE WS-IN-FILE-STATUS TO WS-ABEND-STATUS
                           PERFORM 9999-ABEND
                       END-IF
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
      * THE FILE IS REFUSED WHOLE, BEFORE THE OUTPUT FILES ARE
      * OPENED. THE RUN-CONTROL ENTRY ENDS WITH THE REFUSAL CODE, SO
      * CPFMSTR'S PREDECESSOR CHECK WILL NOT TAKE LAST NIGHT'S
      * CPFACC/CPFREJ FOR TONIGHT'S.
           CALL 'CPFSUBMTEOJ'.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-PARTITION WS-RECORDS-READ WS-SUBM-RC.
           CALL 'CPFRUNCEOJ'.
           IF WS-SUBM-RC = 10
               DISPLAY 'CPFBATCH FILE REFUSED - SUBMISSION ALREADY '
                   'PROCESSED (RERUN WITH REPROCESS IF INTENDED)'
           ELSE
               DISPLAY 'CPFBATCH FILE REFUSED - CONTROL RECORDS '
                   'DO NOT AGREE'
           END-IF.
           DISPLAY 'CPFBATCH RETURN    : ' WS-SUBM-RC.
           MOVE WS-SUBM-RC TO RETURN-CODE.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT CPF-IN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
      * THE CHECKPOINT COUNTS DETAIL RECORDS ONLY - STEP OVER THE
      * HEADER/TRAILER RECORDS WITHOUT COUNTING THEM.
                       IF IN-SOURCE-SYSTEM NOT = '*HEADER*'
                           AND IN-SOURCE-SYSTEM NOT = '*TRAILER'
                           ADD 1 TO WS-RECORDS-READ
                       END-IF
               END-READ
           END-PERFORM.

      * ANSWER 00 WITH A PARTLY-FILLED BUFFER. OVER THE CLEARED
      * RECORD AREA THAT SHOWS UP AS A BLANK CPF OR A NON-NUMERIC
      * SEQUENCE NUMBER; SUSPEND THOSE INSTEAD OF VALIDATING THEM.
      * HEADER/TRAILER RECORDS WERE CHECKED BY 0900-VERIFY-SUBMISSION
      * AND ARE NOT INPUT - PASS OVER THEM.
           EVALUATE TRUE
               WHEN IN-SOURCE-SYSTEM = '*HEADER*'
                   OR IN-SOURCE-SYSTEM = '*TRAILER'
                   CONTINUE
               WHEN IN-SEQUENCE-NUMBER IS NUMERIC
                   AND IN-CPF NOT = SPACES
                   PERFORM 2100-VALIDATE-ONE-CPF
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-READ
                   MOVE 'CPF-IN-FILE BAD RECORD' TO WS-SUSP-POINT
                   MOVE WS-IN-FILE-STATUS TO WS-SUSP-STATUS
                   PERFORM 2400-SUSPEND-RECORD
           END-EVALUATE.

       2100-VALIDATE-ONE-CPF.
           ADD 1 TO WS-RECORDS-READ.
      * THE JOURNAL MUST CARRY THE FINAL VERDICT THE SUBMITTER GETS -
      * ONE ENTRY PER RECORD, SAME AS ALWAYS.
           PERFORM 2150-CROSS-MATCH-HOLDER.
           PERFORM 2160-CHECK-FISCAL-REGION.
      * NAME THE SOURCE AND HOW THE CHECK WAS ANSWERED BEFORE ANY
      * JOURNAL ENTRY FOR THE RECORD - THE POLICY STEP MAY WRITE ONE.
           CALL 'CPFLOGATTR' USING BY REFERENCE IN-SOURCE-SYSTEM
               WS-CACHE-HIT WS-CROSS-MATCH-DONE.
           PERFORM 2180-APPLY-SOURCE-POLICY.
           CALL 'CPFLOGCACHED' USING BY REFERENCE CPF-RAW
               BY CONTENT WS-CALLING-PROGRAM.
           PERFORM 2120-PROTECT-OUTPUT-CPF.
               MOVE CPF-RETURN TO ACC-CPF-RETURN
               MOVE CPF-REASON-CODE TO ACC-CPF-REASON-CODE
               MOVE CPF-STATUS TO ACC-CPF-STATUS
               MOVE WS-CPF-REGION TO ACC-CPF-REGION
               WRITE ACC-OUTPUT-RECORD
               IF WS-ACC-FILE-STATUS = '00'
                   ADD 1 TO WS-RECORDS-ACCEPTED
               MOVE CPF-RETURN TO REJ-CPF-RETURN
               MOVE CPF-REASON-CODE TO REJ-CPF-REASON-CODE
               MOVE CPF-STATUS TO REJ-CPF-STATUS
               MOVE WS-CPF-REGION TO REJ-CPF-REGION
               WRITE REJ-OUTPUT-RECORD
               IF WS-REJ-FILE-STATUS = '00'
                   ADD 1 TO WS-RECORDS-REJECTED
      * NAME MISMATCH REJECTS WITH REASON 11; A NAME MATCH WITH A
      * DIFFERING BIRTH DATE PASSES BUT CARRIES WARNING REASON 12.
      * NO SUBMITTED NAME, OR NO RF HOLDER DATA, MEANS THE CLASSIC
      * VALIDATION RESULT STANDS UNTOUCHED. THESE ARE THE DEFAULTS -
      * 2180-APPLY-SOURCE-POLICY MAY STILL CHANGE EITHER VERDICT.
           MOVE 'N' TO WS-CROSS-MATCH-DONE.
           IF CPF-RETURN = 'A' AND IN-HOLDER-NAME NOT = SPACES
               CALL 'CPFNORM' USING BY REFERENCE CPF-RAW
                   WS-HOLDER-CPF-CLEAN WS-HOLDER-NORM-REASON
                       WS-RF-HOLDER-NAME WS-RF-BIRTH-DATE
                       WS-RF-HOLDER-FOUND
                   IF WS-RF-HOLDER-FOUND = 'Y'
                       MOVE 'Y' TO WS-CROSS-MATCH-DONE
                       PERFORM 2170-COMPARE-HOLDER-FIELDS
                   END-IF
               END-IF
               END-IF
           END-IF.

       2160-CHECK-FISCAL-REGION.
      * THE NINTH DIGIT OF THE CPF NAMES THE RF FISCAL REGION THAT
      * ISSUED IT (SEE CPFRGTAB). EVERY CPF WITH A CLEAN 11-DIGIT
      * FORM CARRIES ITS REGION ONTO THE ACCEPT OR REJECT RECORD.
      * WHEN THE SUBMITTER DECLARED A STATE FOR THE HOLDER AND IT
      * LIES OUTSIDE THAT REGION, A RECORD OTHERWISE PASSING CLEAN
      * CARRIES WARNING REASON 16 - A CROSS-MATCH WARNING ALREADY ON
      * THE RECORD STANDS, AND LIKE THE CROSS-MATCH THE RESULT IS
      * NEVER CACHED. 2180-APPLY-SOURCE-POLICY MAY STILL CHANGE IT.
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

       2180-APPLY-SOURCE-POLICY.
      * THE VERDICTS ABOVE ARE THE SHOP'S DEFAULTS; A SOURCE SYSTEM
      * MAY HAVE COMPLIANCE'S PERMISSION TO HAVE A SITUATION,
      * WATCH-LIST OR CROSS-MATCH REASON HANDLED DIFFERENTLY (SEE
      * CPFPREC/CPFPOLCY). IT RUNS ON THE FINAL VERDICT, AFTER THE
      * CACHE STORE, SO A POLICY RESULT IS NEVER CACHED; CPFPOLCY
      * JOURNALS ANY OVERRIDE ITSELF AHEAD OF OUR OWN ENTRY.
           CALL 'CPFPOLCY' USING BY REFERENCE IN-SOURCE-SYSTEM
               CPF-INPUT-OUTPUT WS-CALLING-PROGRAM WS-POLICY-APPLIED.
           IF WS-POLICY-APPLIED = 'Y'
               ADD 1 TO WS-POLICY-OVERRIDES
           END-IF.

       2200-WRITE-CHECKPOINT.
      * A CHECKPOINT GLITCH COSTS RESTARTABILITY, NOT DATA - WARN,
      * COUNT IT AGAINST THE THRESHOLD AND STOP CHECKPOINTING RATHER
           CALL 'CPFCACHEEOJ'.
           CALL 'CPFSITEOJ'.
           CALL 'CPFWATCHEOJ'.
           CALL 'CPFPOLEOJ'.

       3500-SET-RETURN-CODE.
           EVALUATE TRUE
