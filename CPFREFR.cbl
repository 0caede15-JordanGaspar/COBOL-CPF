       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFREFR.
      *****************************************************************
      *    CPFREFR - NIGHTLY FRAUD REFERRAL FEED. RUNS AFTER CPFMSTR
      *    AND CPFXREF AND TURNS TONIGHT'S FRAUD-SIGNAL EVENTS INTO
      *    REFERRALS FOR THE FRAUD TEAM'S CASE-MANAGEMENT SYSTEM
      *    INSTEAD OF LEAVING THEM IN CPFREJ.DAT AMONG THE TYPOS:
      *        08  RF HOLDER DECEASED
      *        10  ON THE FRAUD WATCH-LIST
      *        11  HOLDER NAME MISMATCH VS THE RF EXTRACT
      *    A SOURCE WHOSE POLICY (SEE CPFPREC) PASSES ONE OF THESE
      *    REASONS WITH A WARNING GETS THE RECORD ON CPFACC.DAT, STILL
      *    CARRYING THE REASON CODE; CPFACC.DAT IS SCANNED AS WELL, SO
      *    THE POLICY DECIDES WHAT THE SOURCE IS TOLD, NOT WHETHER THE
      *    FRAUD TEAM HEARS OF IT.
      *    THREE PHASES, IN THIS ORDER:
      *    1. CLOSURES - THE INBOUND CASE-CLOSURE FILE CPFREFC.DAT
      *       (CPFRLREC LAYOUT, OPTIONAL) IS APPLIED FIRST: EACH
      *       CLOSED CASE IS STAMPED, APPENDED TO THE CLOSED-CASE
      *       HISTORY CPFREFH.DAT AND REMOVED FROM THE OPEN-REFERRAL
      *       FILE CPFREFO.DAT (CPFROREC LAYOUT). A CASE CLOSED TODAY
      *       THEREFORE DOES NOT SWALLOW TONIGHT'S NEW EVENTS.
      *    2. REFERRALS - ONE CPFREFX.DAT RECORD (CPFRXREC LAYOUT) PER
      *       SUSPICIOUS EVENT. A CPF WITH A CASE ALREADY OPEN HAS
      *       THE EVENT ADDED TO THAT CASE; OTHERWISE A NEW CASE IS
      *       OPENED. THE RECORD CARRIES THE WATCH-LIST REASON TEXT
      *       (CPFWATCH.DAT), THE MASTER'S TIMES-SEEN AND FIRST-SEEN
      *       DATE (CPFMSTR.DAT) AND HOW MANY SOURCE/ACCOUNT PAIRS
      *       PRESENTED THE CPF TONIGHT (CPFXREF.DAT).
      *    3. AGING - CPFREFA.DAT LISTS THE CLOSURES APPLIED OR
      *       REFUSED AND EVERY CASE STILL OPEN LONGER THAN THE FRAUD
      *       TEAM'S SLA.
      *
      *    THE CPF IS RESOLVED EXACTLY AS CPFXREF RESOLVES ITS KEY. AN
      *    EVENT WHOSE CPF HAS NO CLEAN 11-DIGIT FORM CANNOT BE TIED
      *    TO A CASE AND IS ONLY COUNTED. THE EXTRACT AND THE REPORT
      *    CARRY ONLY THE PROTECTIVE MASK PLUS THE VAULT SURROGATE;
      *    CPFREFO.DAT AND CPFREFH.DAT ARE KEYED ON THE CLEAR CPF AND
      *    LIVE UNDER THE SAME RESTRICTED ACCESS AS CPFMSTR.DAT.
      *
      *    COMMAND-LINE ARGUMENTS:
      *        SLA=n       DAYS A CASE MAY STAY OPEN BEFORE THE AGING
      *                    REPORT LISTS IT (1-999, DEFAULT 5)
      *        OVERRIDE    RUN WITHOUT A CLEAN CPFMSTR AND CPFXREF
      *                    TONIGHT, WITH A WARNING
      *
      *    RUN CONTROL (SEE CPFRCREC/CPFRUNC): BOTH CPFMSTR AND
      *    CPFXREF MUST HAVE ENDED CLEAN TONIGHT - THE REFERRAL
      *    QUOTES THEIR TOTALS, AND YESTERDAY'S FILES WOULD OPEN A
      *    SECOND REFERRAL FOR EVERY EVENT ALREADY SENT. THE STEP
      *    ENDS RC 04 WHEN A CLOSURE NAMED A CASE THAT IS NOT OPEN OR
      *    A SUSPICIOUS EVENT COULD NOT BE RESOLVED TO A CPF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-REJECT-FILE ASSIGN TO "CPFREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT CPF-ACCEPT-FILE ASSIGN TO "CPFACC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT CPF-MASTER-FILE ASSIGN TO "CPFMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-CPF-KEY
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT CPF-XREF-FILE ASSIGN TO "CPFXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT CPF-WATCHLIST-FILE ASSIGN TO "CPFWATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-CPF-KEY
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT CPF-OPEN-REFERRAL-FILE ASSIGN TO "CPFREFO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFO-CPF-KEY
               ALTERNATE RECORD KEY IS REFO-CASE-ID
               FILE STATUS IS WS-REFO-FILE-STATUS.
           SELECT CPF-REFERRAL-HIST-FILE ASSIGN TO "CPFREFH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFH-FILE-STATUS.
           SELECT CPF-CLOSURE-FILE ASSIGN TO "CPFREFC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCL-FILE-STATUS.
           SELECT CPF-REFERRAL-FILE ASSIGN TO "CPFREFX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFX-FILE-STATUS.
           SELECT REFR-REPORT-FILE ASSIGN TO "CPFREFA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD CPF-MASTER-FILE.
           COPY CPFMREC.
       FD CPF-XREF-FILE.
           COPY CPFXREC.
       FD CPF-WATCHLIST-FILE.
           COPY CPFWREC.
       FD CPF-OPEN-REFERRAL-FILE.
           COPY CPFROREC.
       FD CPF-REFERRAL-HIST-FILE.
       01 CPF-REFERRAL-HIST-RECORD PIC X(92).
       FD CPF-CLOSURE-FILE.
           COPY CPFRLREC.
       FD CPF-REFERRAL-FILE.
           COPY CPFRXREC.
       FD REFR-REPORT-FILE.
       01 REFR-REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-REJ-FILE-STATUS PIC X(02).
       01 WS-ACC-FILE-STATUS PIC X(02).
       01 WS-MSTR-FILE-STATUS PIC X(02).
       01 WS-XREF-FILE-STATUS PIC X(02).
       01 WS-WL-FILE-STATUS PIC X(02).
       01 WS-REFO-FILE-STATUS PIC X(02).
       01 WS-REFH-FILE-STATUS PIC X(02).
       01 WS-RCL-FILE-STATUS PIC X(02).
       01 WS-RFX-FILE-STATUS PIC X(02).
       01 WS-RPT-FILE-STATUS PIC X(02).
       01 WS-WL-FILE-MISSING PIC X(01) VALUE 'N'.
       01 WS-RCL-FILE-MISSING PIC X(01) VALUE 'N'.
       01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
       01 WS-XREF-EOF PIC X(01).
       01 WS-COUNTERS.
           05 WS-REJECTS-READ PIC 9(09) VALUE ZERO.
           05 WS-ACCEPTS-READ PIC 9(09) VALUE ZERO.
           05 WS-REFERRALS-WRITTEN PIC 9(09) VALUE ZERO.
           05 WS-CASES-OPENED PIC 9(09) VALUE ZERO.
           05 WS-CASES-ADDED-TO PIC 9(09) VALUE ZERO.
           05 WS-UNKEYED-REFERRALS PIC 9(09) VALUE ZERO.
           05 WS-CLOSURES-READ PIC 9(09) VALUE ZERO.
           05 WS-CLOSURES-APPLIED PIC 9(09) VALUE ZERO.
           05 WS-CLOSURES-REFUSED PIC 9(09) VALUE ZERO.
           05 WS-OPEN-CASES PIC 9(09) VALUE ZERO.
           05 WS-CASES-PAST-SLA PIC 9(09) VALUE ZERO.
       01 WS-SLA-DAYS PIC 9(03) VALUE 5.
       01 WS-RUN-DATE PIC X(08).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-TODAY-INT PIC 9(08).
       01 WS-OPENED-DATE PIC 9(08).
       01 WS-DAYS-OPEN PIC S9(08).
       01 WS-XREF-RUN-DATE PIC X(08).
       01 WS-CPF-CLEAN PIC 9(11).
       01 WS-NORM-REASON PIC 9(02).
       01 WS-SURR-FOUND PIC X(01).
       01 WS-KEY-OK PIC X(01).
      * THE EVENT BEING REFERRED - A REJECT OR A WARNED ACCEPT, SAME
      * CPFOUT LAYOUT EITHER WAY.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==EVT-OUTPUT-RECORD==
               ==PREFIX-SOURCE-SYSTEM== BY ==EVT-SOURCE-SYSTEM==
               ==PREFIX-ACCOUNT-NUMBER==
                   BY ==EVT-ACCOUNT-NUMBER==
               ==PREFIX-SEQUENCE-NUMBER==
                   BY ==EVT-SEQUENCE-NUMBER==
               ==PREFIX-CPF-RAW== BY ==EVT-CPF-RAW==
               ==PREFIX-CPF-RETURN== BY ==EVT-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==EVT-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==EVT-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==EVT-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==EVT-CPF-REGION==.
       01 WS-REF-MASKED PIC X(14).
       01 WS-REF-SURROGATE PIC X(12).
       01 WS-REF-WATCH-TEXT PIC X(40).
       01 WS-REF-TIMES-SEEN PIC 9(09).
       01 WS-REF-FIRST-SEEN PIC X(08).
       01 WS-REF-ACCOUNTS PIC 9(05).
       01 WS-REF-ACTION PIC X(01).
       01 WS-NEXT-SERIAL PIC 9(11).
       01 WS-CONTROL-CASE-ID.
           05 WS-CTL-FLAG PIC X(01).
           05 WS-CTL-SERIAL PIC 9(11).
       01 WS-NEW-CASE-ID.
           05 WS-NEW-FLAG PIC X(01).
           05 WS-NEW-SERIAL PIC 9(11).
       01 WS-CLOSE-RESULT PIC X(30).
       01 WS-RUNC-STEP PIC X(08) VALUE 'CPFREFR'.
       01 WS-MSTR-STEP PIC X(08) VALUE 'CPFMSTR'.
       01 WS-XREF-STEP PIC X(08) VALUE 'CPFXREF'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
       01 WS-RUNC-OK PIC X(01).
       01 WS-RUNC-RC PIC 9(02) VALUE ZERO.
       01 WS-RUNC-RUN-DATE PIC X(08).
       01 WS-RUNC-START-TS PIC X(14).
       01 WS-RUNC-END-TS PIC X(14).
       01 WS-RUNC-COUNT PIC 9(09).
       01 WS-RUNC-STEP-RC PIC 9(02).
       01 WS-RUNC-FOUND PIC X(01).
       01 WS-OVERRIDE-MODE PIC X(01) VALUE 'N'.
       01 WS-ARG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ARG-IDX PIC 9(02).
       01 WS-PARM PIC X(30).
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
       01 WS-CONTROL-RECORD.
           05 WS-CTL-TRAILER-FLAG PIC X(08) VALUE '*CONTROL'.
           05 WS-CTL-RUN-DATE PIC X(08).
           05 WS-CTL-RECORD-COUNT PIC 9(09).
           05 FILLER PIC X(178) VALUE SPACES.
       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(40)
               VALUE 'CPFREFR - FRAUD REFERRAL AGING REPORT   '.
           05 FILLER PIC X(09) VALUE 'RUN DATE '.
           05 WS-TTL-RUN-DATE PIC X(08).
           05 FILLER PIC X(10) VALUE '    SLA = '.
           05 WS-TTL-SLA PIC ZZ9.
           05 FILLER PIC X(05) VALUE ' DAYS'.
           05 FILLER PIC X(45) VALUE SPACES.
       01 WS-HEAD-LINE.
           05 WS-HEAD-TEXT PIC X(60).
           05 FILLER PIC X(60) VALUE SPACES.
       01 WS-ITEM-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-ITEM-LABEL PIC X(32).
           05 WS-ITEM-VALUE PIC X(84).
       01 WS-CLOSE-COLUMNS.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'CASE ID'.
           05 FILLER PIC X(09) VALUE 'CLOSED'.
           05 FILLER PIC X(09) VALUE 'BY'.
           05 FILLER PIC X(03) VALUE 'OC'.
           05 FILLER PIC X(30) VALUE 'RESULT'.
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-CLOSE-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-CLL-CASE-ID PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CLL-CLOSED-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CLL-CLOSED-BY PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CLL-OUTCOME PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CLL-RESULT PIC X(30).
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-AGE-COLUMNS.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'CASE ID'.
           05 FILLER PIC X(15) VALUE 'CPF'.
           05 FILLER PIC X(13) VALUE 'SURROGATE'.
           05 FILLER PIC X(09) VALUE 'OPENED'.
           05 FILLER PIC X(09) VALUE 'LAST EVT'.
           05 FILLER PIC X(06) VALUE 'EVENTS'.
           05 FILLER PIC X(03) VALUE ' RC'.
           05 FILLER PIC X(08) VALUE '    DAYS'.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-AGE-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-AGL-CASE-ID PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-AGL-CPF-MASKED PIC X(14).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-AGL-SURROGATE PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-AGL-OPENED PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-AGL-LAST-EVENT PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-AGL-EVENTS PIC ZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-AGL-REASON PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-AGL-DAYS PIC ZZZ,ZZ9.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))).
           PERFORM 0400-GET-RUN-PARMS.
           PERFORM 0450-CHECK-PREDECESSORS.
           PERFORM 0500-GET-XREF-RUN-DATE.
           CALL 'CPFRUNC' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-WRITE-REPORT-HEADING.
           PERFORM 2000-APPLY-CLOSURES.
           PERFORM 3000-REFER-EVENTS.
           PERFORM 4000-AGE-OPEN-CASES.
           PERFORM 4500-WRITE-REPORT-SUMMARY.
           PERFORM 5000-CLOSE-FILES.
           PERFORM 6000-PRINT-TOTALS.
           IF WS-CLOSURES-REFUSED > 0 OR WS-UNKEYED-REFERRALS > 0
               MOVE 4 TO WS-RUNC-RC
           END-IF.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART WS-REFERRALS-WRITTEN WS-RUNC-RC.
           CALL 'CPFRUNCEOJ'.
           MOVE WS-RUNC-RC TO RETURN-CODE.
           STOP RUN.

       0400-GET-RUN-PARMS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               MOVE SPACES TO WS-PARM
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-PARM FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-PARM(1:8) = 'OVERRIDE'
                       MOVE 'Y' TO WS-OVERRIDE-MODE
                   WHEN WS-PARM(1:4) = 'SLA='
                       MOVE 5 TO WS-PARM-OFFSET
                       PERFORM 0800-PARSE-PARM-NUMBER
                       IF WS-PARM-NUMBER-OK = 'Y'
                           AND WS-PARM-NUMBER > 0
                           AND WS-PARM-NUMBER <= 999
                           MOVE WS-PARM-NUMBER TO WS-SLA-DAYS
                       ELSE
                           DISPLAY 'CPFREFR BAD SLA IGNORED: ' WS-PARM
                       END-IF
                   WHEN OTHER
                       DISPLAY 'CPFREFR UNKNOWN ARGUMENT IGNORED: '
                           WS-PARM
               END-EVALUATE
           END-PERFORM.

       0450-CHECK-PREDECESSORS.
      * THE REFERRAL QUOTES THE MASTER'S TIMES-SEEN AND THE NIGHT'S
      * ACCOUNT LINKS, AND CPFREJ.DAT AND CPFACC.DAT ARE ONLY
      * TONIGHT'S FILES ONCE BOTH HAVE CONSUMED THEM. WITHOUT A CLEAN
      * RUN OF EACH, STOP RATHER THAN REFER STALE EVENTS A SECOND
      * TIME, UNLESS THE OPERATOR EXPLICITLY OVERRODE.
           CALL 'CPFRUNCCHK' USING BY REFERENCE WS-MSTR-STEP
               WS-NO-PART WS-RUNC-OK.
           IF WS-RUNC-OK = 'N'
               IF WS-OVERRIDE-MODE = 'Y'
                   DISPLAY 'CPFREFR WARNING - NO CLEAN CPFMSTR '
                       'TONIGHT - OPERATOR OVERRIDE'
               ELSE
                   MOVE 'NO CLEAN CPFMSTR TONIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.
           CALL 'CPFRUNCCHK' USING BY REFERENCE WS-XREF-STEP
               WS-NO-PART WS-RUNC-OK.
           IF WS-RUNC-OK = 'N'
               IF WS-OVERRIDE-MODE = 'Y'
                   DISPLAY 'CPFREFR WARNING - NO CLEAN CPFXREF '
                       'TONIGHT - OPERATOR OVERRIDE'
               ELSE
                   MOVE 'NO CLEAN CPFXREF TONIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       0500-GET-XREF-RUN-DATE.
      * CPFXREF STAMPS EVERY LINK IT TOUCHES WITH ITS OWN RUN DATE,
      * WHICH IS NOT TODAY WHEN THE NIGHT CROSSED MIDNIGHT BETWEEN
      * THE TWO STEPS. ITS CONTROL RECORD SAYS WHICH DATE TO COUNT.
           MOVE WS-RUN-DATE TO WS-XREF-RUN-DATE.
           CALL 'CPFRUNCGET' USING BY REFERENCE WS-XREF-STEP
               WS-NO-PART WS-RUNC-RUN-DATE WS-RUNC-START-TS
               WS-RUNC-END-TS WS-RUNC-COUNT WS-RUNC-STEP-RC
               WS-RUNC-FOUND.
           IF WS-RUNC-FOUND = 'Y' AND WS-RUNC-RUN-DATE NOT = SPACES
               MOVE WS-RUNC-RUN-DATE TO WS-XREF-RUN-DATE
           END-IF.

       0800-PARSE-PARM-NUMBER.
      * ACCEPTS THE DIGITS THAT FOLLOW THE = SIGN AT WS-PARM-OFFSET
      * WITHOUT REQUIRING ZERO-PADDING. ANYTHING OTHER THAN 1-9
      * DIGITS FOLLOWED BY SPACES LEAVES WS-PARM-NUMBER-OK AT 'N'.
           MOVE ZERO TO WS-PARM-NUMBER WS-PARM-DIGITS.
           MOVE 'N' TO WS-PARM-NUMBER-OK WS-PARM-ENDED WS-PARM-BAD.
           PERFORM VARYING WS-PARM-POS FROM WS-PARM-OFFSET BY 1
                   UNTIL WS-PARM-POS > 30
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

       1000-OPEN-FILES.
           OPEN INPUT CPF-REJECT-FILE.
           IF WS-REJ-FILE-STATUS NOT = '00'
               MOVE 'CPF-REJECT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-REJ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN INPUT CPF-ACCEPT-FILE.
           IF WS-ACC-FILE-STATUS NOT = '00'
               MOVE 'CPF-ACCEPT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-ACC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN INPUT CPF-MASTER-FILE.
           IF WS-MSTR-FILE-STATUS NOT = '00'
               MOVE 'CPF-MASTER-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-MSTR-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN INPUT CPF-XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
               MOVE 'CPF-XREF-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
      * A SITE THAT HAS NEVER LISTED A CPF HAS NO WATCH-LIST FILE;
      * THE REFERRAL THEN CARRIES NO REASON TEXT, AS CPFWATCH
      * ANSWERS NOT-LISTED.
           OPEN INPUT CPF-WATCHLIST-FILE.
           EVALUATE WS-WL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'Y' TO WS-WL-FILE-MISSING
               WHEN OTHER
                   MOVE 'CPF-WATCHLIST-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-WL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.
           OPEN I-O CPF-OPEN-REFERRAL-FILE.
           IF WS-REFO-FILE-STATUS = '35'
               OPEN OUTPUT CPF-OPEN-REFERRAL-FILE
               IF WS-REFO-FILE-STATUS NOT = '00'
                   MOVE 'CPF-OPEN-REFERRAL-FILE OPEN OUTPUT FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-REFO-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               CLOSE CPF-OPEN-REFERRAL-FILE
               OPEN I-O CPF-OPEN-REFERRAL-FILE
           END-IF.
           IF WS-REFO-FILE-STATUS NOT = '00'
               MOVE 'CPF-OPEN-REFERRAL-FILE OPEN I-O FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-REFO-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
      * THE CLOSED-CASE HISTORY ONLY EVER GROWS.
           OPEN EXTEND CPF-REFERRAL-HIST-FILE.
           IF WS-REFH-FILE-STATUS = '35'
               OPEN OUTPUT CPF-REFERRAL-HIST-FILE
           END-IF.
           IF WS-REFH-FILE-STATUS NOT = '00'
               MOVE 'CPF-REFERRAL-HIST-FILE OPEN FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-REFH-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
      * NO CLOSURE FILE MEANS THE FRAUD TEAM CLOSED NOTHING TODAY.
           OPEN INPUT CPF-CLOSURE-FILE.
           EVALUATE WS-RCL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'Y' TO WS-RCL-FILE-MISSING
               WHEN OTHER
                   MOVE 'CPF-CLOSURE-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-RCL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.
           OPEN OUTPUT CPF-REFERRAL-FILE.
           IF WS-RFX-FILE-STATUS NOT = '00'
               MOVE 'CPF-REFERRAL-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-RFX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT REFR-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               MOVE 'REFR-REPORT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       1500-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE.
           MOVE WS-SLA-DAYS TO WS-TTL-SLA.
           MOVE WS-TITLE-LINE TO REFR-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE ALL '=' TO REFR-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.

       2000-APPLY-CLOSURES.
           MOVE 'CASE CLOSURES RECEIVED (CPFREFC.DAT)' TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-SECTION-HEADING.
           IF WS-RCL-FILE-MISSING = 'Y'
               MOVE 'NO CLOSURE FILE TODAY' TO WS-ITEM-LABEL
               PERFORM 8100-WRITE-ITEM-LINE
           ELSE
               MOVE WS-CLOSE-COLUMNS TO REFR-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CPF-CLOSURE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2100-APPLY-ONE-CLOSURE
                   END-READ
               END-PERFORM
           END-IF.

       2100-APPLY-ONE-CLOSURE.
      * THE CASE IS FOUND THROUGH THE CASE-ID ALTERNATE KEY. THE
      * CONTROL RECORD'S '#' ID IS NEVER A CASE. A CLOSURE FOR A
      * CASE ALREADY CLOSED (E.G. A RESENT FILE) FINDS NOTHING OPEN
      * AND IS LISTED, NOT APPLIED TWICE.
           ADD 1 TO WS-CLOSURES-READ.
           MOVE RCL-CASE-ID TO WS-CLL-CASE-ID.
           MOVE RCL-CLOSED-DATE TO WS-CLL-CLOSED-DATE.
           MOVE RCL-CLOSED-BY TO WS-CLL-CLOSED-BY.
           MOVE RCL-OUTCOME TO WS-CLL-OUTCOME.
           MOVE 'CASE NOT OPEN - IGNORED' TO WS-CLOSE-RESULT.
           IF RCL-CASE-ID(1:1) = 'R'
               MOVE RCL-CASE-ID TO REFO-CASE-ID
               READ CPF-OPEN-REFERRAL-FILE KEY IS REFO-CASE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2200-CLOSE-CASE
                       MOVE 'CLOSED' TO WS-CLOSE-RESULT
               END-READ
           END-IF.
           IF WS-CLOSE-RESULT = 'CLOSED'
               ADD 1 TO WS-CLOSURES-APPLIED
           ELSE
               ADD 1 TO WS-CLOSURES-REFUSED
           END-IF.
           MOVE WS-CLOSE-RESULT TO WS-CLL-RESULT.
           MOVE WS-CLOSE-LINE TO REFR-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.

       2200-CLOSE-CASE.
      * A CLOSURE WITHOUT A DATE IS TAKEN AS CLOSED TODAY.
           IF RCL-CLOSED-DATE = SPACES
               MOVE WS-RUN-DATE TO REFO-CLOSED-DATE
           ELSE
               MOVE RCL-CLOSED-DATE TO REFO-CLOSED-DATE
           END-IF.
           MOVE RCL-CLOSED-BY TO REFO-CLOSED-BY.
           MOVE RCL-OUTCOME TO REFO-CLOSE-OUTCOME.
           MOVE CPF-OPEN-REFERRAL-RECORD TO CPF-REFERRAL-HIST-RECORD.
           WRITE CPF-REFERRAL-HIST-RECORD.
           IF WS-REFH-FILE-STATUS NOT = '00'
               MOVE 'CPF-REFERRAL-HIST-FILE WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-REFH-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           DELETE CPF-OPEN-REFERRAL-FILE
               INVALID KEY
                   MOVE 'CPF-OPEN-REFERRAL-FILE DELETE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-REFO-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-DELETE.

       3000-REFER-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CPF-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-REJECTS-READ
                       IF REJ-CPF-REASON-CODE = 08
                           OR REJ-CPF-REASON-CODE = 10
                           OR REJ-CPF-REASON-CODE = 11
                           MOVE REJ-OUTPUT-RECORD TO EVT-OUTPUT-RECORD
                           PERFORM 3100-REFER-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 3050-REFER-WARNED-ACCEPTS.

       3050-REFER-WARNED-ACCEPTS.
      * A CLEAN ACCEPT CARRIES REASON 00; ONLY AN ACCEPT THE SOURCE
      * POLICY PASSED WITH A WARNING CARRIES ONE OF THE FRAUD
      * REASONS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CPF-ACCEPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACCEPTS-READ
                       IF ACC-CPF-REASON-CODE = 08
                           OR ACC-CPF-REASON-CODE = 10
                           OR ACC-CPF-REASON-CODE = 11
                           MOVE ACC-OUTPUT-RECORD TO EVT-OUTPUT-RECORD
                           PERFORM 3100-REFER-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.

       3100-REFER-ONE-EVENT.
           PERFORM 3200-RESOLVE-REFERRAL-CPF.
           IF WS-KEY-OK = 'N'
               ADD 1 TO WS-UNKEYED-REFERRALS
           ELSE
               PERFORM 3300-GET-MASK-AND-SURROGATE
               PERFORM 3400-GET-WATCH-REASON
               PERFORM 3500-GET-MASTER-HISTORY
               PERFORM 3600-COUNT-ACCOUNTS-TONIGHT
               PERFORM 3700-OPEN-OR-ADD-TO-CASE
               PERFORM 3800-WRITE-REFERRAL
           END-IF.

       3200-RESOLVE-REFERRAL-CPF.
      * SAME RESOLUTION AS CPFXREF'S KEY: A PROTECTED RECORD COMES
      * BACK THROUGH THE VAULT, AN UNPROTECTED ONE NORMALIZES ITS
      * RAW CPF.
           MOVE 'N' TO WS-KEY-OK.
           IF EVT-CPF-SURROGATE NOT = SPACES
               CALL 'CPFPSEUDBK' USING BY REFERENCE
                   EVT-CPF-SURROGATE WS-CPF-CLEAN WS-SURR-FOUND
               IF WS-SURR-FOUND = 'Y'
                   MOVE 'Y' TO WS-KEY-OK
               END-IF
           ELSE
               CALL 'CPFNORM' USING BY REFERENCE EVT-CPF-RAW
                   WS-CPF-CLEAN WS-NORM-REASON
               IF WS-NORM-REASON = 0
                   MOVE 'Y' TO WS-KEY-OK
               END-IF
           END-IF.

       3300-GET-MASK-AND-SURROGATE.
      * A PROTECTED RECORD ALREADY CARRIES THE MASK IN ITS RAW FIELD.
      * AN UNPROTECTED ONE IS MASKED HERE, AND PICKS UP A SURROGATE
      * ONLY IF THE VAULT ALREADY HOLDS ONE - A REFERRAL NEVER
      * ASSIGNS ONE.
           IF EVT-CPF-SURROGATE NOT = SPACES
               MOVE EVT-CPF-RAW(1:14) TO WS-REF-MASKED
               MOVE EVT-CPF-SURROGATE TO WS-REF-SURROGATE
           ELSE
               CALL 'CPFMASKP' USING BY REFERENCE WS-CPF-CLEAN
                   WS-REF-MASKED
               CALL 'CPFPSEUDLK' USING BY REFERENCE WS-CPF-CLEAN
                   WS-REF-SURROGATE WS-SURR-FOUND
               IF WS-SURR-FOUND NOT = 'Y'
                   MOVE SPACES TO WS-REF-SURROGATE
               END-IF
           END-IF.

       3400-GET-WATCH-REASON.
           MOVE SPACES TO WS-REF-WATCH-TEXT.
           IF WS-WL-FILE-MISSING = 'N'
               MOVE WS-CPF-CLEAN TO WL-CPF-KEY
               READ CPF-WATCHLIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WL-REASON-TEXT TO WS-REF-WATCH-TEXT
               END-READ
           END-IF.

       3500-GET-MASTER-HISTORY.
           MOVE ZERO TO WS-REF-TIMES-SEEN.
           MOVE SPACES TO WS-REF-FIRST-SEEN.
           MOVE WS-CPF-CLEAN TO MSTR-CPF-KEY.
           READ CPF-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MSTR-TIMES-SEEN TO WS-REF-TIMES-SEEN
                   MOVE MSTR-FIRST-SEEN-DATE TO WS-REF-FIRST-SEEN
           END-READ.

       3600-COUNT-ACCOUNTS-TONIGHT.
      * EVERY SOURCE/ACCOUNT LINK CPFXREF TOUCHED TONIGHT FOR THIS
      * CPF CARRIES ITS RUN DATE AS THE LAST-SEEN DATE. THE LINKS
      * FOR ONE CPF ARE CONTIGUOUS ON THE KEY.
           MOVE ZERO TO WS-REF-ACCOUNTS.
           MOVE 'N' TO WS-XREF-EOF.
           MOVE WS-CPF-CLEAN TO XREF-CPF-KEY.
           MOVE LOW-VALUES TO XREF-SOURCE-SYSTEM.
           MOVE LOW-VALUES TO XREF-ACCOUNT-NUMBER.
           START CPF-XREF-FILE KEY >= XREF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ CPF-XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       IF XREF-CPF-KEY NOT = WS-CPF-CLEAN
                           MOVE 'Y' TO WS-XREF-EOF
                       ELSE
                           IF XREF-LAST-SEEN-DATE = WS-XREF-RUN-DATE
                               ADD 1 TO WS-REF-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3700-OPEN-OR-ADD-TO-CASE.
      * ONE OPEN CASE PER CPF: A FURTHER EVENT JOINS IT.
           MOVE WS-CPF-CLEAN TO REFO-CPF-KEY.
           READ CPF-OPEN-REFERRAL-FILE
               INVALID KEY
                   PERFORM 3750-OPEN-NEW-CASE
               NOT INVALID KEY
                   PERFORM 3760-ADD-TO-CASE
           END-READ.

       3750-OPEN-NEW-CASE.
           PERFORM 3780-ASSIGN-CASE-ID.
           MOVE WS-CPF-CLEAN TO REFO-CPF-KEY.
           MOVE WS-NEW-CASE-ID TO REFO-CASE-ID.
           MOVE WS-REF-MASKED TO REFO-CPF-MASKED.
           MOVE WS-REF-SURROGATE TO REFO-CPF-SURROGATE.
           MOVE WS-RUN-DATE TO REFO-OPENED-DATE.
           MOVE WS-RUN-DATE TO REFO-LAST-EVENT-DATE.
           MOVE 1 TO REFO-EVENT-COUNT.
           MOVE EVT-CPF-REASON-CODE TO REFO-FIRST-REASON-CODE.
           MOVE EVT-CPF-REASON-CODE TO REFO-LAST-REASON-CODE.
           MOVE SPACES TO REFO-CLOSED-DATE.
           MOVE SPACES TO REFO-CLOSED-BY.
           MOVE SPACES TO REFO-CLOSE-OUTCOME.
           WRITE CPF-OPEN-REFERRAL-RECORD
               INVALID KEY
                   MOVE 'CPF-OPEN-REFERRAL-FILE WRITE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-REFO-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-WRITE.
           MOVE 'N' TO WS-REF-ACTION.
           ADD 1 TO WS-CASES-OPENED.

       3760-ADD-TO-CASE.
      * A SURROGATE ASSIGNED SINCE THE CASE OPENED IS PICKED UP.
           IF REFO-CPF-SURROGATE = SPACES
               MOVE WS-REF-SURROGATE TO REFO-CPF-SURROGATE
           END-IF.
           MOVE WS-RUN-DATE TO REFO-LAST-EVENT-DATE.
           ADD 1 TO REFO-EVENT-COUNT.
           MOVE EVT-CPF-REASON-CODE TO REFO-LAST-REASON-CODE.
           REWRITE CPF-OPEN-REFERRAL-RECORD
               INVALID KEY
                   MOVE 'CPF-OPEN-REFERRAL-FILE REWRITE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-REFO-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-REWRITE.
           MOVE 'A' TO WS-REF-ACTION.
           ADD 1 TO WS-CASES-ADDED-TO.

       3780-ASSIGN-CASE-ID.
      * THE CONTROL RECORD (CPF KEY ZERO - NEVER A REAL CPF, SEE
      * CPFTAB) CARRIES THE LAST CASE SERIAL ASSIGNED; STEP IT AND
      * REWRITE IT BEFORE THE NEW CASE IS STORED, AS THE VAULT DOES
      * FOR SURROGATES. SERIALS ARE NEVER REUSED.
           MOVE ZEROS TO REFO-CPF-KEY.
           READ CPF-OPEN-REFERRAL-FILE
               INVALID KEY
                   MOVE 1 TO WS-NEXT-SERIAL
                   MOVE '#' TO WS-CTL-FLAG
                   MOVE WS-NEXT-SERIAL TO WS-CTL-SERIAL
                   MOVE SPACES TO CPF-OPEN-REFERRAL-RECORD
                   MOVE ZEROS TO REFO-CPF-KEY
                   MOVE ZERO TO REFO-EVENT-COUNT
                   MOVE ZERO TO REFO-FIRST-REASON-CODE
                   MOVE ZERO TO REFO-LAST-REASON-CODE
                   MOVE WS-CONTROL-CASE-ID TO REFO-CASE-ID
                   WRITE CPF-OPEN-REFERRAL-RECORD
               NOT INVALID KEY
                   MOVE REFO-CASE-ID TO WS-CONTROL-CASE-ID
                   COMPUTE WS-NEXT-SERIAL = WS-CTL-SERIAL + 1
                   MOVE WS-NEXT-SERIAL TO WS-CTL-SERIAL
                   MOVE WS-CONTROL-CASE-ID TO REFO-CASE-ID
                   REWRITE CPF-OPEN-REFERRAL-RECORD
           END-READ.
           IF WS-REFO-FILE-STATUS NOT = '00'
               MOVE 'CPF-OPEN-REFERRAL-FILE CONTROL FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-REFO-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE 'R' TO WS-NEW-FLAG.
           MOVE WS-NEXT-SERIAL TO WS-NEW-SERIAL.

       3800-WRITE-REFERRAL.
           MOVE EVT-SOURCE-SYSTEM TO RFX-SOURCE-SYSTEM.
           MOVE EVT-ACCOUNT-NUMBER TO RFX-ACCOUNT-NUMBER.
           MOVE EVT-SEQUENCE-NUMBER TO RFX-SEQUENCE-NUMBER.
           MOVE REFO-CASE-ID TO RFX-CASE-ID.
           MOVE WS-REF-ACTION TO RFX-CASE-ACTION.
           MOVE WS-RUN-DATE TO RFX-REFERRAL-DATE.
           MOVE WS-REF-MASKED TO RFX-CPF-MASKED.
           MOVE WS-REF-SURROGATE TO RFX-CPF-SURROGATE.
           MOVE EVT-CPF-REASON-CODE TO RFX-REASON-CODE.
           MOVE EVT-CPF-STATUS TO RFX-CPF-STATUS.
           MOVE WS-REF-WATCH-TEXT TO RFX-WATCH-REASON-TEXT.
           MOVE WS-REF-TIMES-SEEN TO RFX-TIMES-SEEN.
           MOVE WS-REF-FIRST-SEEN TO RFX-FIRST-SEEN-DATE.
           MOVE WS-REF-ACCOUNTS TO RFX-ACCOUNTS-TONIGHT.
           MOVE REFO-EVENT-COUNT TO RFX-CASE-EVENT-COUNT.
           WRITE CPF-REFERRAL-RECORD.
           IF WS-RFX-FILE-STATUS NOT = '00'
               MOVE 'CPF-REFERRAL-FILE WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-RFX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           ADD 1 TO WS-REFERRALS-WRITTEN.

       4000-AGE-OPEN-CASES.
      * BROWSE THE WHOLE OPEN FILE IN CPF ORDER, PAST THE CONTROL
      * RECORD. TONIGHT'S NEW CASES ARE INCLUDED AT ZERO DAYS.
           MOVE 'OPEN CASES PAST THE SLA' TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-SECTION-HEADING.
           MOVE WS-AGE-COLUMNS TO REFR-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO REFO-CPF-KEY.
           START CPF-OPEN-REFERRAL-FILE KEY > REFO-CPF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CPF-OPEN-REFERRAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 4100-AGE-ONE-CASE
               END-READ
           END-PERFORM.
           IF WS-CASES-PAST-SLA = 0
               MOVE 'NONE' TO WS-ITEM-LABEL
               PERFORM 8100-WRITE-ITEM-LINE
           END-IF.

       4100-AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-CASES.
           MOVE ZERO TO WS-DAYS-OPEN.
           IF REFO-OPENED-DATE IS NUMERIC
               MOVE REFO-OPENED-DATE TO WS-OPENED-DATE
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE)
           END-IF.
           IF WS-DAYS-OPEN > WS-SLA-DAYS
               ADD 1 TO WS-CASES-PAST-SLA
               MOVE REFO-CASE-ID TO WS-AGL-CASE-ID
               MOVE REFO-CPF-MASKED TO WS-AGL-CPF-MASKED
               MOVE REFO-CPF-SURROGATE TO WS-AGL-SURROGATE
               MOVE REFO-OPENED-DATE TO WS-AGL-OPENED
               MOVE REFO-LAST-EVENT-DATE TO WS-AGL-LAST-EVENT
               MOVE REFO-EVENT-COUNT TO WS-AGL-EVENTS
               MOVE REFO-LAST-REASON-CODE TO WS-AGL-REASON
               MOVE WS-DAYS-OPEN TO WS-AGL-DAYS
               MOVE WS-AGE-LINE TO REFR-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       4500-WRITE-REPORT-SUMMARY.
           MOVE 'SUMMARY' TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-SECTION-HEADING.
           MOVE 'CLOSURES APPLIED' TO WS-ITEM-LABEL.
           MOVE WS-CLOSURES-APPLIED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'CLOSURES FOR NO OPEN CASE' TO WS-ITEM-LABEL.
           MOVE WS-CLOSURES-REFUSED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'REFERRALS SENT TONIGHT' TO WS-ITEM-LABEL.
           MOVE WS-REFERRALS-WRITTEN TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE '  CASES OPENED' TO WS-ITEM-LABEL.
           MOVE WS-CASES-OPENED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE '  ADDED TO AN OPEN CASE' TO WS-ITEM-LABEL.
           MOVE WS-CASES-ADDED-TO TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'SUSPICIOUS EVENTS, NO CLEAN CPF' TO WS-ITEM-LABEL.
           MOVE WS-UNKEYED-REFERRALS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'CASES OPEN AFTER TONIGHT' TO WS-ITEM-LABEL.
           MOVE WS-OPEN-CASES TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'CASES OPEN PAST THE SLA' TO WS-ITEM-LABEL.
           MOVE WS-CASES-PAST-SLA TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.

       5000-CLOSE-FILES.
           MOVE WS-RUN-DATE TO WS-CTL-RUN-DATE.
           MOVE WS-REFERRALS-WRITTEN TO WS-CTL-RECORD-COUNT.
           MOVE WS-CONTROL-RECORD TO CPF-REFERRAL-RECORD.
           WRITE CPF-REFERRAL-RECORD.
           IF WS-RFX-FILE-STATUS NOT = '00'
               MOVE 'CPF-REFERRAL-FILE TRAILER FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-RFX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           CLOSE CPF-REJECT-FILE.
           CLOSE CPF-ACCEPT-FILE.
           CLOSE CPF-MASTER-FILE.
           CLOSE CPF-XREF-FILE.
           IF WS-WL-FILE-MISSING = 'N'
               CLOSE CPF-WATCHLIST-FILE
           END-IF.
           CLOSE CPF-OPEN-REFERRAL-FILE.
           CLOSE CPF-REFERRAL-HIST-FILE.
           IF WS-RCL-FILE-MISSING = 'N'
               CLOSE CPF-CLOSURE-FILE
           END-IF.
           CLOSE CPF-REFERRAL-FILE.
           CLOSE REFR-REPORT-FILE.
           CALL 'CPFPSEUDEOJ'.

       6000-PRINT-TOTALS.
           DISPLAY '========================================'.
           DISPLAY 'CPFREFR - FRAUD REFERRAL FEED'.
           DISPLAY 'RUN DATE ' WS-RUN-DATE ' SLA DAYS ' WS-SLA-DAYS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'REJECTS READ        : ' WS-REJECTS-READ.
           DISPLAY 'ACCEPTS READ        : ' WS-ACCEPTS-READ.
           DISPLAY 'REFERRALS WRITTEN   : ' WS-REFERRALS-WRITTEN.
           DISPLAY '  NEW CASES         : ' WS-CASES-OPENED.
           DISPLAY '  ADDED TO OPEN CASE: ' WS-CASES-ADDED-TO.
           DISPLAY 'NO CLEAN CPF        : ' WS-UNKEYED-REFERRALS.
           DISPLAY 'CLOSURES READ       : ' WS-CLOSURES-READ.
           DISPLAY '  APPLIED           : ' WS-CLOSURES-APPLIED.
           DISPLAY '  NO OPEN CASE      : ' WS-CLOSURES-REFUSED.
           DISPLAY 'CASES OPEN          : ' WS-OPEN-CASES.
           DISPLAY 'CASES PAST SLA      : ' WS-CASES-PAST-SLA.
           DISPLAY '========================================'.

       8000-WRITE-REPORT-LINE.
           WRITE REFR-REPORT-RECORD.
           IF WS-RPT-FILE-STATUS NOT = '00'
               MOVE 'REFR-REPORT-FILE WRITE FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       8100-WRITE-ITEM-LINE.
           MOVE WS-ITEM-LINE TO REFR-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-ITEM-LABEL.
           MOVE SPACES TO WS-ITEM-VALUE.

       8200-WRITE-SECTION-HEADING.
           MOVE SPACES TO REFR-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-HEAD-LINE TO REFR-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-ITEM-LABEL.
           MOVE SPACES TO WS-ITEM-VALUE.

       9999-ABEND.
           DISPLAY 'CPFREFR ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
