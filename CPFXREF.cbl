       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFXREF.
      *****************************************************************
      *    CPFXREF - NIGHTLY CPF-TO-ACCOUNT CROSS-REFERENCE BUILD.
      *    RUNS AFTER CPFBATCH (OR CPFMERGE ON A PARTITIONED NIGHT)
      *    AND CPFIDMRG, ALONGSIDE CPFMSTR, AND READS THE SAME
      *    CPFACC.DAT AND CPFREJ.DAT. THE MASTER KEEPS ONE RECORD PER
      *    CPF AND DROPS THE SUBMITTER; THIS STEP KEEPS THE
      *    IN-SOURCE-SYSTEM AND IN-ACCOUNT-NUMBER PASSTHROUGH FIELDS
      *    EVERY OUTPUT RECORD CARRIES, ONE CPFXREF.DAT RECORD
      *    (CPFXREC LAYOUT) PER CPF/SOURCE/ACCOUNT COMBINATION,
      *    MARKED EVER-ACCEPTED ONCE IT HAS COME IN ON CPFACC.DAT:
      *        - A COMBINATION NOT SEEN BEFORE IS ADDED WITH TONIGHT
      *          AS ITS FIRST- AND LAST-SEEN DATE
      *        - A KNOWN COMBINATION HAS ITS LAST-SEEN DATE, LAST
      *          SEQUENCE NUMBER, LAST VERDICT AND TIMES-SEEN BROUGHT
      *          UP TO DATE
      *    CPFREVAL READS THE FILE TO FAN A VERDICT REVERSAL OUT TO
      *    EVERY ACCOUNT HOLDING THE CPF.
      *
      *    THE CPF IS RESOLVED EXACTLY AS CPFMSTR RESOLVES ITS KEY -
      *    BACK THROUGH THE VAULT WHEN THE RECORD CARRIES A SURROGATE,
      *    OTHERWISE THROUGH CPFNORM. A RECORD WHOSE CPF HAS NO CLEAN
      *    11-DIGIT FORM HAS NOTHING TO CROSS-REFERENCE AND IS ONLY
      *    COUNTED. THE FILE IS KEYED ON THE CLEAR CPF AND LIVES UNDER
      *    THE SAME RESTRICTED ACCESS AS CPFMSTR.DAT.
      *
      *    RUN CONTROL (SEE CPFRCREC/CPFRUNC): SAME PREDECESSOR TEST
      *    AS CPFMSTR - A CLEAN CPFIDMRG TONIGHT, OR THE
      *    OVERRIDE COMMAND-LINE ARGUMENT, WHICH PROCEEDS WITH A
      *    WARNING. RE-APPLYING YESTERDAY'S FILES WOULD NOT CORRUPT
      *    THE ROUTING, BUT IT WOULD OVERSTATE TIMES-SEEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-ACCEPT-FILE ASSIGN TO "CPFACC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT CPF-REJECT-FILE ASSIGN TO "CPFREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT CPF-XREF-FILE ASSIGN TO "CPFXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD CPF-XREF-FILE.
           COPY CPFXREC.
       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS PIC X(02).
       01 WS-REJ-FILE-STATUS PIC X(02).
       01 WS-XREF-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-RECORDS-READ PIC 9(09) VALUE ZERO.
           05 WS-NEW-LINKS PIC 9(09) VALUE ZERO.
           05 WS-UPDATED-LINKS PIC 9(09) VALUE ZERO.
           05 WS-UNKEYED-RECORDS PIC 9(09) VALUE ZERO.
       01 WS-RUN-DATE PIC X(08).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-WORK-SOURCE-SYSTEM PIC X(08).
       01 WS-WORK-ACCOUNT-NUMBER PIC X(20).
       01 WS-WORK-SEQUENCE-NUMBER PIC 9(09).
       01 WS-WORK-CPF-RAW PIC X(15).
       01 WS-WORK-RETURN PIC X(01).
       01 WS-WORK-REASON PIC 9(02).
       01 WS-WORK-SURROGATE PIC X(12).
       01 WS-WORK-FROM-ACCEPT PIC X(01).
       01 WS-SURR-FOUND PIC X(01).
       01 WS-KEY-OK PIC X(01).
       01 WS-CPF-CLEAN PIC 9(11).
       01 WS-NORM-REASON PIC 9(02).
       01 WS-RUNC-STEP PIC X(08) VALUE 'CPFXREF'.
       01 WS-PRED-STEP PIC X(08) VALUE 'CPFIDMRG'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
       01 WS-RUNC-OK PIC X(01).
       01 WS-RUNC-RC PIC 9(02) VALUE ZERO.
       01 WS-OVERRIDE-MODE PIC X(01) VALUE 'N'.
       01 WS-ARG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ARG-IDX PIC 9(02).
       01 WS-PARM PIC X(20).
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0400-GET-RUN-PARMS.
           PERFORM 0450-CHECK-PREDECESSOR.
           CALL 'CPFRUNC' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-PROCESS-ACCEPT-FILE.
           PERFORM 3000-PROCESS-REJECT-FILE.
           PERFORM 5000-CLOSE-FILES.
           PERFORM 4000-PRINT-TOTALS.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART WS-RECORDS-READ WS-RUNC-RC.
           CALL 'CPFRUNCEOJ'.
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
                   DISPLAY 'CPFXREF UNKNOWN ARGUMENT IGNORED: '
                       WS-PARM
               END-IF
           END-PERFORM.

       0450-CHECK-PREDECESSOR.
      * CPFIDMRG RUNS ONLY AFTER A CLEAN CPFBATCH OR CPFMERGE TONIGHT
      * (EITHER SHAPE OF NIGHT) AND APPENDS THE DAY'S INTRADAY DROPS,
      * SO ITS CLEAN ENTRY VOUCHES FOR THE WHOLE OF THE ACCEPT/REJECT
      * FILES. WITHOUT IT THE FILES ON DISK ARE NOT TONIGHT'S, OR NOT
      * ALL OF TONIGHT'S - STOP RATHER THAN DOUBLE-COUNT OR MISS
      * THEM, UNLESS THE OPERATOR EXPLICITLY OVERRODE.
           CALL 'CPFRUNCCHK' USING BY REFERENCE WS-PRED-STEP
               WS-NO-PART WS-RUNC-OK.
           IF WS-RUNC-OK = 'N'
               IF WS-OVERRIDE-MODE = 'Y'
                   DISPLAY 'CPFXREF WARNING - NO CLEAN CPFIDMRG '
                       'TONIGHT - OPERATOR OVERRIDE'
               ELSE
                   MOVE 'NO CLEAN CPFIDMRG TONIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT CPF-ACCEPT-FILE.
           IF WS-ACC-FILE-STATUS NOT = '00'
               MOVE 'CPF-ACCEPT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-ACC-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN INPUT CPF-REJECT-FILE.
           IF WS-REJ-FILE-STATUS NOT = '00'
               MOVE 'CPF-REJECT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-REJ-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN I-O CPF-XREF-FILE.
           IF WS-XREF-FILE-STATUS = '35'
               OPEN OUTPUT CPF-XREF-FILE
               IF WS-XREF-FILE-STATUS NOT = '00'
                   MOVE 'CPF-XREF-FILE OPEN OUTPUT FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               CLOSE CPF-XREF-FILE
               OPEN I-O CPF-XREF-FILE
           END-IF.
           IF WS-XREF-FILE-STATUS NOT = '00'
               MOVE 'CPF-XREF-FILE OPEN I-O FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       2000-PROCESS-ACCEPT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CPF-ACCEPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ACC-SOURCE-SYSTEM TO WS-WORK-SOURCE-SYSTEM
                       MOVE ACC-ACCOUNT-NUMBER
                           TO WS-WORK-ACCOUNT-NUMBER
                       MOVE ACC-SEQUENCE-NUMBER
                           TO WS-WORK-SEQUENCE-NUMBER
                       MOVE ACC-CPF-RAW TO WS-WORK-CPF-RAW
                       MOVE ACC-CPF-RETURN TO WS-WORK-RETURN
                       MOVE ACC-CPF-REASON-CODE TO WS-WORK-REASON
                       MOVE ACC-CPF-SURROGATE TO WS-WORK-SURROGATE
                       MOVE 'Y' TO WS-WORK-FROM-ACCEPT
                       PERFORM 2500-APPLY-TO-XREF
               END-READ
           END-PERFORM.

       3000-PROCESS-REJECT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CPF-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE REJ-SOURCE-SYSTEM TO WS-WORK-SOURCE-SYSTEM
                       MOVE REJ-ACCOUNT-NUMBER
                           TO WS-WORK-ACCOUNT-NUMBER
                       MOVE REJ-SEQUENCE-NUMBER
                           TO WS-WORK-SEQUENCE-NUMBER
                       MOVE REJ-CPF-RAW TO WS-WORK-CPF-RAW
                       MOVE REJ-CPF-RETURN TO WS-WORK-RETURN
                       MOVE REJ-CPF-REASON-CODE TO WS-WORK-REASON
                       MOVE REJ-CPF-SURROGATE TO WS-WORK-SURROGATE
                       MOVE 'N' TO WS-WORK-FROM-ACCEPT
                       PERFORM 2500-APPLY-TO-XREF
               END-READ
           END-PERFORM.

       2500-APPLY-TO-XREF.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 2520-RESOLVE-XREF-CPF.
           IF WS-KEY-OK = 'N'
               ADD 1 TO WS-UNKEYED-RECORDS
           ELSE
               MOVE WS-CPF-CLEAN TO XREF-CPF-KEY
               MOVE WS-WORK-SOURCE-SYSTEM TO XREF-SOURCE-SYSTEM
               MOVE WS-WORK-ACCOUNT-NUMBER TO XREF-ACCOUNT-NUMBER
               READ CPF-XREF-FILE
                   INVALID KEY
                       PERFORM 2600-ADD-NEW-LINK
                   NOT INVALID KEY
                       PERFORM 2700-UPDATE-LINK
               END-READ
           END-IF.

       2520-RESOLVE-XREF-CPF.
      * SAME RESOLUTION AS CPFMSTR'S MASTER KEY: A PROTECTED RECORD
      * COMES BACK THROUGH THE VAULT, AN UNPROTECTED ONE NORMALIZES
      * ITS RAW CPF.
           MOVE 'N' TO WS-KEY-OK.
           IF WS-WORK-SURROGATE NOT = SPACES
               CALL 'CPFPSEUDBK' USING BY REFERENCE
                   WS-WORK-SURROGATE WS-CPF-CLEAN WS-SURR-FOUND
               IF WS-SURR-FOUND = 'Y'
                   MOVE 'Y' TO WS-KEY-OK
               END-IF
           ELSE
               CALL 'CPFNORM' USING BY REFERENCE WS-WORK-CPF-RAW
                   WS-CPF-CLEAN WS-NORM-REASON
               IF WS-NORM-REASON = 0
                   MOVE 'Y' TO WS-KEY-OK
               END-IF
           END-IF.

       2600-ADD-NEW-LINK.
           MOVE WS-RUN-DATE TO XREF-FIRST-SEEN-DATE.
           MOVE WS-RUN-DATE TO XREF-LAST-SEEN-DATE.
           MOVE WS-WORK-SEQUENCE-NUMBER TO XREF-LAST-SEQUENCE-NUMBER.
           MOVE WS-WORK-RETURN TO XREF-LAST-RETURN.
           MOVE WS-WORK-REASON TO XREF-LAST-REASON-CODE.
           MOVE 1 TO XREF-TIMES-SEEN.
           MOVE WS-WORK-FROM-ACCEPT TO XREF-EVER-ACCEPTED.
           WRITE CPF-XREF-RECORD
               INVALID KEY
                   MOVE 'CPF-XREF-FILE WRITE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-WRITE.
           ADD 1 TO WS-NEW-LINKS.

       2700-UPDATE-LINK.
           MOVE WS-RUN-DATE TO XREF-LAST-SEEN-DATE.
           MOVE WS-WORK-SEQUENCE-NUMBER TO XREF-LAST-SEQUENCE-NUMBER.
           MOVE WS-WORK-RETURN TO XREF-LAST-RETURN.
           MOVE WS-WORK-REASON TO XREF-LAST-REASON-CODE.
           ADD 1 TO XREF-TIMES-SEEN.
      * ONCE ACCEPTED, ALWAYS ELIGIBLE FOR A REVERSAL - A LATER
      * REJECT DOES NOT TAKE BACK THE ACCEPT THE ACCOUNT HOLDS.
           IF WS-WORK-FROM-ACCEPT = 'Y'
               MOVE 'Y' TO XREF-EVER-ACCEPTED
           END-IF.
           REWRITE CPF-XREF-RECORD
               INVALID KEY
                   MOVE 'CPF-XREF-FILE REWRITE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-REWRITE.
           ADD 1 TO WS-UPDATED-LINKS.

       4000-PRINT-TOTALS.
           DISPLAY '========================================'.
           DISPLAY 'CPFXREF - CPF-TO-ACCOUNT CROSS-REFERENCE'.
           DISPLAY 'RUN DATE ' WS-RUN-DATE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'RECORDS READ        : ' WS-RECORDS-READ.
           DISPLAY 'NEW ACCOUNT LINKS   : ' WS-NEW-LINKS.
           DISPLAY 'LINKS UPDATED       : ' WS-UPDATED-LINKS.
           DISPLAY 'NO CLEAN CPF        : ' WS-UNKEYED-RECORDS.
           DISPLAY '========================================'.

       5000-CLOSE-FILES.
           CLOSE CPF-ACCEPT-FILE.
           CLOSE CPF-REJECT-FILE.
           CLOSE CPF-XREF-FILE.
           CALL 'CPFPSEUDEOJ'.

       9999-ABEND.
           DISPLAY 'CPFXREF ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
