      *    FOR EACH CPF NO LONGER REGULAR:
      *        - WRITES A VERDICT-REVERSAL RECORD (CPFOUT LAYOUT,
      *          RETURN 'R', REASON 06/07/08) TO CPFRVSL.DAT FOR
      *          EVERY ACCOUNT EVER GIVEN AN ACCEPT FOR THE CPF. THE
      *          MASTER DOES NOT RETAIN SUBMITTER IDENTITY, SO THE
      *          HOLDING ACCOUNTS COME FROM THE EVER-ACCEPTED LINKS ON
      *          THE CPFXREF.DAT CROSS-REFERENCE (SEE CPFXREC) - AN
      *          ACCOUNT THAT ONLY EVER HAD THE CPF REJECTED HOLDS NO
      *          ACCEPT TO REVERSE - AND EACH RECORD CARRIES THAT
      *          ACCOUNT'S SOURCE SYSTEM, ACCOUNT NUMBER AND LAST
      *          SEQUENCE NUMBER. A CPF WITH NO EVER-ACCEPTED LINK
      *          (ACCEPTED BEFORE THE CROSS-REFERENCE EXISTED) STILL
      *          GETS ONE RECORD WITH BLANK PASSTHROUGH FIELDS,
      *          COUNTED AS UNROUTED
      *        - JOURNALS THE REVERSAL THROUGH CPFLOG SO THE
      *          COMPLIANCE TRAIL SHOWS WHEN THE VERDICT TURNED
      *        - UPDATES THE MASTER VERDICT SO THE DELTA REPORTING
      *          AND FUTURE SWEEPS SEE THE REVERSAL, NOT A STALE 'A'
      *        - DELETES THE CPF'S ENTRY FROM CPFCACHE.DAT SO THE
      *          OLD ACCEPT CANNOT KEEP COMING BACK FROM THE CACHE
      *
      *    AFTER THE SWEEP THE REVERSAL FEED IS DEALT INTO ONE RETURN
      *    FILE PER SOURCE SYSTEM, RVS<source-id>.DAT, EACH ENDING
      *    WITH THE SAME '*CONTROL' TRAILER CPFDIST PUTS ON THE
      *    NIGHTLY ACC/REJ RETURN FILES (RUN DATE AND DETAIL COUNT),
      *    THROUGH THE DD-STYLE RETRVS ASSIGNMENT. CPFRVSL.DAT STAYS
      *    WHOLE AS THE STEP'S OWN RECORD. UNROUTED REVERSALS, AND ANY
      *    SOURCE PAST THE TWENTIETH (THE CPFDIST LIMIT), STAY ON
      *    CPFRVSL.DAT ONLY AND END THE STEP RC 4 FOR A MANUAL
      *    HAND-OFF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REVERSAL-FILE ASSIGN TO "CPFRVSL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVS-FILE-STATUS.
           SELECT CPF-XREF-FILE ASSIGN TO "CPFXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT RET-RVS-FILE ASSIGN TO RETRVS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CPF-MASTER-FILE.
               ==PREFIX-CPF-RETURN== BY ==RVS-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==RVS-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==RVS-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==RVS-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==RVS-CPF-REGION==.
       FD CPF-XREF-FILE.
           COPY CPFXREC.
       FD RET-RVS-FILE.
       01 RET-RVS-RECORD PIC X(118).
       WORKING-STORAGE SECTION.
       01 WS-MSTR-FILE-STATUS PIC X(02).
       01 WS-CACHE-FILE-STATUS PIC X(02).
       01 WS-RVS-FILE-STATUS PIC X(02).
       01 WS-XREF-FILE-STATUS PIC X(02).
       01 WS-RETV-FILE-STATUS PIC X(02).
       01 WS-MSTR-FILE-OPEN PIC X(01) VALUE 'N'.
       01 WS-CACHE-FILE-OPEN PIC X(01) VALUE 'N'.
       01 WS-XREF-FILE-OPEN PIC X(01) VALUE 'N'.
       01 WS-XREF-EOF PIC X(01).
       01 WS-HOLDERS-FOUND PIC 9(05).
       01 WS-DD-VALUE PIC X(40).
       01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
       01 WS-CPF-CLEAN PIC 9(11).
       01 WS-COUNTERS.
           05 WS-MASTERS-READ PIC 9(09) VALUE ZERO.
           05 WS-ACCEPTS-CHECKED PIC 9(09) VALUE ZERO.
           05 WS-CPFS-REVERSED PIC 9(09) VALUE ZERO.
           05 WS-REVERSALS-WRITTEN PIC 9(09) VALUE ZERO.
           05 WS-REVERSED-SUSPENDED PIC 9(09) VALUE ZERO.
           05 WS-REVERSED-CANCELED PIC 9(09) VALUE ZERO.
           05 WS-REVERSED-DECEASED PIC 9(09) VALUE ZERO.
           05 WS-CACHE-DELETES PIC 9(09) VALUE ZERO.
           05 WS-UNROUTED-REVERSALS PIC 9(09) VALUE ZERO.
           05 WS-UNDEALT-REVERSALS PIC 9(09) VALUE ZERO.
      * PER-SOURCE DEALING OF THE REVERSAL FEED - SAME 20-SOURCE
      * TABLE AND '*CONTROL' TRAILER AS CPFDIST. THE TABLE IS FILLED
      * AS REVERSALS ARE WRITTEN, SO THE DEALING PASS NEEDS NO
      * SEPARATE COLLECTION READ.
       01 WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 20 TIMES.
               10 WS-SRC-ID PIC X(08).
               10 WS-SRC-REVERSALS PIC 9(09).
       01 WS-SRC-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SRC-IDX PIC 9(02).
       01 WS-SRC-FOUND PIC 9(02).
       01 WS-THIS-SOURCE PIC X(08).
       01 WS-RET-FILE-NAME PIC X(16).
       01 WS-DETAIL-COUNT PIC 9(09).
       01 WS-RUN-DATE PIC X(08).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-CONTROL-RECORD.
           05 WS-CTL-FLAG PIC X(08) VALUE '*CONTROL'.
           05 WS-CTL-RUN-DATE PIC X(08).
           05 WS-CTL-RECORD-COUNT PIC 9(09).
           05 FILLER PIC X(93) VALUE SPACES.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       COPY CPFIO.
           DISPLAY '========================================'.
           DISPLAY 'CPFREVAL - RETRO-REVALIDATION SWEEP'.
           DISPLAY '========================================'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-CTL-RUN-DATE.
           CALL 'CPFPSEUDMODE' USING BY REFERENCE WS-PROT-MODE.
           PERFORM 1000-OPEN-FILES.
           IF WS-EOF-SWITCH = 'N'
               PERFORM 2000-SWEEP-MASTER UNTIL WS-EOF-SWITCH = 'Y'
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 5000-DISTRIBUTE-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.
           PERFORM 4000-PRINT-TOTALS.
           IF WS-UNROUTED-REVERSALS > ZERO
               OR WS-UNDEALT-REVERSALS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-OPEN-FILES.
               PERFORM 9999-ABEND
           END-IF.
           PERFORM 1200-OPEN-CACHE.
           PERFORM 1300-OPEN-XREF.

       1100-POSITION-MASTER.
           MOVE ZEROS TO MSTR-CPF-KEY.
                   PERFORM 9999-ABEND
           END-EVALUATE.

       1300-OPEN-XREF.
      * NO CROSS-REFERENCE YET (CPFXREF HAS NEVER RUN) IS NOT AN
      * ERROR - EVERY REVERSAL GOES OUT UNROUTED, AS IT ALWAYS DID.
           OPEN I-O CPF-XREF-FILE.
           EVALUATE WS-XREF-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-XREF-FILE-OPEN
               WHEN '35'
                   DISPLAY 'CPFREVAL - NO CPFXREF.DAT - REVERSALS '
                       'WILL BE UNROUTED'
               WHEN OTHER
                   MOVE 'CPF-XREF-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.

       2000-SWEEP-MASTER.
           READ CPF-MASTER-FILE NEXT RECORD
               AT END
       2200-REVERSE-VERDICT.
           MOVE 'R' TO CPF-RETURN.
           MOVE WS-CPF-CLEAN TO CPF-RAW.
           ADD 1 TO WS-CPFS-REVERSED.
           PERFORM 2250-FAN-OUT-REVERSAL.
           PERFORM 2400-JOURNAL-REVERSAL.
           PERFORM 2500-UPDATE-MASTER-VERDICT.
           PERFORM 2600-DELETE-CACHE-ENTRY.
           DISPLAY 'REVERSED  ' WS-MASKED-CPF ' A -> R '
               CPF-REASON-CODE ' LAST SEEN ' MSTR-LAST-SEEN-DATE.

       2250-FAN-OUT-REVERSAL.
      * ONE REVERSAL RECORD PER ACCOUNT THE CROSS-REFERENCE SAYS WAS
      * EVER GIVEN AN ACCEPT FOR THE CPF. THE GENERIC START POSITIONS
      * ON THE CPF'S FIRST ACCOUNT; EACH LINK READ IS MARKED WITH THE
      * REVERSED VERDICT SO THE CROSS-REFERENCE AGREES WITH THE
      * MASTER, BUT A REJECT-ONLY LINK HAS NO ACCEPT TO REVERSE AND
      * GETS NO REVERSAL RECORD.
           MOVE ZERO TO WS-HOLDERS-FOUND.
           IF WS-XREF-FILE-OPEN = 'Y'
               MOVE WS-CPF-CLEAN TO XREF-CPF-KEY
               MOVE LOW-VALUES TO XREF-SOURCE-SYSTEM
               MOVE LOW-VALUES TO XREF-ACCOUNT-NUMBER
               MOVE 'N' TO WS-XREF-EOF
               START CPF-XREF-FILE KEY >= XREF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-XREF-EOF
               END-START
               PERFORM 2270-REVERSE-ONE-HOLDER
                   UNTIL WS-XREF-EOF = 'Y'
           END-IF.
           IF WS-HOLDERS-FOUND = ZERO
               MOVE SPACES TO RVS-SOURCE-SYSTEM
               MOVE SPACES TO RVS-ACCOUNT-NUMBER
               MOVE ZERO TO RVS-SEQUENCE-NUMBER
               PERFORM 2300-WRITE-REVERSAL-RECORD
               ADD 1 TO WS-UNROUTED-REVERSALS
           END-IF.

       2270-REVERSE-ONE-HOLDER.
           READ CPF-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF
               NOT AT END
                   IF XREF-CPF-KEY NOT = WS-CPF-CLEAN
                       MOVE 'Y' TO WS-XREF-EOF
                   ELSE
                       IF XREF-EVER-ACCEPTED = 'Y'
                           ADD 1 TO WS-HOLDERS-FOUND
                           MOVE XREF-SOURCE-SYSTEM TO RVS-SOURCE-SYSTEM
                           MOVE XREF-ACCOUNT-NUMBER
                               TO RVS-ACCOUNT-NUMBER
                           MOVE XREF-LAST-SEQUENCE-NUMBER
                               TO RVS-SEQUENCE-NUMBER
                           PERFORM 2300-WRITE-REVERSAL-RECORD
                       END-IF
                       PERFORM 2280-MARK-LINK-REVERSED
                   END-IF
           END-READ.

       2280-MARK-LINK-REVERSED.
           MOVE 'R' TO XREF-LAST-RETURN.
           MOVE CPF-REASON-CODE TO XREF-LAST-REASON-CODE.
           REWRITE CPF-XREF-RECORD
               INVALID KEY
                   MOVE 'CPF-XREF-FILE REWRITE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-REWRITE.

       2300-WRITE-REVERSAL-RECORD.
           IF WS-PROT-MODE = 'Y'
               CALL 'CPFPSEUD' USING BY REFERENCE WS-CPF-CLEAN
                   WS-PROT-SURROGATE
           MOVE CPF-RETURN TO RVS-CPF-RETURN.
           MOVE CPF-REASON-CODE TO RVS-CPF-REASON-CODE.
           MOVE CPF-STATUS TO RVS-CPF-STATUS.
      * THE ISSUING FISCAL REGION IS THE CPF'S NINTH DIGIT (SEE
      * CPFRGTAB), THE SAME AS ON THE NIGHTLY ACCEPT RECORD.
           MOVE WS-CPF-CLEAN(9:1) TO RVS-CPF-REGION.
           WRITE RVS-OUTPUT-RECORD.
           IF WS-RVS-FILE-STATUS NOT = '00'
               MOVE 'REVERSAL-FILE WRITE FAILED' TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.
           ADD 1 TO WS-REVERSALS-WRITTEN.
           IF RVS-SOURCE-SYSTEM NOT = SPACES
               MOVE RVS-SOURCE-SYSTEM TO WS-THIS-SOURCE
               PERFORM 2350-FIND-OR-ADD-SOURCE
           END-IF.

       2350-FIND-OR-ADD-SOURCE.
      * CPFDIST STOPS PAST 20 SOURCES; HERE THE MASTER AND CACHE ARE
      * ALREADY BEING UPDATED, SO STOPPING WOULD LOSE THE REVERSALS
      * ALREADY SWEPT. A 21ST SOURCE'S RECORDS STAY ON CPFRVSL.DAT
      * AND ARE COUNTED AS UNDEALT INSTEAD.
           MOVE ZERO TO WS-SRC-FOUND.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-FOUND = ZERO
                   AND WS-SRC-ID(WS-SRC-IDX) = WS-THIS-SOURCE
                   MOVE WS-SRC-IDX TO WS-SRC-FOUND
               END-IF
           END-PERFORM.
           IF WS-SRC-FOUND = ZERO
               IF WS-SRC-COUNT >= 20
                   ADD 1 TO WS-UNDEALT-REVERSALS
                   DISPLAY 'CPFREVAL - MORE THAN 20 SOURCES - '
                       WS-THIS-SOURCE ' REVERSAL NOT DEALT'
               ELSE
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-THIS-SOURCE TO WS-SRC-ID(WS-SRC-COUNT)
                   MOVE 1 TO WS-SRC-REVERSALS(WS-SRC-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-SRC-REVERSALS(WS-SRC-FOUND)
           END-IF.

       2400-JOURNAL-REVERSAL.
      * THE RESULT IS ALREADY IN HAND FROM THE SITUATION LOOKUP, SO
           IF WS-CACHE-FILE-OPEN = 'Y'
               CLOSE CPF-CACHE-FILE
           END-IF.
           IF WS-XREF-FILE-OPEN = 'Y'
               CLOSE CPF-XREF-FILE
           END-IF.
           CALL 'CPFSITEOJ'.
           CALL 'CPFLOGEOJ'.
           CALL 'CPFPSEUDEOJ'.
           DISPLAY '----------------------------------------'.
           DISPLAY 'MASTER RECORDS READ    : ' WS-MASTERS-READ.
           DISPLAY 'ACCEPTS CHECKED        : ' WS-ACCEPTS-CHECKED.
           DISPLAY 'CPFS REVERSED          : ' WS-CPFS-REVERSED.
           DISPLAY '  NOW SUSPENDED (06)   : ' WS-REVERSED-SUSPENDED.
           DISPLAY '  NOW CANCELED  (07)   : ' WS-REVERSED-CANCELED.
           DISPLAY '  NOW DECEASED  (08)   : ' WS-REVERSED-DECEASED.
           DISPLAY 'REVERSALS WRITTEN      : ' WS-REVERSALS-WRITTEN.
           DISPLAY '  UNROUTED (NO XREF)   : ' WS-UNROUTED-REVERSALS.
           DISPLAY '  NOT DEALT (OVER 20)  : ' WS-UNDEALT-REVERSALS.
           DISPLAY 'CACHE ENTRIES DELETED  : ' WS-CACHE-DELETES.
           DISPLAY '----------------------------------------'.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               DISPLAY WS-SRC-ID(WS-SRC-IDX)
                   ' REVERSALS ' WS-SRC-REVERSALS(WS-SRC-IDX)
           END-PERFORM.
           DISPLAY 'SOURCE SYSTEMS SERVED  : ' WS-SRC-COUNT.
           DISPLAY '========================================'.

       5000-DISTRIBUTE-ONE-SOURCE.
           MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-THIS-SOURCE.
           MOVE SPACES TO WS-RET-FILE-NAME.
           STRING 'RVS' WS-THIS-SOURCE DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO WS-RET-FILE-NAME
           END-STRING.
           DISPLAY 'DD_RETRVS' UPON ENVIRONMENT-NAME.
           DISPLAY WS-RET-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RET-RVS-FILE.
           IF WS-RETV-FILE-STATUS NOT = '00'
               MOVE 'RET-RVS-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-RETV-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN INPUT REVERSAL-FILE.
           IF WS-RVS-FILE-STATUS NOT = '00'
               MOVE 'REVERSAL-FILE REOPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-RVS-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 5100-COPY-ONE-REVERSAL UNTIL WS-EOF-SWITCH = 'Y'.
           CLOSE REVERSAL-FILE.
           MOVE WS-DETAIL-COUNT TO WS-CTL-RECORD-COUNT.
           MOVE WS-CONTROL-RECORD TO RET-RVS-RECORD.
           WRITE RET-RVS-RECORD.
           IF WS-RETV-FILE-STATUS NOT = '00'
               MOVE 'RET-RVS-FILE TRAILER WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-RETV-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           CLOSE RET-RVS-FILE.
           DISPLAY 'CPFREVAL ' WS-RET-FILE-NAME ' : '
               WS-DETAIL-COUNT ' REVERSALS'.

       5100-COPY-ONE-REVERSAL.
           READ REVERSAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RVS-SOURCE-SYSTEM = WS-THIS-SOURCE
                       MOVE RVS-OUTPUT-RECORD TO RET-RVS-RECORD
                       WRITE RET-RVS-RECORD
                       IF WS-RETV-FILE-STATUS NOT = '00'
                           MOVE 'RET-RVS-FILE WRITE FAILED'
                               TO WS-ABEND-MESSAGE
                           MOVE WS-RETV-FILE-STATUS
                               TO WS-ABEND-STATUS
                           PERFORM 9999-ABEND
                       END-IF
                       ADD 1 TO WS-DETAIL-COUNT
                   END-IF
           END-READ.

       9999-ABEND.
           DISPLAY 'CPFREVAL ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
