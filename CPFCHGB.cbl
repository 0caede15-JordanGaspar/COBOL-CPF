       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFCHGB.
      *****************************************************************
      *    CPFCHGB - MONTH-END VALIDATION CHARGEBACK. FINANCE BILLS
      *    EACH UPSTREAM SOURCE SYSTEM FOR THE CHECKS IT CAUSED; THIS
      *    STEP COUNTS THEM FROM THE COMPLIANCE JOURNAL, PRICES THEM
      *    FROM THE RATE TABLE AND WRITES THE INVOICE EXTRACT AND A
      *    PRINTED STATEMENT PER SOURCE.
      *
      *    THE BILLING MONTH IS THE MONTH=YYYYMM ARGUMENT, DEFAULTING
      *    TO THE MONTH BEFORE THE CURRENT ONE; THE CURRENT MONTH IS
      *    STILL OPEN AND IS REFUSED. THE MONTH'S ENTRIES ARE READ
      *    FROM ITS GENERATION, CPFJRNL.YYYYMM, AND FROM THE LIVE
      *    CPFJRNL.DAT, SO THE STEP GIVES THE SAME ANSWER BEFORE AND
      *    AFTER CPFJARCH CUTS THE MONTH AWAY (CPFJARCH MOVES AN ENTRY,
      *    IT NEVER COPIES IT, SO NO ENTRY IS SEEN TWICE).
      *
      *    EVERY JOURNAL ENTRY OF THE MONTH FALLS IN EXACTLY ONE CLASS:
      *        CPFBATCH, CPFINTRA  CPF BATCH CHECK - CPFC WHEN THE
      *                            VERDICT CAME FROM THE RESULT CACHE,
      *                            OTHERWISE CPFF
      *        DOCBATCH            CNPJ CHECK (CNPJ) FOR A TYPE-J
      *                            ENTRY, CPF BATCH CHECK (CPFF) FOR
      *                            A TYPE-F ENTRY - DOCBATCH HAS NO
      *                            CACHE
      *        CPFONL              ONLINE CPFI INQUIRY (ONLI), BILLED
      *                            TO THE SOURCE '*ONLINE*' - THE
      *                            TRANSACTION CARRIES NO SOURCE
      *        CPFPOLCY            POLICY OVERRIDE ENTRY - THE CHECK
      *                            BEHIND IT IS ALREADY BILLED, SO IT
      *                            IS COUNTED PER SOURCE, NOT CHARGED
      *        ANY OTHER PROGRAM   INTERNAL (CPFREVAL SWEEPS, TESTS) -
      *                            COUNTED, NOT CHARGED
      *    A CHARGED ENTRY WHOSE JRNL-CROSS-MATCH IS 'Y' ALSO COUNTS
      *    ONE HOLDER CROSS-MATCH (XMAT), PRICED ON TOP OF THE CHECK.
      *    A BATCH ENTRY WITH NO SOURCE (WRITTEN BEFORE THE JOURNAL
      *    CARRIED ONE) IS BILLED TO THE SOURCE '*UNATTR*'.
      *
      *    THE ACCEPT/REJECT SPLIT ON THE STATEMENT IS THE VERDICT ON
      *    THE JOURNAL ENTRY - THE SAME VERDICT THE SOURCE RECEIVED ON
      *    ITS CPFDIST RETURN FILES, WHICH CPFBAL TIES TO THE JOURNAL
      *    NIGHTLY; THE RETURN FILES THEMSELVES ONLY HOLD ONE NIGHT.
      *
      *    INPUT   CPFRATE.DAT   RATE TABLE (CPFRTREC) - A CHARGED
      *                          KIND WITH NO RATE STOPS THE STEP
      *    OUTPUT  CPFCHGX.DAT   INVOICE EXTRACT (CPFCXREC)
      *            CPFCHGR.DAT   PRINTED STATEMENT
      *    THE STATEMENT ENDS WITH THE RECONCILIATION: THE CHECK
      *    COUNTS ACTUALLY WRITTEN TO THE EXTRACT (EVERY KIND BUT THE
      *    XMAT ADD-ON), PLUS THE POLICY AND INTERNAL ENTRIES, MUST
      *    ADD BACK TO THE MONTH'S JOURNAL RECORD COUNT.
      *    IF THEY DO NOT, THE STEP STILL WRITES EVERYTHING BUT ENDS
      *    RC 8 SO FINANCE DOES NOT RELEASE THE INVOICE UNCHECKED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-RATE-FILE ASSIGN TO "CPFRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CPF-JOURNAL-FILE ASSIGN TO CHGJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT CHARGE-EXTRACT-FILE ASSIGN TO "CPFCHGX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGX-FILE-STATUS.
           SELECT CHARGE-REPORT-FILE ASSIGN TO "CPFCHGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CPF-RATE-FILE.
           COPY CPFRTREC.
       FD CPF-JOURNAL-FILE.
           COPY CPFJRNL.
       FD CHARGE-EXTRACT-FILE.
           COPY CPFCXREC.
       FD CHARGE-REPORT-FILE.
       01 CHARGE-REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-RATE-FILE-STATUS PIC X(02).
       01 WS-JRNL-FILE-STATUS PIC X(02).
       01 WS-CHGX-FILE-STATUS PIC X(02).
       01 WS-RPT-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-CURRENT-MONTH PIC X(06).
       01 WS-RUN-TIMESTAMP PIC X(14).
       01 WS-BILL-MONTH PIC X(06) VALUE SPACES.
       01 WS-JRNL-FILE-NAME PIC X(14).
       01 WS-ARG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ARG-IDX PIC 9(02).
       01 WS-PARM PIC X(20).
       01 WS-CHGB-RC PIC 9(02) VALUE ZERO.
      * MONTH ARITHMETIC - A YYYYMM CARRIED AS YEAR*12+MONTH (SAME
      * SCHEME CPFJARCH USES).
       01 WS-MONTH-MATH.
           05 WS-MM-YYYYMM PIC 9(06).
           05 WS-MM-SPLIT REDEFINES WS-MM-YYYYMM.
               10 WS-MM-YEAR PIC 9(04).
               10 WS-MM-MONTH PIC 9(02).
           05 WS-MM-SERIAL PIC 9(07).
      * THE CHARGEABLE KINDS, IN STATEMENT ORDER. THE CODES ARE THE
      * RATE-KIND VALUES OF CPFRTREC; THE TEXT IS USED WHEN THE RATE
      * RECORD CARRIES NO DESCRIPTION OF ITS OWN.
       01 WS-KIND-VALUES.
           05 FILLER PIC X(34)
               VALUE 'CPFFCPF BATCH CHECK - FULL        '.
           05 FILLER PIC X(34)
               VALUE 'CPFCCPF BATCH CHECK - CACHE HIT   '.
           05 FILLER PIC X(34)
               VALUE 'CNPJCNPJ CHECK - DOCBATCH         '.
           05 FILLER PIC X(34)
               VALUE 'ONLIONLINE CPFI INQUIRY           '.
           05 FILLER PIC X(34)
               VALUE 'XMATHOLDER CROSS-MATCH            '.
       01 WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
           05 WS-KIND-ENTRY OCCURS 5 TIMES.
               10 WS-KIND-CODE PIC X(04).
               10 WS-KIND-TEXT PIC X(30).
       01 WS-KIND-IDX PIC 9(01).
       01 WS-THIS-KIND PIC 9(01).
       01 WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 100 TIMES.
               10 WS-RT-KIND PIC X(04).
               10 WS-RT-SOURCE PIC X(08).
               10 WS-RT-PRICE PIC 9(03)V9(04).
               10 WS-RT-TEXT PIC X(30).
       01 WS-RT-COUNT PIC 9(03) VALUE ZERO.
       01 WS-RT-IDX PIC 9(03).
       01 WS-RT-FOUND PIC 9(03).
       01 WS-RT-STANDARD PIC 9(03).
       01 WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 50 TIMES.
               10 WS-SRC-ID PIC X(08).
               10 WS-SRC-KIND-COUNT PIC 9(09) OCCURS 5 TIMES.
               10 WS-SRC-ACCEPTED PIC 9(09).
               10 WS-SRC-REJECTED PIC 9(09).
               10 WS-SRC-POLICY PIC 9(09).
               10 WS-SRC-AMOUNT PIC 9(11)V99.
       01 WS-SRC-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SRC-IDX PIC 9(02).
       01 WS-SRC-FOUND PIC 9(02).
       01 WS-THIS-SOURCE PIC X(08).
       01 WS-RATE-PRICE PIC 9(03)V9(04).
       01 WS-RATE-TEXT PIC X(30).
       01 WS-LINE-AMOUNT PIC 9(11)V99.
       01 WS-GRAND-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-COUNTERS.
           05 WS-GEN-RECORDS PIC 9(09) VALUE ZERO.
           05 WS-LIVE-RECORDS PIC 9(09) VALUE ZERO.
           05 WS-MONTH-RECORDS PIC 9(09) VALUE ZERO.
           05 WS-OTHER-MONTH-SKIPPED PIC 9(09) VALUE ZERO.
           05 WS-CHARGED-EVENTS PIC 9(09) VALUE ZERO.
           05 WS-POLICY-ENTRIES PIC 9(09) VALUE ZERO.
           05 WS-OTHER-ENTRIES PIC 9(09) VALUE ZERO.
           05 WS-CLASSIFIED PIC 9(09) VALUE ZERO.
           05 WS-XMATCH-EVENTS PIC 9(09) VALUE ZERO.
           05 WS-EXTRACT-WRITTEN PIC 9(09) VALUE ZERO.
           05 WS-EXTRACT-CHECKS PIC 9(09) VALUE ZERO.
       01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ITEM-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-ITEM-LABEL PIC X(36).
           05 WS-ITEM-VALUE PIC X(80).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(36) VALUE 'KIND  DESCRIPTION'.
           05 FILLER PIC X(13) VALUE '       EVENTS'.
           05 FILLER PIC X(10) VALUE '  UNIT BRL'.
           05 FILLER PIC X(19) VALUE '         AMOUNT BRL'.
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-DTL-KIND PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-TEXT PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-PRICE PIC ZZ9.9999.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DTL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM 0500-GET-RUN-PARMS.
           PERFORM 0600-SET-BILLING-MONTH.
           DISPLAY '========================================'.
           DISPLAY 'CPFCHGB - VALIDATION CHARGEBACK, MONTH '
               WS-BILL-MONTH.
           DISPLAY '========================================'.
           PERFORM 1000-LOAD-RATES.
           PERFORM 2000-READ-MONTH-JOURNAL.
           PERFORM 3000-OPEN-OUTPUTS.
           PERFORM 3100-BILL-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.
           PERFORM 4000-RECONCILE.
           PERFORM 5000-CLOSE-OUTPUTS.
           PERFORM 5500-PRINT-TOTALS.
           MOVE WS-CHGB-RC TO RETURN-CODE.
           STOP RUN.

       0500-GET-RUN-PARMS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               MOVE SPACES TO WS-PARM
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-PARM FROM ARGUMENT-VALUE
               IF WS-PARM(1:6) = 'MONTH='
                   MOVE WS-PARM(7:6) TO WS-BILL-MONTH
               ELSE
                   DISPLAY 'CPFCHGB UNKNOWN ARGUMENT IGNORED: '
                       WS-PARM
               END-IF
           END-PERFORM.

       0600-SET-BILLING-MONTH.
      * NO ARGUMENT BILLS LAST MONTH - THE NORMAL MONTH-END RUN. AN
      * EXPLICIT MONTH RE-BILLS A CLOSED MONTH; THE CURRENT MONTH,
      * OR ANY LATER ONE, IS STILL TAKING ENTRIES AND IS REFUSED.
           IF WS-BILL-MONTH = SPACES
               MOVE WS-CURRENT-MONTH TO WS-MM-YYYYMM
               COMPUTE WS-MM-SERIAL =
                   WS-MM-YEAR * 12 + WS-MM-MONTH - 1
               COMPUTE WS-MM-YEAR = (WS-MM-SERIAL - 1) / 12
               COMPUTE WS-MM-MONTH =
                   WS-MM-SERIAL - (WS-MM-YEAR * 12)
               MOVE WS-MM-YYYYMM TO WS-BILL-MONTH
           END-IF.
           IF WS-BILL-MONTH IS NOT NUMERIC
               MOVE 'MONTH= MUST BE YYYYMM' TO WS-ABEND-MESSAGE
               MOVE SPACES TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE WS-BILL-MONTH TO WS-MM-YYYYMM.
           IF WS-MM-MONTH < 1 OR WS-MM-MONTH > 12
               MOVE 'MONTH= MUST BE YYYYMM' TO WS-ABEND-MESSAGE
               MOVE SPACES TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           IF WS-BILL-MONTH NOT < WS-CURRENT-MONTH
               MOVE 'BILLING MONTH NOT YET CLOSED'
                   TO WS-ABEND-MESSAGE
               MOVE SPACES TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       1000-LOAD-RATES.
           OPEN INPUT CPF-RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               MOVE 'CPF-RATE-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-RATE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1100-LOAD-ONE-RATE UNTIL WS-EOF-SWITCH = 'Y'.
           CLOSE CPF-RATE-FILE.
           DISPLAY 'CPFCHGB RATES LOADED : ' WS-RT-COUNT.

       1100-LOAD-ONE-RATE.
           READ CPF-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 1200-CHECK-RATE-RECORD
                   ADD 1 TO WS-RT-COUNT
                   MOVE RATE-KIND TO WS-RT-KIND(WS-RT-COUNT)
                   MOVE RATE-SOURCE-SYSTEM TO WS-RT-SOURCE(WS-RT-COUNT)
                   MOVE RATE-UNIT-PRICE TO WS-RT-PRICE(WS-RT-COUNT)
                   MOVE RATE-DESCRIPTION TO WS-RT-TEXT(WS-RT-COUNT)
           END-READ.

       1200-CHECK-RATE-RECORD.
      * AN INVOICE PRICED FROM A BAD RATE TABLE IS WORSE THAN NO
      * INVOICE - EVERY DEFECT STOPS THE STEP BEFORE ANYTHING IS
      * WRITTEN.
           MOVE ZERO TO WS-THIS-KIND.
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                   UNTIL WS-KIND-IDX > 5
               IF WS-KIND-CODE(WS-KIND-IDX) = RATE-KIND
                   MOVE WS-KIND-IDX TO WS-THIS-KIND
               END-IF
           END-PERFORM.
           IF WS-THIS-KIND = ZERO
               DISPLAY 'CPFCHGB UNKNOWN RATE KIND ' RATE-KIND
               MOVE 'CPF-RATE-FILE UNKNOWN RATE-KIND'
                   TO WS-ABEND-MESSAGE
               MOVE SPACES TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           IF RATE-UNIT-PRICE IS NOT NUMERIC
               DISPLAY 'CPFCHGB BAD PRICE FOR ' RATE-KIND ' '
                   RATE-SOURCE-SYSTEM
               MOVE 'CPF-RATE-FILE PRICE NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               MOVE SPACES TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-KIND(WS-RT-IDX) = RATE-KIND
                   AND WS-RT-SOURCE(WS-RT-IDX) = RATE-SOURCE-SYSTEM
                   DISPLAY 'CPFCHGB DUPLICATE RATE ' RATE-KIND ' '
                       RATE-SOURCE-SYSTEM
                   MOVE 'CPF-RATE-FILE DUPLICATE RATE'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-PERFORM.
           IF WS-RT-COUNT >= 100
               MOVE 'MORE THAN 100 RATES' TO WS-ABEND-MESSAGE
               MOVE SPACES TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       2000-READ-MONTH-JOURNAL.
      * THE GENERATION FIRST, THEN THE LIVE JOURNAL. EITHER MAY BE
      * ABSENT: BEFORE CPFJARCH RUNS THE MONTH IS ALL LIVE, AFTER IT
      * THE MONTH IS ALL IN ITS GENERATION.
           MOVE SPACES TO WS-JRNL-FILE-NAME.
           STRING 'CPFJRNL.' WS-BILL-MONTH DELIMITED BY SIZE
               INTO WS-JRNL-FILE-NAME
           END-STRING.
           PERFORM 2100-READ-ONE-JOURNAL.
           MOVE 'CPFJRNL.DAT' TO WS-JRNL-FILE-NAME.
           PERFORM 2100-READ-ONE-JOURNAL.

       2100-READ-ONE-JOURNAL.
           DISPLAY 'DD_CHGJRNL' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JRNL-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT CPF-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS = '35'
               DISPLAY 'CPFCHGB ' WS-JRNL-FILE-NAME ' NOT PRESENT'
           ELSE
               IF WS-JRNL-FILE-STATUS NOT = '00'
                   MOVE 'CPF-JOURNAL-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-JRNL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2200-READ-ONE-ENTRY
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CPF-JOURNAL-FILE
           END-IF.

       2200-READ-ONE-ENTRY.
           READ CPF-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JRNL-TIMESTAMP(1:6) = WS-BILL-MONTH
                       IF WS-JRNL-FILE-NAME = 'CPFJRNL.DAT'
                           ADD 1 TO WS-LIVE-RECORDS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
                       ADD 1 TO WS-MONTH-RECORDS
                       PERFORM 2300-CLASSIFY-ENTRY
                   ELSE
                       ADD 1 TO WS-OTHER-MONTH-SKIPPED
                   END-IF
           END-READ.

       2300-CLASSIFY-ENTRY.
           MOVE JRNL-SOURCE-SYSTEM TO WS-THIS-SOURCE.
           IF WS-THIS-SOURCE = SPACES
               MOVE '*UNATTR*' TO WS-THIS-SOURCE
           END-IF.
           EVALUATE JRNL-CALLING-PROGRAM
               WHEN 'CPFBATCH'
               WHEN 'CPFINTRA'
                   IF JRNL-CACHE-HIT = 'Y'
                       MOVE 2 TO WS-THIS-KIND
                   ELSE
                       MOVE 1 TO WS-THIS-KIND
                   END-IF
                   PERFORM 2400-COUNT-CHARGED-EVENT
               WHEN 'DOCBATCH'
                   IF JRNL-DOC-TYPE = 'J'
                       MOVE 3 TO WS-THIS-KIND
                   ELSE
                       MOVE 1 TO WS-THIS-KIND
                   END-IF
                   PERFORM 2400-COUNT-CHARGED-EVENT
               WHEN 'CPFONL'
                   MOVE '*ONLINE*' TO WS-THIS-SOURCE
                   MOVE 4 TO WS-THIS-KIND
                   PERFORM 2400-COUNT-CHARGED-EVENT
               WHEN 'CPFPOLCY'
                   PERFORM 2500-FIND-OR-ADD-SOURCE
                   ADD 1 TO WS-SRC-POLICY(WS-SRC-FOUND)
                   ADD 1 TO WS-POLICY-ENTRIES
               WHEN OTHER
                   ADD 1 TO WS-OTHER-ENTRIES
           END-EVALUATE.

       2400-COUNT-CHARGED-EVENT.
           PERFORM 2500-FIND-OR-ADD-SOURCE.
           ADD 1 TO WS-SRC-KIND-COUNT(WS-SRC-FOUND WS-THIS-KIND).
           ADD 1 TO WS-CHARGED-EVENTS.
           IF JRNL-CPF-RETURN = 'A'
               ADD 1 TO WS-SRC-ACCEPTED(WS-SRC-FOUND)
           ELSE
               ADD 1 TO WS-SRC-REJECTED(WS-SRC-FOUND)
           END-IF.
           IF JRNL-CROSS-MATCH = 'Y'
               ADD 1 TO WS-SRC-KIND-COUNT(WS-SRC-FOUND 5)
               ADD 1 TO WS-XMATCH-EVENTS
           END-IF.

       2500-FIND-OR-ADD-SOURCE.
           MOVE ZERO TO WS-SRC-FOUND.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-FOUND = ZERO
                   AND WS-SRC-ID(WS-SRC-IDX) = WS-THIS-SOURCE
                   MOVE WS-SRC-IDX TO WS-SRC-FOUND
               END-IF
           END-PERFORM.
           IF WS-SRC-FOUND = ZERO
               IF WS-SRC-COUNT >= 50
                   MOVE 'MORE THAN 50 SOURCE SYSTEMS'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-FOUND
               MOVE WS-THIS-SOURCE TO WS-SRC-ID(WS-SRC-FOUND)
               PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                       UNTIL WS-KIND-IDX > 5
                   MOVE ZERO TO WS-SRC-KIND-COUNT(WS-SRC-FOUND
                       WS-KIND-IDX)
               END-PERFORM
               MOVE ZERO TO WS-SRC-ACCEPTED(WS-SRC-FOUND)
               MOVE ZERO TO WS-SRC-REJECTED(WS-SRC-FOUND)
               MOVE ZERO TO WS-SRC-POLICY(WS-SRC-FOUND)
               MOVE ZERO TO WS-SRC-AMOUNT(WS-SRC-FOUND)
           END-IF.

       3000-OPEN-OUTPUTS.
           OPEN OUTPUT CHARGE-EXTRACT-FILE.
           IF WS-CHGX-FILE-STATUS NOT = '00'
               MOVE 'CHARGE-EXTRACT-FILE OPEN FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-CHGX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT CHARGE-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               MOVE 'CHARGE-REPORT-FILE OPEN FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE 'CPFCHGB - VALIDATION CHARGEBACK STATEMENT'
               TO CHARGE-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'BILLING MONTH' TO WS-ITEM-LABEL.
           MOVE WS-BILL-MONTH TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'RUN TIMESTAMP' TO WS-ITEM-LABEL.
           MOVE WS-RUN-TIMESTAMP TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.

       3100-BILL-ONE-SOURCE.
      * ONE STATEMENT BLOCK PER SOURCE, ONE EXTRACT RECORD PER KIND
      * THE SOURCE ACTUALLY USED. A SOURCE THAT ONLY HAS POLICY
      * ENTRIES STILL GETS A BLOCK, AT A TOTAL OF ZERO.
           MOVE SPACES TO CHARGE-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'SOURCE SYSTEM' TO WS-ITEM-LABEL.
           MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE WS-COLUMN-LINE TO CHARGE-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 3200-BILL-ONE-KIND
               VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 5.
           MOVE 'CHECKS ACCEPTED' TO WS-ITEM-LABEL.
           MOVE WS-SRC-ACCEPTED(WS-SRC-IDX) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'CHECKS REJECTED' TO WS-ITEM-LABEL.
           MOVE WS-SRC-REJECTED(WS-SRC-IDX) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           IF WS-SRC-POLICY(WS-SRC-IDX) > ZERO
               MOVE 'POLICY OVERRIDE ENTRIES - NO CHARGE'
                   TO WS-ITEM-LABEL
               MOVE WS-SRC-POLICY(WS-SRC-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE
               PERFORM 8100-WRITE-ITEM-LINE
           END-IF.
           MOVE 'SOURCE TOTAL BRL' TO WS-ITEM-LABEL.
           MOVE WS-SRC-AMOUNT(WS-SRC-IDX) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.

       3200-BILL-ONE-KIND.
           IF WS-SRC-KIND-COUNT(WS-SRC-IDX WS-KIND-IDX) > ZERO
               PERFORM 3300-FIND-RATE
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   WS-SRC-KIND-COUNT(WS-SRC-IDX WS-KIND-IDX) *
                   WS-RATE-PRICE
               ADD WS-LINE-AMOUNT TO WS-SRC-AMOUNT(WS-SRC-IDX)
               ADD WS-LINE-AMOUNT TO WS-GRAND-TOTAL
               MOVE SPACES TO CPF-CHARGE-EXTRACT-RECORD
               MOVE WS-BILL-MONTH TO CHGX-BILLING-MONTH
               MOVE WS-SRC-ID(WS-SRC-IDX) TO CHGX-SOURCE-SYSTEM
               MOVE WS-KIND-CODE(WS-KIND-IDX) TO CHGX-KIND
               MOVE WS-SRC-KIND-COUNT(WS-SRC-IDX WS-KIND-IDX)
                   TO CHGX-EVENT-COUNT
               MOVE WS-RATE-PRICE TO CHGX-UNIT-PRICE
               MOVE WS-LINE-AMOUNT TO CHGX-AMOUNT
               MOVE WS-RATE-TEXT TO CHGX-DESCRIPTION
               PERFORM 8500-WRITE-EXTRACT
               IF CHGX-KIND NOT = 'XMAT'
                   ADD CHGX-EVENT-COUNT TO WS-EXTRACT-CHECKS
               END-IF
               MOVE WS-KIND-CODE(WS-KIND-IDX) TO WS-DTL-KIND
               MOVE WS-RATE-TEXT TO WS-DTL-TEXT
               MOVE WS-SRC-KIND-COUNT(WS-SRC-IDX WS-KIND-IDX)
                   TO WS-DTL-COUNT
               MOVE WS-RATE-PRICE TO WS-DTL-PRICE
               MOVE WS-LINE-AMOUNT TO WS-DTL-AMOUNT
               MOVE WS-DETAIL-LINE TO CHARGE-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3300-FIND-RATE.
      * THE SOURCE'S NEGOTIATED RATE IF FINANCE FILED ONE, ELSE THE
      * STANDARD RATE FOR THE KIND. NO RATE AT ALL STOPS THE STEP -
      * A CHARGEABLE EVENT IS NEVER SILENTLY BILLED AT ZERO.
           MOVE ZERO TO WS-RT-FOUND.
           MOVE ZERO TO WS-RT-STANDARD.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-KIND(WS-RT-IDX) = WS-KIND-CODE(WS-KIND-IDX)
                   IF WS-RT-SOURCE(WS-RT-IDX) = WS-SRC-ID(WS-SRC-IDX)
                       MOVE WS-RT-IDX TO WS-RT-FOUND
                   END-IF
                   IF WS-RT-SOURCE(WS-RT-IDX) = SPACES
                       MOVE WS-RT-IDX TO WS-RT-STANDARD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RT-FOUND = ZERO
               MOVE WS-RT-STANDARD TO WS-RT-FOUND
           END-IF.
           IF WS-RT-FOUND = ZERO
               DISPLAY 'CPFCHGB NO RATE FOR ' WS-KIND-CODE(WS-KIND-IDX)
                   ' SOURCE ' WS-SRC-ID(WS-SRC-IDX)
               MOVE 'NO RATE ON FILE FOR A CHARGED KIND'
                   TO WS-ABEND-MESSAGE
               MOVE SPACES TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE WS-RT-PRICE(WS-RT-FOUND) TO WS-RATE-PRICE.
           MOVE WS-RT-TEXT(WS-RT-FOUND) TO WS-RATE-TEXT.
           IF WS-RATE-TEXT = SPACES
               MOVE WS-KIND-TEXT(WS-KIND-IDX) TO WS-RATE-TEXT
           END-IF.

       4000-RECONCILE.
      * EVERY JOURNAL RECORD OF THE MONTH IS EITHER A CHARGED CHECK,
      * A POLICY ENTRY OR AN INTERNAL ENTRY; CROSS-MATCHES RIDE ON A
      * CHARGED CHECK AND ARE NOT RECORDS OF THEIR OWN. THE CHARGED
      * SIDE IS TAKEN FROM WHAT WAS WRITTEN TO THE EXTRACT, NOT FROM
      * THE CLASSIFICATION COUNT, SO A CHECK THAT NEVER REACHED THE
      * INVOICE SHOWS UP HERE.
           COMPUTE WS-CLASSIFIED = WS-EXTRACT-CHECKS +
               WS-POLICY-ENTRIES + WS-OTHER-ENTRIES.
           MOVE SPACES TO CHARGE-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'RECONCILIATION TO THE COMPLIANCE JOURNAL'
               TO CHARGE-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'JOURNAL RECORDS - GENERATION' TO WS-ITEM-LABEL.
           MOVE WS-GEN-RECORDS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'JOURNAL RECORDS - LIVE' TO WS-ITEM-LABEL.
           MOVE WS-LIVE-RECORDS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'JOURNAL RECORDS FOR THE MONTH' TO WS-ITEM-LABEL.
           MOVE WS-MONTH-RECORDS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'CHARGED CHECKS ON THE EXTRACT' TO WS-ITEM-LABEL.
           MOVE WS-EXTRACT-CHECKS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'POLICY OVERRIDE ENTRIES - NO CHARGE' TO WS-ITEM-LABEL.
           MOVE WS-POLICY-ENTRIES TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'INTERNAL ENTRIES - NO CHARGE' TO WS-ITEM-LABEL.
           MOVE WS-OTHER-ENTRIES TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'TOTAL CLASSIFIED' TO WS-ITEM-LABEL.
           MOVE WS-CLASSIFIED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'HOLDER CROSS-MATCHES (ADD-ON)' TO WS-ITEM-LABEL.
           MOVE WS-XMATCH-EVENTS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'INVOICE GRAND TOTAL BRL' TO WS-ITEM-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'RESULT' TO WS-ITEM-LABEL.
           IF WS-CLASSIFIED = WS-MONTH-RECORDS
               MOVE 'RECONCILED' TO WS-ITEM-VALUE
           ELSE
               MOVE 'OUT OF BALANCE - DO NOT RELEASE THE INVOICE'
                   TO WS-ITEM-VALUE
               MOVE 8 TO WS-CHGB-RC
           END-IF.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE SPACES TO CPF-CHARGE-EXTRACT-RECORD.
           MOVE WS-BILL-MONTH TO CHGX-BILLING-MONTH.
           MOVE '*CONTROL' TO CHGX-SOURCE-SYSTEM.
           MOVE WS-MONTH-RECORDS TO CHGX-EVENT-COUNT.
           MOVE ZERO TO CHGX-UNIT-PRICE.
           MOVE WS-GRAND-TOTAL TO CHGX-AMOUNT.
           PERFORM 8500-WRITE-EXTRACT.

       5000-CLOSE-OUTPUTS.
           CLOSE CHARGE-EXTRACT-FILE.
           CLOSE CHARGE-REPORT-FILE.

       5500-PRINT-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'JOURNAL RECORDS FOR MONTH : ' WS-MONTH-RECORDS.
           DISPLAY 'OTHER MONTHS SKIPPED      : '
               WS-OTHER-MONTH-SKIPPED.
           DISPLAY 'CHARGED CHECKS            : ' WS-CHARGED-EVENTS.
           DISPLAY 'CHARGED CHECKS ON EXTRACT : ' WS-EXTRACT-CHECKS.
           DISPLAY 'POLICY ENTRIES            : ' WS-POLICY-ENTRIES.
           DISPLAY 'INTERNAL ENTRIES          : ' WS-OTHER-ENTRIES.
           DISPLAY 'HOLDER CROSS-MATCHES      : ' WS-XMATCH-EVENTS.
           DISPLAY 'SOURCE SYSTEMS BILLED     : ' WS-SRC-COUNT.
           DISPLAY 'EXTRACT RECORDS WRITTEN   : ' WS-EXTRACT-WRITTEN.
           MOVE WS-GRAND-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY 'INVOICE GRAND TOTAL BRL   : ' WS-EDIT-AMOUNT.
           IF WS-CHGB-RC NOT = ZERO
               DISPLAY 'CPFCHGB OUT OF BALANCE - CLASSIFIED '
                   WS-CLASSIFIED ' JOURNAL ' WS-MONTH-RECORDS
           END-IF.
           DISPLAY '========================================'.

       8000-WRITE-REPORT-LINE.
           WRITE CHARGE-REPORT-RECORD.
           IF WS-RPT-FILE-STATUS NOT = '00'
               MOVE 'CHARGE-REPORT-FILE WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       8100-WRITE-ITEM-LINE.
           MOVE WS-ITEM-LINE TO CHARGE-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-ITEM-LABEL.
           MOVE SPACES TO WS-ITEM-VALUE.

       8500-WRITE-EXTRACT.
           WRITE CPF-CHARGE-EXTRACT-RECORD.
           IF WS-CHGX-FILE-STATUS NOT = '00'
               MOVE 'CHARGE-EXTRACT-FILE WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-CHGX-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           ADD 1 TO WS-EXTRACT-WRITTEN.

       9999-ABEND.
           DISPLAY 'CPFCHGB ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
