       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFPOLLD.
      *****************************************************************
      *    CPFPOLLD - COMPLIANCE MAINTENANCE OF THE PER-SOURCE
      *    VALIDATION POLICY TABLE. READS CPFPOLIN.DAT, ONE
      *    TRANSACTION PER RECORD, AND APPLIES IT TO THE INDEXED
      *    CPFPOL.DAT (CPFPREC LAYOUT) THAT CPFPOLCY READS DURING
      *    CPFBATCH AND DOCBATCH VALIDATION. UNLIKE THE MONTHLY RF
      *    LOADS THE TABLE IS NOT REBUILT - IT IS COMPLIANCE'S OWN
      *    RECORD AND IS UPDATED IN PLACE (CREATED ON FIRST USE).
      *
      *    TRANSACTION CODES:
      *        'A'  ADD AN ENTRY, OR REPLACE ONE WITH THE SAME SOURCE,
      *             REASON AND EFFECTIVE DATE
      *        'D'  DELETE AN ENTRY
      *    AN ENTRY ALREADY IN FORCE (EFFECTIVE ON OR BEFORE TODAY)
      *    HAS DECIDED VERDICTS THE JOURNAL POINTS BACK TO, SO IT IS
      *    NEVER REPLACED OR DELETED: TO CHANGE A POLICY, ADD A NEW
      *    ENTRY WITH A LATER EFFECTIVE DATE; LIKEWISE A NEW ENTRY
      *    MAY TAKE EFFECT TODAY BUT NOT BE BACKDATED, SO THE TABLE
      *    NEVER CLAIMS A POLICY WAS IN FORCE FOR VERDICTS ALREADY
      *    GIVEN UNDER ANOTHER. TO RETURN A SOURCE TO THE BUILT-IN
      *    RULE, ADD AN ENTRY WITH THE BUILT-IN ACTION ('R', OR 'W'
      *    FOR REASONS 12 AND 16). ONLY REASONS 06-08 AND 10-16
      *    ARE ACCEPTED AND THE ACTION MUST BE R, W OR A; THE SOURCE
      *    AND THE ENTERED-BY USER ARE REQUIRED. A TRANSACTION FAILING
      *    ANY OF THESE IS REFUSED AND LISTED WITH ITS CAUSE.
      *
      *    EVERY TRANSACTION IS LISTED WITH WHAT WAS DONE, FOLLOWED BY
      *    THE WHOLE TABLE AS IT NOW STANDS, FOR COMPLIANCE'S FILE.
      *        RC  0  EVERY TRANSACTION APPLIED
      *        RC  4  ONE OR MORE TRANSACTIONS REFUSED
      *        RC 16  UNRECOVERABLE - SEE 9999-ABEND
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-TRANS-FILE ASSIGN TO "CPFPOLIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT CPF-POLICY-FILE ASSIGN TO "CPFPOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               FILE STATUS IS WS-POL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD POLICY-TRANS-FILE.
       01 POLICY-TRANS-RECORD.
           05 TRN-CODE PIC X(01).
           05 TRN-SOURCE-SYSTEM PIC X(08).
           05 TRN-REASON-CODE PIC X(02).
           05 TRN-REASON-NUM REDEFINES TRN-REASON-CODE PIC 9(02).
           05 TRN-EFFECTIVE-DATE PIC X(08).
           05 TRN-EFFECTIVE-NUM REDEFINES TRN-EFFECTIVE-DATE
               PIC 9(08).
           05 TRN-ACTION PIC X(01).
           05 TRN-ENTERED-BY PIC X(08).
           05 TRN-NOTE PIC X(40).
       FD CPF-POLICY-FILE.
           COPY CPFPREC.
       WORKING-STORAGE SECTION.
       01 WS-TRN-FILE-STATUS PIC X(02).
       01 WS-POL-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-RECORDS-READ PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-ADDED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-REPLACED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-DELETED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-REFUSED PIC 9(09) VALUE ZERO.
           05 WS-TABLE-ENTRIES PIC 9(09) VALUE ZERO.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC X(08).
       01 WS-REFUSAL PIC X(30).
       01 WS-OUTCOME PIC X(08).
       01 WS-ENTRY-FOUND PIC X(01).
       01 WS-RUN-RC PIC 9(02) VALUE ZERO.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-APPLY-TRANSACTIONS UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM 3000-LIST-TABLE.
           PERFORM 4000-CLOSE-FILES.
           IF WS-RECORDS-REFUSED > 0
               MOVE 4 TO WS-RUN-RC
           END-IF.
           DISPLAY 'CPFPOLLD READ      : ' WS-RECORDS-READ.
           DISPLAY 'CPFPOLLD ADDED     : ' WS-RECORDS-ADDED.
           DISPLAY 'CPFPOLLD REPLACED  : ' WS-RECORDS-REPLACED.
           DISPLAY 'CPFPOLLD DELETED   : ' WS-RECORDS-DELETED.
           DISPLAY 'CPFPOLLD REFUSED   : ' WS-RECORDS-REFUSED.
           DISPLAY 'CPFPOLLD ENTRIES   : ' WS-TABLE-ENTRIES.
           DISPLAY 'CPFPOLLD RETURN    : ' WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT POLICY-TRANS-FILE.
           IF WS-TRN-FILE-STATUS NOT = '00'
               MOVE 'POLICY-TRANS-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-TRN-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN I-O CPF-POLICY-FILE.
           IF WS-POL-FILE-STATUS = '35'
               OPEN OUTPUT CPF-POLICY-FILE
               IF WS-POL-FILE-STATUS NOT = '00'
                   MOVE 'CPF-POLICY-FILE OPEN OUTPUT FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-POL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               CLOSE CPF-POLICY-FILE
               OPEN I-O CPF-POLICY-FILE
           END-IF.
           IF WS-POL-FILE-STATUS NOT = '00'
               MOVE 'CPF-POLICY-FILE OPEN I-O FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-POL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       2000-APPLY-TRANSACTIONS.
           READ POLICY-TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2100-APPLY-ONE-TRANSACTION
           END-READ.

       2100-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 2200-EDIT-TRANSACTION.
           IF WS-REFUSAL = SPACES
               MOVE TRN-SOURCE-SYSTEM TO POL-SOURCE-SYSTEM
               MOVE TRN-REASON-NUM TO POL-REASON-CODE
               MOVE TRN-EFFECTIVE-DATE TO POL-EFFECTIVE-DATE
               READ CPF-POLICY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ENTRY-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-READ
               IF TRN-CODE = 'A'
                   PERFORM 2300-ADD-OR-REPLACE
               ELSE
                   PERFORM 2400-DELETE-ENTRY
               END-IF
           END-IF.
           IF WS-REFUSAL = SPACES
               DISPLAY 'CPFPOLLD ' WS-OUTCOME ' ' TRN-SOURCE-SYSTEM
                   ' ' TRN-REASON-CODE ' ' TRN-EFFECTIVE-DATE
                   ' ' TRN-ACTION ' BY ' TRN-ENTERED-BY
           ELSE
               ADD 1 TO WS-RECORDS-REFUSED
               DISPLAY 'CPFPOLLD REFUSED  ' TRN-CODE ' '
                   TRN-SOURCE-SYSTEM ' ' TRN-REASON-CODE ' '
                   TRN-EFFECTIVE-DATE ' ' TRN-ACTION ' - ' WS-REFUSAL
           END-IF.

       2200-EDIT-TRANSACTION.
           MOVE SPACES TO WS-REFUSAL.
           EVALUATE TRUE
               WHEN TRN-CODE NOT = 'A' AND TRN-CODE NOT = 'D'
                   MOVE 'UNKNOWN TRANSACTION CODE' TO WS-REFUSAL
               WHEN TRN-SOURCE-SYSTEM = SPACES
                   MOVE 'SOURCE SYSTEM MISSING' TO WS-REFUSAL
               WHEN TRN-REASON-CODE IS NOT NUMERIC
                   MOVE 'REASON CODE NOT NUMERIC' TO WS-REFUSAL
               WHEN TRN-REASON-NUM < 06
                   OR TRN-REASON-NUM = 09
                   OR TRN-REASON-NUM > 16
                   MOVE 'REASON NOT OPEN TO POLICY' TO WS-REFUSAL
               WHEN TRN-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REFUSAL
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TRN-EFFECTIVE-NUM)
                   NOT = 0
                   MOVE 'EFFECTIVE DATE NOT A REAL DATE' TO WS-REFUSAL
               WHEN TRN-EFFECTIVE-DATE < WS-RUN-DATE
                   AND TRN-CODE = 'A'
                   MOVE 'EFFECTIVE DATE IN THE PAST' TO WS-REFUSAL
               WHEN TRN-EFFECTIVE-DATE NOT > WS-RUN-DATE
                   AND TRN-CODE = 'D'
                   MOVE 'ENTRY IN FORCE - CANNOT DELETE' TO WS-REFUSAL
               WHEN TRN-ACTION NOT = 'R' AND TRN-ACTION NOT = 'W'
                   AND TRN-ACTION NOT = 'A' AND TRN-CODE = 'A'
                   MOVE 'ACTION MUST BE R, W OR A' TO WS-REFUSAL
               WHEN TRN-ENTERED-BY = SPACES
                   MOVE 'ENTERED-BY USER MISSING' TO WS-REFUSAL
           END-EVALUATE.

       2300-ADD-OR-REPLACE.
           IF WS-ENTRY-FOUND = 'Y'
               AND POL-EFFECTIVE-DATE NOT > WS-RUN-DATE
               MOVE 'ENTRY IN FORCE - USE NEW DATE' TO WS-REFUSAL
           ELSE
               MOVE TRN-SOURCE-SYSTEM TO POL-SOURCE-SYSTEM
               MOVE TRN-REASON-NUM TO POL-REASON-CODE
               MOVE TRN-EFFECTIVE-DATE TO POL-EFFECTIVE-DATE
               MOVE TRN-ACTION TO POL-ACTION
               MOVE TRN-ENTERED-BY TO POL-ENTERED-BY
               MOVE WS-RUN-DATE TO POL-ENTERED-DATE
               MOVE TRN-NOTE TO POL-NOTE
               IF WS-ENTRY-FOUND = 'Y'
                   REWRITE CPF-POLICY-RECORD
                   MOVE 'REPLACED' TO WS-OUTCOME
                   ADD 1 TO WS-RECORDS-REPLACED
               ELSE
                   WRITE CPF-POLICY-RECORD
                   MOVE 'ADDED   ' TO WS-OUTCOME
                   ADD 1 TO WS-RECORDS-ADDED
               END-IF
               IF WS-POL-FILE-STATUS NOT = '00'
                   MOVE 'CPF-POLICY-FILE WRITE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-POL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       2400-DELETE-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               MOVE 'NO SUCH ENTRY' TO WS-REFUSAL
           ELSE
               DELETE CPF-POLICY-FILE RECORD
               IF WS-POL-FILE-STATUS NOT = '00'
                   MOVE 'CPF-POLICY-FILE DELETE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-POL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'DELETED ' TO WS-OUTCOME
               ADD 1 TO WS-RECORDS-DELETED
           END-IF.

       3000-LIST-TABLE.
           DISPLAY 'CPFPOLLD POLICY TABLE AS OF ' WS-RUN-DATE.
           DISPLAY 'CPFPOLLD SOURCE   RC EFFECTIV A ENTRD-BY ENTERED  '
               'NOTE'.
           MOVE LOW-VALUES TO POL-KEY.
           MOVE 'N' TO WS-EOF-SWITCH.
           START CPF-POLICY-FILE KEY IS >= POL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM 3100-LIST-ONE-ENTRY UNTIL WS-EOF-SWITCH = 'Y'.

       3100-LIST-ONE-ENTRY.
           READ CPF-POLICY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TABLE-ENTRIES
                   DISPLAY 'CPFPOLLD ' POL-SOURCE-SYSTEM ' '
                       POL-REASON-CODE ' ' POL-EFFECTIVE-DATE ' '
                       POL-ACTION ' ' POL-ENTERED-BY ' '
                       POL-ENTERED-DATE ' ' POL-NOTE
           END-READ.

       4000-CLOSE-FILES.
           CLOSE POLICY-TRANS-FILE.
           CLOSE CPF-POLICY-FILE.

       9999-ABEND.
           DISPLAY 'CPFPOLLD ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
