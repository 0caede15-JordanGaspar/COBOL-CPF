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
       FD CPF-HISTORY-FILE.
           COPY CPFHREC.
       WORKING-STORAGE SECTION.
       01 WS-THIS-SOURCE PIC X(08).
       01 WS-TOP-REASON PIC 9(02).
       01 WS-TOP-COUNT PIC 9(09).
      * REGIONAL DISTRIBUTION - EVERY OUTPUT RECORD CARRIES THE RF
      * FISCAL REGION THAT ISSUED ITS CPF (THE NINTH DIGIT, SEE
      * CPFOUT/CPFRGTAB). SLOTS 1-10 ARE DIGITS 0-9, THE TABLE'S OWN
      * ORDER; SLOT 11 HOLDS RECORDS WITH NO REGION (A CPF THAT
      * NEVER NORMALIZED). THE OUTSIDE COUNT IS REASON 16 - THE
      * DECLARED HOLDER STATE LAY OUTSIDE THE REGION.
       01 WS-REGION-BREAKDOWN.
           05 WS-RGN-ENTRY OCCURS 11 TIMES.
               10 WS-RGN-ACCEPTED PIC 9(09) VALUE ZERO.
               10 WS-RGN-REJECTED PIC 9(09) VALUE ZERO.
               10 WS-RGN-OUTSIDE PIC 9(09) VALUE ZERO.
       01 WS-RGN-IDX PIC 9(02).
       01 WS-RGN-DIGIT PIC 9(01).
       01 WS-THIS-REGION PIC X(01).
       COPY CPFRGTAB.
       01 WS-RUNC-STEP PIC X(08) VALUE 'CPFRPT01'.
       01 WS-PRED-STEP PIC X(08) VALUE 'CPFMSTR'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
           PERFORM 2000-COUNT-REJECTED.
           PERFORM 3000-PRINT-REPORT.
           PERFORM 3500-PRINT-SOURCE-SECTION.
           PERFORM 3700-PRINT-REGION-SECTION.
           PERFORM 4000-WRITE-RUN-HISTORY.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-NO-PART WS-TOTAL-PROCESSED WS-RUNC-RC.
                           ADD 1 TO WS-SRC-REASON-COUNT(WS-SRC-FOUND
                               12)
                       END-IF
                       MOVE ACC-CPF-REGION TO WS-THIS-REGION
                       PERFORM 2600-FIND-REGION
                       ADD 1 TO WS-RGN-ACCEPTED(WS-RGN-IDX)
                       IF ACC-CPF-REASON-CODE = 16
                           ADD 1 TO WS-RGN-OUTSIDE(WS-RGN-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CPF-ACCEPT-FILE.
               ADD 1 TO WS-SRC-REASON-COUNT(WS-SRC-FOUND
                   WS-REASON-IDX)
           END-IF.
      * A SOURCE POLICY MAY REJECT ON REASON 16 - STILL COUNTED AS
      * OUTSIDE THE REGION.
           MOVE REJ-CPF-REGION TO WS-THIS-REGION.
           PERFORM 2600-FIND-REGION.
           ADD 1 TO WS-RGN-REJECTED(WS-RGN-IDX).
           IF REJ-CPF-REASON-CODE = 16
               ADD 1 TO WS-RGN-OUTSIDE(WS-RGN-IDX)
           END-IF.

       2500-FIND-OR-ADD-SOURCE.
           MOVE ZERO TO WS-SRC-FOUND.
               END-IF
           END-IF.

       2600-FIND-REGION.
           IF WS-THIS-REGION IS NUMERIC
               MOVE WS-THIS-REGION TO WS-RGN-DIGIT
               COMPUTE WS-RGN-IDX = WS-RGN-DIGIT + 1
           ELSE
               MOVE 11 TO WS-RGN-IDX
           END-IF.

       3000-PRINT-REPORT.
           COMPUTE WS-TOTAL-PROCESSED =
               WS-TOTAL-ACCEPTED + WS-TOTAL-REJECTED.
                   WS-TOP-COUNT
           END-IF.

       3700-PRINT-REGION-SECTION.
      * ONE LINE PER RF FISCAL REGION IN REGION ORDER (01A RF IS
      * DIGIT 1 ... 10A RF IS DIGIT 0), THEN THE RECORDS WITH NO
      * REGION.
           DISPLAY 'BREAKDOWN BY RF FISCAL REGION (CPF NINTH DIGIT)'.
           PERFORM 3750-PRINT-ONE-REGION
               VARYING WS-RGN-IDX FROM 2 BY 1
               UNTIL WS-RGN-IDX > 10.
           MOVE 1 TO WS-RGN-IDX.
           PERFORM 3750-PRINT-ONE-REGION.
           DISPLAY 'NO REGION'
               ' ACCEPTED ' WS-RGN-ACCEPTED(11)
               ' REJECTED ' WS-RGN-REJECTED(11).
           DISPLAY '========================================'.

       3750-PRINT-ONE-REGION.
           COMPUTE WS-RGN-DIGIT = WS-RGN-IDX - 1.
           DISPLAY 'RF ' CPF-REGION-RF(WS-RGN-IDX)
               ' DIGIT ' WS-RGN-DIGIT ' '
               CPF-REGION-UF(WS-RGN-IDX 1) ' '
               CPF-REGION-UF(WS-RGN-IDX 2) ' '
               CPF-REGION-UF(WS-RGN-IDX 3) ' '
               CPF-REGION-UF(WS-RGN-IDX 4) ' '
               CPF-REGION-UF(WS-RGN-IDX 5) ' '
               CPF-REGION-UF(WS-RGN-IDX 6).
           DISPLAY '  ACCEPTED ' WS-RGN-ACCEPTED(WS-RGN-IDX)
               ' REJECTED ' WS-RGN-REJECTED(WS-RGN-IDX)
               ' STATE OUTSIDE REGION ' WS-RGN-OUTSIDE(WS-RGN-IDX).

       4000-WRITE-RUN-HISTORY.
      * THE PRINTED SUMMARY EVAPORATES WITH THE SYSOUT - APPEND THE
      * SAME NUMBERS TO CPFHIST.DAT SO CPFRPT02 CAN TREND THEM ACROSS
