      *                    WRITTEN TO CPFRESUB.DAT IN CPFINR LAYOUT
      *                    (WITH THE REPLACEMENT CPF WHEN ONE IS
      *                    GIVEN) FOR OPERATIONS TO FEED INTO THE
      *                    NEXT RUN'S CPFIN.DAT. THE FILE IS A
      *                    SUBMISSION IN ITS OWN RIGHT - HEADER
      *                    (SOURCE 'CPFSUSPR', SUBMISSION ID 'RESUB'
      *                    PLUS THE RUN TIMESTAMP) AND TRAILER (SEE
      *                    CPFCTREC) - SO IT CAN BE APPENDED TO
      *                    CPFIN.DAT AS IT STANDS
      *        ACTION 'D'  DROP - THE RECORD LEAVES THE SUSPENSE
      *                    POPULATION; THE OPERATOR CODE AND REASON
      *                    ARE PRINTED ON THE RUN REPORT
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
       FD RESUBMIT-FILE.
           COPY CPFINR REPLACING ==CPF-IN-RECORD==
               BY ==RSB-IN-RECORD==
               ==IN-SEQUENCE-NUMBER== BY ==RSB-SEQUENCE-NUMBER==
               ==IN-CPF== BY ==RSB-CPF==
               ==IN-HOLDER-NAME== BY ==RSB-HOLDER-NAME==
               ==IN-BIRTH-DATE== BY ==RSB-BIRTH-DATE==
               ==IN-HOLDER-UF== BY ==RSB-HOLDER-UF==.
       FD CARRY-WORK-FILE.
           COPY CPFSUSP REPLACING ==PREFIX-SUSP-RECORD==
               BY ==WRK-SUSP-RECORD==
               ==IN-SEQUENCE-NUMBER== BY ==RPR-SEQUENCE-NUMBER==
               ==IN-CPF== BY ==RPR-CPF==
               ==IN-HOLDER-NAME== BY ==RPR-HOLDER-NAME==
               ==IN-BIRTH-DATE== BY ==RPR-BIRTH-DATE==
               ==IN-HOLDER-UF== BY ==RPR-HOLDER-UF==.
       01 WS-DISPOSITION-TABLE.
           05 WS-DSP-ENTRY OCCURS 200 TIMES.
               10 WS-DSP-ACTION PIC X(01).
           05 WS-RECORDS-REFUSED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-CARRIED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-AGED PIC 9(09) VALUE ZERO.
       01 WS-RESUB-HASH-TOTAL PIC 9(18) VALUE ZERO.
       01 WS-CURRENT-DATE PIC X(21).
           COPY CPFCTREC.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
               MOVE WS-RSB-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO SUBM-CONTROL-RECORD.
           MOVE '*HEADER*' TO SUBM-RECORD-ID.
           MOVE 'CPFSUSPR' TO SUBM-SOURCE-SYSTEM.
           STRING 'RESUB' WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO SUBM-SUBMISSION-ID
           END-STRING.
           MOVE WS-CURRENT-DATE(1:8) TO SUBM-CREATION-DATE.
           PERFORM 1850-WRITE-RESUB-CONTROL.
           OPEN OUTPUT CARRY-WORK-FILE.
           IF WS-WRK-FILE-STATUS NOT = '00'
               MOVE 'CARRY-WORK-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       1850-WRITE-RESUB-CONTROL.
           MOVE SPACES TO RSB-IN-RECORD.
           MOVE SUBM-CONTROL-RECORD TO RSB-IN-RECORD.
           WRITE RSB-IN-RECORD.
           IF WS-RSB-FILE-STATUS NOT = '00'
               MOVE 'RESUBMIT-FILE CONTROL WRITE FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-RSB-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       2000-ABSORB-ONE-INPUT.
           MOVE 'N' TO WS-INPUT-ABSORBED-FLAG(WS-INPUT-IDX).
           MOVE WS-INPUT-NAME(WS-INPUT-IDX) TO WS-SUSP-IN-NAME.
               END-IF
               MOVE 'Y' TO WS-DSP-USED(WS-DSP-MATCH)
               ADD 1 TO WS-RECORDS-RESUBMITTED
               IF RSB-SEQUENCE-NUMBER IS NUMERIC
                   ADD RSB-SEQUENCE-NUMBER TO WS-RESUB-HASH-TOTAL
               END-IF
               DISPLAY 'RESUBMIT  ' RPR-SOURCE-SYSTEM ' '
                   RPR-SEQUENCE-NUMBER ' BY '
                   WS-DSP-OPERATOR(WS-DSP-MATCH)
      * INPUTS ARE ABSORBED, REBUILD CPFSUSPO.DAT FROM THE WORK FILE
      * AND EMPTY THE WORK FILE.
           CLOSE CARRY-WORK-FILE.
           MOVE SPACES TO SUBM-CONTROL-RECORD.
           MOVE '*TRAILER' TO SUBM-RECORD-ID.
           MOVE WS-RECORDS-RESUBMITTED TO SUBM-RECORD-COUNT.
           MOVE WS-RESUB-HASH-TOTAL TO SUBM-HASH-TOTAL.
           PERFORM 1850-WRITE-RESUB-CONTROL.
           CLOSE RESUBMIT-FILE.
           OPEN INPUT CARRY-WORK-FILE.
           IF WS-WRK-FILE-STATUS NOT = '00'
