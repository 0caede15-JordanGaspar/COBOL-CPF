      *    THEM. A RECORD ALREADY CARRYING A SURROGATE PASSES
      *    THROUGH UNTOUCHED.
      *
      *    SUBMISSION CONTROL (SEE CPFSUBMT): ON A PARTITIONED NIGHT
      *    THIS STEP, NOT CPFSPLIT, REGISTERS CPFIN.DAT'S SUBMISSIONS
      *    - ONLY ONCE EVERY PARTITION HAS VALIDATED ITS SLICE AND
      *    THE MERGE HAS ENDED RC 04 OR BETTER, THE SAME RULE AS AN
      *    UNPARTITIONED CPFBATCH. A NIGHT THAT FAILS IN A PARTITION
      *    CAN THEN BE RERUN WITHOUT BEING REFUSED AS A RESEND. THE
      *    SUBMISSION TABLE IS REBUILT BY A FRESH PASS OF CPFIN.DAT
      *    THROUGH CPFSUBMT; CPFSPLIT HAS ALREADY CHECKED THE FILE,
      *    SO THE PASS IS MADE AS A REPROCESS AND ONLY A FILE THAT NO
      *    LONGER BALANCES IS LEFT UNREGISTERED. NOTHING IS
      *    REGISTERED WITHOUT A CLEAN CPFSPLIT TONIGHT, OR WHEN A
      *    PARTITION WAS ONLY MERGED BY OPERATOR OVERRIDE.
      *
      *    COMMAND-LINE ARGUMENT:
      *        OVERRIDE   OPERATOR OVERRIDE OF THE PREDECESSOR CHECK
      *                   - MERGE ANYWAY WITH A WARNING
           SELECT JRN-OUT-FILE ASSIGN TO "CPFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-OUT-STATUS.
           SELECT CPF-IN-FILE ASSIGN TO "CPFIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACC-IN-FILE.
               ==PREFIX-CPF-RETURN== BY ==AIN-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==AIN-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==AIN-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==AIN-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==AIN-CPF-REGION==.
       FD ACC-OUT-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==AOUT-OUTPUT-RECORD==
               ==PREFIX-CPF-RETURN== BY ==AOUT-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==AOUT-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==AOUT-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==AOUT-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==AOUT-CPF-REGION==.
       FD REJ-IN-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==RIN-OUTPUT-RECORD==
               ==PREFIX-CPF-RETURN== BY ==RIN-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==RIN-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==RIN-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==RIN-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==RIN-CPF-REGION==.
       FD REJ-OUT-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==ROUT-OUTPUT-RECORD==
               ==PREFIX-CPF-RETURN== BY ==ROUT-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==ROUT-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==ROUT-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==ROUT-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==ROUT-CPF-REGION==.
       FD SUSP-IN-FILE.
           COPY CPFSUSP REPLACING ==PREFIX-SUSP-RECORD==
               BY ==SIN-SUSP-RECORD==
               ==JRNL-CPF-RETURN== BY ==JIN-CPF-RETURN==
               ==JRNL-CPF-REASON-CODE== BY ==JIN-CPF-REASON-CODE==
               ==JRNL-CPF-STATUS== BY ==JIN-CPF-STATUS==
               ==JRNL-CPF-SURROGATE== BY ==JIN-CPF-SURROGATE==
               ==JRNL-SOURCE-SYSTEM== BY ==JIN-SOURCE-SYSTEM==
               ==JRNL-CACHE-HIT== BY ==JIN-CACHE-HIT==
               ==JRNL-CROSS-MATCH== BY ==JIN-CROSS-MATCH==.
       FD JRN-OUT-FILE.
           COPY CPFJRNL REPLACING ==CPF-JOURNAL-RECORD==
               BY ==JOUT-JOURNAL-RECORD==
               ==JRNL-CPF-RETURN== BY ==JOUT-CPF-RETURN==
               ==JRNL-CPF-REASON-CODE== BY ==JOUT-CPF-REASON-CODE==
               ==JRNL-CPF-STATUS== BY ==JOUT-CPF-STATUS==
               ==JRNL-CPF-SURROGATE== BY ==JOUT-CPF-SURROGATE==
               ==JRNL-SOURCE-SYSTEM== BY ==JOUT-SOURCE-SYSTEM==
               ==JRNL-CACHE-HIT== BY ==JOUT-CACHE-HIT==
               ==JRNL-CROSS-MATCH== BY ==JOUT-CROSS-MATCH==.
       FD CPF-IN-FILE.
           COPY CPFINR.
       WORKING-STORAGE SECTION.
       01 WS-ACC-IN-NAME PIC X(12).
       01 WS-REJ-IN-NAME PIC X(12).
       01 WS-SUSP-OUT-STATUS PIC X(02).
       01 WS-JRN-IN-STATUS PIC X(02).
       01 WS-JRN-OUT-STATUS PIC X(02).
       01 WS-IN-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01).
       01 WS-PARTS-FOUND PIC 9(01) VALUE ZERO.
       01 WS-PART-IDX PIC 9(01).
       01 WS-RUNC-RC PIC 9(02) VALUE ZERO.
       01 WS-RUNC-COUNT PIC 9(09).
       01 WS-OVERRIDE-MODE PIC X(01) VALUE 'N'.
       01 WS-PART-OVERRIDDEN PIC X(01) VALUE 'N'.
       01 WS-CALLING-PROGRAM PIC X(08) VALUE 'CPFMERGE'.
       01 WS-SUBM-FEED-ID PIC X(08) VALUE 'CPFIN'.
       01 WS-SUBM-REPROCESS PIC X(01) VALUE 'Y'.
       01 WS-SUBM-EOF PIC X(01) VALUE 'N'.
       01 WS-SUBM-RC PIC 9(02) VALUE ZERO.
       01 WS-ARG-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ARG-IDX PIC 9(02).
       01 WS-PARM PIC X(20).
               ==IN-SEQUENCE-NUMBER== BY ==MRG-SEQUENCE-NUMBER==
               ==IN-CPF== BY ==MRG-CPF==
               ==IN-HOLDER-NAME== BY ==MRG-HOLDER-NAME==
               ==IN-BIRTH-DATE== BY ==MRG-BIRTH-DATE==
               ==IN-HOLDER-UF== BY ==MRG-HOLDER-UF==.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > 4.
           PERFORM 3000-CLOSE-OUTPUT-FILES.
           IF WS-RUNC-RC <= 4
               PERFORM 4000-REGISTER-SUBMISSIONS
           END-IF.
           COMPUTE WS-RUNC-COUNT = WS-ACC-MERGED + WS-REJ-MERGED.
           MOVE SPACE TO WS-PART-DIGIT.
           CALL 'CPFRUNCEND' USING BY REFERENCE WS-RUNC-STEP
               WS-PART-DIGIT WS-RUNC-OK.
           IF WS-RUNC-OK = 'N'
               IF WS-OVERRIDE-MODE = 'Y'
                   MOVE 'Y' TO WS-PART-OVERRIDDEN
                   DISPLAY 'CPFMERGE WARNING - PARTITION '
                       WS-PART-DIGIT ' BATCH ENTRY MISSING, STALE '
                       'OR FAILED - OPERATOR OVERRIDE'
           CLOSE SUSP-OUT-FILE.
           CLOSE JRN-OUT-FILE.

       4000-REGISTER-SUBMISSIONS.
      * SEE THE BANNER - THE PARTITIONED NIGHT'S EQUIVALENT OF
      * CPFBATCH'S REGISTRATION AFTER A CLEAN END.
           IF WS-SPLIT-OK NOT = 'Y'
               DISPLAY 'CPFMERGE - NO CLEAN CPFSPLIT TONIGHT, '
                   'SUBMISSIONS NOT REGISTERED'
           ELSE
               IF WS-PART-OVERRIDDEN = 'Y'
                   DISPLAY 'CPFMERGE - PARTITION MERGED BY OVERRIDE, '
                       'SUBMISSIONS NOT REGISTERED'
               ELSE
                   PERFORM 4100-REPASS-SUBMISSION
                   IF WS-SUBM-RC = ZERO
                       CALL 'CPFSUBMTREG'
                   ELSE
                       DISPLAY 'CPFMERGE - CPFIN.DAT NO LONGER '
                           'BALANCES, SUBMISSIONS NOT REGISTERED'
                   END-IF
                   CALL 'CPFSUBMTEOJ'
               END-IF
           END-IF.

       4100-REPASS-SUBMISSION.
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
                       CALL 'CPFSUBMTREC' USING BY REFERENCE
                           CPF-IN-RECORD
               END-READ
           END-PERFORM.
           CLOSE CPF-IN-FILE.
           CALL 'CPFSUBMTEND' USING BY REFERENCE WS-SUBM-REPROCESS
               WS-SUBM-RC.

       9999-ABEND.
           DISPLAY 'CPFMERGE ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
