       PROGRAM-ID. CPFMSTR.
      *****************************************************************
      *    CPFMSTR - VALIDATED-DOCUMENT MASTER UPDATE AND NIGHTLY
      *    DELTA RECONCILIATION. RUNS AT END OF JOB AFTER CPFBATCH
      *    AND CPFIDMRG, READS THE NIGHT'S CPFACC.DAT AND CPFREJ.DAT
      *    (INTRADAY DROPS INCLUDED), AND BRINGS THE INDEXED
      *    CPFMSTR.DAT MASTER (CPFMREC LAYOUT) UP TO DATE:
      *    FIRST-SEEN/LAST-SEEN DATES, LAST VERDICT AND A TIMES-SEEN
      *    COUNT PER CPF.
      *
      *
      *    RUN CONTROL (SEE CPFRCREC/CPFRUNC): THE STEP REFUSES TO
      *    START UNLESS TONIGHT'S RUN-CONTROL FILE SHOWS A CLEAN
      *    CPFIDMRG, WHICH ITSELF REQUIRES A CLEAN CPFBATCH
      *    (UNPARTITIONED NIGHT) OR CPFMERGE (PARTITIONED NIGHT) -
      *    UPDATING THE MASTER FROM YESTERDAY'S ACCEPT AND REJECT
      *    FILES WOULD DOUBLE-COUNT EVERY CPF IN THEM. THE
      *    OVERRIDE COMMAND-LINE ARGUMENT PROCEEDS WITH A WARNING;
      *    ITS OWN START/END/COUNT ARE RECORDED IN TURN.
      *****************************************************************
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
       FD CPF-MASTER-FILE.
           COPY CPFMREC.
       WORKING-STORAGE SECTION.
       01 WS-MASKED-CPF PIC X(14).
       01 WS-PRIOR-RETURN PIC X(01).
       01 WS-RUNC-STEP PIC X(08) VALUE 'CPFMSTR'.
       01 WS-PRED-STEP PIC X(08) VALUE 'CPFIDMRG'.
       01 WS-NO-PART PIC X(01) VALUE SPACE.
       01 WS-RUNC-OK PIC X(01).
       01 WS-RUNC-RC PIC 9(02) VALUE ZERO.
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
                   DISPLAY 'CPFMSTR WARNING - NO CLEAN CPFIDMRG '
                       'TONIGHT - OPERATOR OVERRIDE'
               ELSE
                   MOVE 'NO CLEAN CPFIDMRG TONIGHT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
