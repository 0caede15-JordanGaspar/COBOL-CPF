       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFDASH.
      *****************************************************************
      *    CPFDASH - CICS PSEUDO-CONVERSATIONAL TRANSACTION (TRANSID
      *    CPFD, SIBLING OF CPFI, CPFW AND CPFH) GIVING THE ON-CALL
      *    OPERATOR AND THE SHIFT LEAD THE WHOLE NIGHT CHAIN ON ONE
      *    SCREEN, STRAIGHT FROM THE RUN-CONTROL FILE THE STEPS
      *    ALREADY MAINTAIN (CPFRUNC.DAT, CPFRCREC LAYOUT). ONE LINE
      *    PER STEP, IN CHAIN ORDER:
      *        CPFSPLIT, CPFBATCH (UNPARTITIONED), CPFBATCH PART=1-4,
      *        CPFMERGE, CPFIDMRG, CPFMSTR, CPFXREF, CPFREFR, CPFRPT01
      *    EACH LINE SHOWS THE STATUS - NOT STARTED, IN FLIGHT, OR
      *    ENDED WITH ITS RETURN CODE - THE RUN DATE, THE ELAPSED
      *    TIME (START TO END, OR START TO NOW WHILE IN FLIGHT) AND
      *    THE RECORD COUNT THE STEP REPORTED. A STEP STILL AT THE
      *    IN-FLIGHT MARKER (RC 99) FOR LONGER THAN THE THRESHOLD IS
      *    FLAGGED LATE - THAT IS A STEP THAT HAS HUNG OR DIED
      *    WITHOUT REACHING END-OF-JOB. A STEP THAT ENDED ABOVE RC 04
      *    IS FLAGGED TOO, SINCE ITS SUCCESSOR'S CPFRUNCCHK WILL
      *    REFUSE IT.
      *
      *    BELOW THE STEPS: THE LATEST CPFHIST.DAT TOTALS (THE LAST
      *    STATS RECORD CPFRPT01 APPENDED) AND CPFBAL'S OUTCOME, WHICH
      *    CPFBAL RECORDS ON CPFRUNC.DAT AS STEP CPFBAL (RC 00 IN
      *    BALANCE, 08 OUT OF BALANCE). A BALANCING ENTRY OLDER THAN
      *    THE LATEST HISTORY RECORD BELONGS TO AN EARLIER NIGHT AND
      *    IS SHOWN AS NOT YET RUN. THE SUMMARY LINE ANSWERS "IS
      *    TONIGHT'S CPF RUN DONE AND CLEAN?".
      *
      *    A RUN-CONTROL ENTRY STARTED MORE THAN 24 HOURS AGO IS LEFT
      *    FROM AN EARLIER NIGHT (E.G. THE PARTITIONS ON A NIGHT THAT
      *    RAN UNPARTITIONED) AND SHOWS AS NOT STARTED, THE SAME
      *    24-HOUR RULE CPFBAL USES TO BRACKET ITS RUN WINDOW.
      *
      *    THE THRESHOLD IS KEYED IN MINUTES AS THREE DIGITS (E.G.
      *    045); BLANK OR INVALID USES THE DEFAULT OF 120. THE FIELD
      *    IS DEFINED FSET IN THE BMS SOURCE, SO A KEYED VALUE STAYS
      *    IN USE ACROSS REFRESHES. ENTER REFRESHES, PF3 OR CLEAR
      *    ENDS.
      *
      *    FILES ARE READ THROUGH CICS FILE SERVICES ONLY, THE WAY
      *    CPFONL, CPFWMNT AND CPFHINQ DO (SEE THE CPFONL BANNER ON
      *    FILE OWNERSHIP) - NOT THROUGH THE CPFRUNCGET ENTRY, WHICH
      *    RUNS NATIVE FILE I/O. CPFRUNC IS DEFINED TO THE REGION AS
      *    A READ-ONLY KSDS AND CPFHIST AS A READ-ONLY ESDS; THE BATCH
      *    STEPS REMAIN THEIR ONLY UPDATERS. NOTHING IS WRITTEN.
      *
      *    AUTHORIZATION IS AT THE TRANSACTION LEVEL: CPFD IS DEFINED
      *    TO THE EXTERNAL SECURITY MANAGER FOR THE OPERATIONS AND
      *    SHIFT-LEAD GROUPS.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CPFDMAP.
       COPY CPFRCREC.
       COPY CPFHREC.
       01 WS-RESP PIC S9(08) COMP.
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-NOW-DATE PIC X(08).
       01 WS-NOW-TIME PIC X(06).
       01 WS-NOW-SECS PIC 9(12).
       01 WS-STALE-FLOOR-SECS PIC 9(12).
       01 WS-THRESHOLD-KEYED PIC X(03).
       01 WS-THRESHOLD-MIN PIC 9(03) VALUE 120.
       01 WS-THRESHOLD-SECS PIC 9(09).
      * THE CHAIN IN RUN ORDER - STEP NAME PLUS PARTITION DIGIT, THE
      * SAME KEY THE STEPS WRITE THROUGH CPFRUNC. ONE MAP LINE EACH.
       01 WS-CHAIN-STEP-LIST.
           05 FILLER PIC X(09) VALUE 'CPFSPLIT '.
           05 FILLER PIC X(09) VALUE 'CPFBATCH '.
           05 FILLER PIC X(09) VALUE 'CPFBATCH1'.
           05 FILLER PIC X(09) VALUE 'CPFBATCH2'.
           05 FILLER PIC X(09) VALUE 'CPFBATCH3'.
           05 FILLER PIC X(09) VALUE 'CPFBATCH4'.
           05 FILLER PIC X(09) VALUE 'CPFMERGE '.
           05 FILLER PIC X(09) VALUE 'CPFIDMRG '.
           05 FILLER PIC X(09) VALUE 'CPFMSTR  '.
           05 FILLER PIC X(09) VALUE 'CPFXREF  '.
           05 FILLER PIC X(09) VALUE 'CPFREFR  '.
           05 FILLER PIC X(09) VALUE 'CPFRPT01 '.
       01 WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-LIST.
           05 WS-CHAIN-STEP OCCURS 12 TIMES.
               10 WS-CHAIN-STEP-NAME PIC X(08).
               10 WS-CHAIN-STEP-PART PIC X(01).
       01 WS-STEP-IDX PIC 9(02).
      * N = NOT STARTED (OR LEFT FROM AN EARLIER NIGHT), F = IN
      * FLIGHT, E = ENDED.
       01 WS-STEP-STATE PIC X(01).
       01 WS-TS-WORK.
           05 WS-TS-DATE PIC 9(08).
           05 WS-TS-HH PIC 9(02).
           05 WS-TS-MM PIC 9(02).
           05 WS-TS-SS PIC 9(02).
       01 WS-TS-SECS PIC 9(12).
       01 WS-START-SECS PIC 9(12).
       01 WS-END-SECS PIC 9(12).
       01 WS-ELAPSED-SECS PIC 9(09).
       01 WS-ELAPSED-WORK PIC 9(09).
       01 WS-EL-HOURS PIC 9(05).
       01 WS-EL-MINS PIC 9(02).
       01 WS-EL-SECS PIC 9(02).
       01 WS-ELAPSED-EDIT.
           05 WS-EE-HOURS PIC ZZ9.
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-EE-MINS PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-EE-SECS PIC 9(02).
       01 WS-RC-DISPLAY PIC 9(02).
       01 WS-ROW-LINE.
           05 WS-ROW-STEP PIC X(08).
           05 FILLER PIC X(01).
           05 WS-ROW-PART PIC X(01).
           05 FILLER PIC X(02).
           05 WS-ROW-STATUS PIC X(15).
           05 FILLER PIC X(01).
           05 WS-ROW-RUN-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-ROW-ELAPSED PIC X(09).
           05 FILLER PIC X(01).
           05 WS-ROW-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01).
           05 WS-ROW-RC PIC X(02).
           05 FILLER PIC X(01).
           05 WS-ROW-FLAG PIC X(12).
       01 WS-COUNTERS.
           05 WS-LATE-COUNT PIC 9(02).
           05 WS-FAILED-COUNT PIC 9(02).
           05 WS-INFLIGHT-COUNT PIC 9(02).
       01 WS-LATEST-START PIC X(14).
       01 WS-RPT-START PIC X(14).
       01 WS-RPT-DONE PIC X(01).
      * CPFREFR AND CPFRPT01 BOTH FOLLOW CPFMSTR, IN EITHER ORDER -
      * THE NIGHT ENDS WITH WHICHEVER OF THE TWO STARTED LATER.
       01 WS-REFR-START PIC X(14).
       01 WS-REFR-DONE PIC X(01).
       01 WS-END-START PIC X(14).
      * C = IN BALANCE, O = OUT OF BALANCE, N = NOT RUN FOR THE
      * LATEST HISTORY, F = IN FLIGHT, X = ENDED ANY OTHER WAY.
       01 WS-BAL-STATE PIC X(01).
      * X'FFFFFFFF' AS AN ESDS RBA POSITIONS A BROWSE ON THE LAST
      * RECORD, SO ONE READPREV FETCHES THE LATEST HISTORY.
       01 WS-HIST-RBA PIC S9(08) COMP.
       01 WS-HIST-FOUND PIC X(01).
       01 WS-HIST-STAMP PIC X(14).
       01 WS-HIST-LINE.
           05 FILLER PIC X(08) VALUE 'HISTORY '.
           05 WS-HL-RUN-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-HL-RUN-TIME PIC X(06).
           05 FILLER PIC X(07) VALUE '  PROC '.
           05 WS-HL-PROCESSED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(06) VALUE '  ACC '.
           05 WS-HL-ACCEPTED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(06) VALUE '  REJ '.
           05 WS-HL-REJECTED PIC ZZZ,ZZZ,ZZ9.
       01 WS-BAL-LINE.
           05 FILLER PIC X(08) VALUE 'BALANCE '.
           05 WS-BL-STATUS PIC X(34).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-BL-RUN-DATE PIC X(08).
           05 FILLER PIC X(04) VALUE ' RC '.
           05 WS-BL-RC PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-BL-FLAG PIC X(12).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS HANDLE AID
               CLEAR(9000-END-TRANSACTION)
               PF3(9000-END-TRANSACTION)
           END-EXEC.
           EXEC CICS RECEIVE MAP('CPFDMAP') MAPSET('CPFDMAPS')
               INTO(CPFDMAPI)
               RESP(WS-RESP)
           END-EXEC.
      * FIRST ENTRY HAS NO SCREEN TO RECEIVE - BUILD THE DASHBOARD
      * STRAIGHT AWAY ON THE DEFAULT THRESHOLD.
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO WS-THRESHOLD-KEYED
           ELSE
               MOVE DTHRI TO WS-THRESHOLD-KEYED
           END-IF.
           PERFORM 2000-BUILD-DASHBOARD.
           EXEC CICS RETURN TRANSID('CPFD') END-EXEC.

       2000-BUILD-DASHBOARD.
      * CPFDMAPO REDEFINES CPFDMAPI - THE KEYED THRESHOLD WAS
      * CAPTURED ABOVE, BEFORE ANY OUTPUT FIELD IS TOUCHED.
           MOVE SPACES TO CPFDMAPO.
           PERFORM 2050-SET-THRESHOLD.
           PERFORM 2100-GET-CURRENT-TIME.
           MOVE ZERO TO WS-LATE-COUNT.
           MOVE ZERO TO WS-FAILED-COUNT.
           MOVE ZERO TO WS-INFLIGHT-COUNT.
           MOVE LOW-VALUES TO WS-LATEST-START.
           MOVE SPACES TO WS-RPT-START.
           MOVE 'N' TO WS-RPT-DONE.
           MOVE SPACES TO WS-REFR-START.
           MOVE 'N' TO WS-REFR-DONE.
           PERFORM 2200-SHOW-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 12.
           PERFORM 2600-READ-LATEST-HISTORY.
           PERFORM 2700-SHOW-BALANCE-OUTCOME.
           PERFORM 2800-SET-SUMMARY-MESSAGE.
           EXEC CICS SEND MAP('CPFDMAP') MAPSET('CPFDMAPS')
               FROM(CPFDMAPO)
               ERASE
           END-EXEC.

       2050-SET-THRESHOLD.
           IF WS-THRESHOLD-KEYED IS NUMERIC
               AND WS-THRESHOLD-KEYED NOT = '000'
               MOVE WS-THRESHOLD-KEYED TO WS-THRESHOLD-MIN
           END-IF.
           COMPUTE WS-THRESHOLD-SECS = WS-THRESHOLD-MIN * 60.
           MOVE WS-THRESHOLD-MIN TO DTHRO.

       2100-GET-CURRENT-TIME.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.
           STRING WS-NOW-DATE ' ' WS-NOW-TIME DELIMITED BY SIZE
               INTO DNOWO.
           MOVE WS-NOW-DATE TO WS-TS-WORK(1:8).
           MOVE WS-NOW-TIME TO WS-TS-WORK(9:6).
           PERFORM 2350-TIMESTAMP-TO-SECONDS.
           MOVE WS-TS-SECS TO WS-NOW-SECS.
           COMPUTE WS-STALE-FLOOR-SECS = WS-NOW-SECS - 86400.

       2200-SHOW-ONE-STEP.
           MOVE SPACES TO WS-ROW-LINE.
           MOVE WS-CHAIN-STEP-NAME(WS-STEP-IDX) TO WS-ROW-STEP.
           MOVE WS-CHAIN-STEP-PART(WS-STEP-IDX) TO WS-ROW-PART.
           MOVE WS-CHAIN-STEP-NAME(WS-STEP-IDX) TO RC-STEP-NAME.
           MOVE WS-CHAIN-STEP-PART(WS-STEP-IDX) TO RC-STEP-PART.
           EXEC CICS READ FILE('CPFRUNC')
               INTO(CPF-RUNCTL-RECORD)
               RIDFLD(RC-STEP-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2300-CLASSIFY-STEP
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO WS-STEP-STATE
               WHEN DFHRESP(FILENOTFOUND)
                   MOVE 'N' TO WS-STEP-STATE
               WHEN OTHER
                   EXEC CICS SEND TEXT
                       FROM('RUN-CONTROL READ FAILED')
                       ERASE FREEKB
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           PERFORM 2400-FORMAT-STEP-ROW.
           MOVE WS-ROW-LINE TO DROWO(WS-STEP-IDX).

       2300-CLASSIFY-STEP.
           MOVE ZERO TO WS-ELAPSED-SECS.
           MOVE RC-START-TIMESTAMP TO WS-TS-WORK.
           IF WS-TS-WORK IS NOT NUMERIC
               MOVE 'N' TO WS-STEP-STATE
           ELSE
               PERFORM 2350-TIMESTAMP-TO-SECONDS
               MOVE WS-TS-SECS TO WS-START-SECS
               EVALUATE TRUE
                   WHEN WS-START-SECS < WS-STALE-FLOOR-SECS
                       MOVE 'N' TO WS-STEP-STATE
                   WHEN RC-END-TIMESTAMP = SPACES
                       MOVE 'F' TO WS-STEP-STATE
                       IF WS-NOW-SECS > WS-START-SECS
                           COMPUTE WS-ELAPSED-SECS =
                               WS-NOW-SECS - WS-START-SECS
                       END-IF
                   WHEN OTHER
                       MOVE 'E' TO WS-STEP-STATE
                       MOVE RC-END-TIMESTAMP TO WS-TS-WORK
                       IF WS-TS-WORK IS NUMERIC
                           PERFORM 2350-TIMESTAMP-TO-SECONDS
                           MOVE WS-TS-SECS TO WS-END-SECS
                           IF WS-END-SECS > WS-START-SECS
                               COMPUTE WS-ELAPSED-SECS =
                                   WS-END-SECS - WS-START-SECS
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       2350-TIMESTAMP-TO-SECONDS.
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.

       2400-FORMAT-STEP-ROW.
           EVALUATE WS-STEP-STATE
               WHEN 'N'
                   MOVE 'NOT STARTED' TO WS-ROW-STATUS
               WHEN 'F'
                   MOVE 'IN FLIGHT' TO WS-ROW-STATUS
                   ADD 1 TO WS-INFLIGHT-COUNT
                   PERFORM 2450-FILL-RUN-FIELDS
                   IF WS-ELAPSED-SECS > WS-THRESHOLD-SECS
                       MOVE '** LATE **' TO WS-ROW-FLAG
                       ADD 1 TO WS-LATE-COUNT
                   END-IF
               WHEN 'E'
                   MOVE 'ENDED' TO WS-ROW-STATUS
                   PERFORM 2450-FILL-RUN-FIELDS
                   IF RC-RETURN-CODE > 4
                       MOVE 'RC OVER 04' TO WS-ROW-FLAG
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
                   IF RC-STEP-NAME = 'CPFRPT01'
                       AND RC-RETURN-CODE <= 4
                       MOVE 'Y' TO WS-RPT-DONE
                       MOVE RC-START-TIMESTAMP TO WS-RPT-START
                   END-IF
                   IF RC-STEP-NAME = 'CPFREFR'
                       AND RC-RETURN-CODE <= 4
                       MOVE 'Y' TO WS-REFR-DONE
                       MOVE RC-START-TIMESTAMP TO WS-REFR-START
                   END-IF
           END-EVALUATE.

       2450-FILL-RUN-FIELDS.
           MOVE RC-RUN-DATE TO WS-ROW-RUN-DATE.
           PERFORM 2500-FORMAT-ELAPSED.
           MOVE WS-ELAPSED-EDIT TO WS-ROW-ELAPSED.
           MOVE RC-RECORD-COUNT TO WS-ROW-COUNT.
           MOVE RC-RETURN-CODE TO WS-RC-DISPLAY.
           MOVE WS-RC-DISPLAY TO WS-ROW-RC.
           IF RC-START-TIMESTAMP > WS-LATEST-START
               MOVE RC-START-TIMESTAMP TO WS-LATEST-START
           END-IF.

       2500-FORMAT-ELAPSED.
           DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-EL-HOURS
               REMAINDER WS-ELAPSED-WORK.
           DIVIDE WS-ELAPSED-WORK BY 60 GIVING WS-EL-MINS
               REMAINDER WS-EL-SECS.
           IF WS-EL-HOURS > 999
               MOVE 999 TO WS-EL-HOURS
           END-IF.
           MOVE WS-EL-HOURS TO WS-EE-HOURS.
           MOVE WS-EL-MINS TO WS-EE-MINS.
           MOVE WS-EL-SECS TO WS-EE-SECS.

       2600-READ-LATEST-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE SPACES TO WS-HIST-STAMP.
           MOVE -1 TO WS-HIST-RBA.
           EXEC CICS STARTBR FILE('CPFHIST')
               RIDFLD(WS-HIST-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2650-READ-LAST-HISTORY-RECORD
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(FILENOTFOUND)
                   CONTINUE
               WHEN OTHER
                   EXEC CICS SEND TEXT
                       FROM('RUN HISTORY BROWSE FAILED')
                       ERASE FREEKB
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           IF WS-HIST-FOUND = 'Y'
               MOVE HIST-RUN-DATE TO WS-HL-RUN-DATE
               MOVE HIST-RUN-TIME TO WS-HL-RUN-TIME
               MOVE HIST-TOTAL-PROCESSED TO WS-HL-PROCESSED
               MOVE HIST-TOTAL-ACCEPTED TO WS-HL-ACCEPTED
               MOVE HIST-TOTAL-REJECTED TO WS-HL-REJECTED
               STRING HIST-RUN-DATE HIST-RUN-TIME DELIMITED BY SIZE
                   INTO WS-HIST-STAMP
               MOVE WS-HIST-LINE TO DHSTO
           ELSE
               MOVE 'HISTORY NO CPFHIST.DAT RECORD ON FILE' TO DHSTO
           END-IF.

       2650-READ-LAST-HISTORY-RECORD.
           EXEC CICS READPREV FILE('CPFHIST')
               INTO(CPF-RUN-STATS-RECORD)
               RIDFLD(WS-HIST-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-HIST-FOUND
               WHEN DFHRESP(ENDFILE)
                   CONTINUE
               WHEN OTHER
                   EXEC CICS SEND TEXT
                       FROM('RUN HISTORY READ FAILED')
                       ERASE FREEKB
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXEC CICS ENDBR FILE('CPFHIST') END-EXEC.

       2700-SHOW-BALANCE-OUTCOME.
           MOVE SPACES TO WS-BL-STATUS.
           MOVE SPACES TO WS-BL-RUN-DATE.
           MOVE SPACES TO WS-BL-RC.
           MOVE SPACES TO WS-BL-FLAG.
           MOVE 'N' TO WS-BAL-STATE.
           MOVE 'CPFBAL' TO RC-STEP-NAME.
           MOVE SPACE TO RC-STEP-PART.
           EXEC CICS READ FILE('CPFRUNC')
               INTO(CPF-RUNCTL-RECORD)
               RIDFLD(RC-STEP-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2750-CLASSIFY-BALANCE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(FILENOTFOUND)
                   CONTINUE
               WHEN OTHER
                   EXEC CICS SEND TEXT
                       FROM('RUN-CONTROL READ FAILED')
                       ERASE FREEKB
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EVALUATE WS-BAL-STATE
               WHEN 'C'
                   MOVE 'IN BALANCE' TO WS-BL-STATUS
               WHEN 'O'
                   MOVE 'OUT OF BALANCE - DISTRIBUTION HELD'
                       TO WS-BL-STATUS
                   MOVE 'RC OVER 04' TO WS-BL-FLAG
               WHEN 'F'
                   MOVE 'IN FLIGHT OR ABENDED' TO WS-BL-STATUS
               WHEN 'X'
                   MOVE 'ENDED - SEE CPFBAL SYSOUT' TO WS-BL-STATUS
               WHEN OTHER
                   MOVE 'NOT YET RUN FOR LATEST HISTORY'
                       TO WS-BL-STATUS
           END-EVALUATE.
           MOVE WS-BAL-LINE TO DBALO.

       2750-CLASSIFY-BALANCE.
      * SAME IN-FLIGHT RULE AS THE CHAIN STEPS; AN ENTRY THAT
      * STARTED BEFORE THE LATEST HISTORY STAMP BALANCED AN EARLIER
      * NIGHT'S FILES.
           MOVE RC-START-TIMESTAMP TO WS-TS-WORK.
           IF WS-TS-WORK IS NUMERIC
               AND RC-START-TIMESTAMP >= WS-HIST-STAMP
               MOVE RC-RUN-DATE TO WS-BL-RUN-DATE
               MOVE RC-RETURN-CODE TO WS-RC-DISPLAY
               MOVE WS-RC-DISPLAY TO WS-BL-RC
               PERFORM 2350-TIMESTAMP-TO-SECONDS
               MOVE WS-TS-SECS TO WS-START-SECS
               EVALUATE TRUE
                   WHEN RC-END-TIMESTAMP = SPACES
                       MOVE 'F' TO WS-BAL-STATE
                       ADD 1 TO WS-INFLIGHT-COUNT
                       IF WS-NOW-SECS > WS-START-SECS
                           AND WS-NOW-SECS - WS-START-SECS
                               > WS-THRESHOLD-SECS
                           MOVE '** LATE **' TO WS-BL-FLAG
                           ADD 1 TO WS-LATE-COUNT
                       END-IF
                   WHEN RC-RETURN-CODE = 0
                       MOVE 'C' TO WS-BAL-STATE
                   WHEN RC-RETURN-CODE = 8
                       MOVE 'O' TO WS-BAL-STATE
                   WHEN OTHER
                       MOVE 'X' TO WS-BAL-STATE
               END-EVALUATE
           END-IF.

       2800-SET-SUMMARY-MESSAGE.
      * WORST NEWS FIRST. "DONE" NEEDS CPFRPT01 AND CPFREFR BOTH
      * ENDED CLEAN, THE LATER OF THE TWO BEING THE LATEST-STARTED
      * STEP OF THE CHAIN - A NEWER NIGHT ALREADY UNDER WAY MEANS
      * LAST NIGHT'S COMPLETION NO LONGER ANSWERS THE QUESTION.
           IF WS-RPT-START > WS-REFR-START
               MOVE WS-RPT-START TO WS-END-START
           ELSE
               MOVE WS-REFR-START TO WS-END-START
           END-IF.
           IF WS-REFR-DONE = 'N'
               MOVE 'N' TO WS-RPT-DONE
           END-IF.
           IF WS-RPT-DONE = 'Y'
               AND WS-END-START NOT = WS-LATEST-START
               MOVE 'N' TO WS-RPT-DONE
           END-IF.
           EVALUATE TRUE
               WHEN WS-LATE-COUNT > 0
                   STRING WS-LATE-COUNT
                       ' STEP(S) IN FLIGHT PAST THRESHOLD - '
                       'CHECK THE JOB' DELIMITED BY SIZE
                       INTO DMSGO
               WHEN WS-FAILED-COUNT > 0
                   STRING WS-FAILED-COUNT
                       ' STEP(S) ENDED ABOVE RC 04 - CHAIN HELD'
                       DELIMITED BY SIZE
                       INTO DMSGO
               WHEN WS-INFLIGHT-COUNT > 0
                   MOVE 'CHAIN IN PROGRESS - ENTER TO REFRESH'
                       TO DMSGO
               WHEN WS-RPT-DONE = 'Y' AND WS-BAL-STATE = 'C'
                   MOVE 'TONIGHT''S CPF RUN IS DONE AND CLEAN'
                       TO DMSGO
               WHEN WS-RPT-DONE = 'Y' AND WS-BAL-STATE = 'O'
                   MOVE 'RUN COMPLETE BUT OUT OF BALANCE'
                       TO DMSGO
               WHEN WS-RPT-DONE = 'Y'
                   MOVE 'RUN COMPLETE - BALANCING NOT CLEAN OR NOT RUN'
                       TO DMSGO
               WHEN OTHER
                   MOVE 'CHAIN NOT COMPLETE - ENTER TO REFRESH'
                       TO DMSGO
           END-EVALUATE.

       9000-END-TRANSACTION.
           EXEC CICS SEND TEXT FROM('NIGHT-CHAIN DASHBOARD ENDED')
               ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
