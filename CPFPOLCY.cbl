       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFPOLCY.
      *****************************************************************
      *    CPFPOLCY - PER-SOURCE VALIDATION POLICY. READS THE INDEXED
      *    CPFPOL.DAT MAINTAINED BY COMPLIANCE THROUGH CPFPOLLD (SEE
      *    CPFPREC) AND, GIVEN THE SOURCE SYSTEM THAT SENT A RECORD
      *    AND THE VERDICT THE VALIDATION CHAIN REACHED FOR IT,
      *    APPLIES WHATEVER ACTION THAT SOURCE HAS ON FILE FOR THE
      *    REASON CODE:
      *        'R'  REJECT          RETURN 'R', STATUS 'INVALID - ...
      *                             (POLICY)', REASON KEPT
      *        'W'  WARN AND ACCEPT RETURN 'A', STATUS 'VALID -
      *                             WARNING - ...', REASON KEPT
      *        'A'  ACCEPT          RETURN 'A', STATUS 'VALID -
      *                             POLICY - ...', REASON SET TO 00
      *    THE BUILT-IN RULE FOR A REASON IS 'W' WHEN THE CHAIN
      *    PASSED THE RECORD (REASONS 12 AND 16) AND 'R' OTHERWISE; A
      *    POLICY ENTRY ASKING FOR THE SAME THING CHANGES NOTHING.
      *    ONLY REASONS 06-08 AND 10-16 ARE CONSIDERED - A STRUCTURAL
      *    FAILURE OR AN UNDETERMINABLE DOCUMENT IS NEVER OPEN TO
      *    POLICY. THE ENTRY IN FORCE IS THE LATEST ONE EFFECTIVE ON
      *    OR BEFORE THE RUN DATE, TAKEN ONCE WHEN THE FILE IS OPENED.
      *    A MISSING CPFPOL.DAT MEANS NO SOURCE HAS A POLICY AND THE
      *    BUILT-IN RULES STAND, THE SAME AS A MISSING CPFSIT.DAT.
      *
      *    EVERY OVERRIDE IS JOURNALED THROUGH CPFLOGDOC AS AN ENTRY
      *    OF ITS OWN UNDER CALLING PROGRAM 'CPFPOLCY', AHEAD OF THE
      *    DRIVER'S VERDICT ENTRY FOR THE SAME DOCUMENT: THE ENTRY
      *    CARRIES THE FINAL RETURN, THE ORIGINAL REASON CODE AND A
      *    STATUS OF 'POLICY <SOURCE> <ACTION> EFF <YYYYMMDD> WAS
      *    <ORIGINAL RETURN> VIA <DRIVER>', SO THE AUDITORS CAN SEE
      *    WHICH POLICY PRODUCED THE VERDICT. THE DRIVER'S OWN ENTRY
      *    STAYS ONE PER RECORD UNDER ITS OWN NAME, SO CPFBAL'S
      *    JOURNAL-TO-OUTPUT BALANCE IS UNAFFECTED.
      *
      *    CALL 'CPFPOLCY' USING SOURCE CPF-INPUT-OUTPUT DRIVER FLAG
      *    (CPFBATCH) OR CALL 'CPFPOLDOC' USING SOURCE
      *    DOC-INPUT-OUTPUT DRIVER FLAG (DOCBATCH); THE FLAG ANSWERS
      *    'Y' WHEN A POLICY CHANGED THE VERDICT. ENTRY 'CPFPOLEOJ'
      *    CLOSES THE FILE AT END OF JOB.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-POLICY-FILE ASSIGN TO "CPFPOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               FILE STATUS IS WS-POL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CPF-POLICY-FILE.
           COPY CPFPREC.
       WORKING-STORAGE SECTION.
       01 WS-POL-FILE-STATUS PIC X(02).
       01 WS-POL-FILE-OPEN PIC X(01) VALUE 'N'.
       01 WS-POL-FILE-MISSING PIC X(01) VALUE 'N'.
       01 WS-POL-EOF PIC X(01).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC X(08).
       01 WS-POLICY-PROGRAM PIC X(08) VALUE 'CPFPOLCY'.
      * THE VERDICT UNDER REVIEW, COPIED IN FROM WHICHEVER
      * COMMUNICATION AREA THE CALLER PASSED.
       01 WS-VERDICT.
           05 WS-VERDICT-TYPE PIC X(01).
           05 WS-VERDICT-RAW PIC X(18).
           05 WS-VERDICT-RETURN PIC X(01).
           05 WS-VERDICT-STATUS PIC X(50).
           05 WS-VERDICT-REASON PIC 9(02).
       01 WS-ORIGINAL-RETURN PIC X(01).
       01 WS-ORIGINAL-REASON PIC 9(02).
       01 WS-BUILT-IN-ACTION PIC X(01).
       01 WS-POLICY-FOUND PIC X(01).
       01 WS-POLICY-ACTION PIC X(01).
       01 WS-POLICY-EFFECTIVE PIC X(08).
      * SHORT CAUSE TEXT PER OVERRIDABLE REASON, FOR THE REWRITTEN
      * STATUS - THE SAME WORDING CPF AND DOCBATCH USE.
       01 WS-CAUSE-VALUES.
           05 FILLER PIC X(32) VALUE '06RF SITUATION SUSPENDED'.
           05 FILLER PIC X(32) VALUE '07RF SITUATION CANCELED'.
           05 FILLER PIC X(32) VALUE '08RF HOLDER DECEASED'.
           05 FILLER PIC X(32) VALUE '10ON FRAUD WATCH-LIST'.
           05 FILLER PIC X(32) VALUE '11HOLDER NAME MISMATCH'.
           05 FILLER PIC X(32) VALUE '12BIRTH DATE MISMATCH'.
           05 FILLER PIC X(32) VALUE '13PARTNER ON FRAUD WATCH-LIST'.
           05 FILLER PIC X(32) VALUE '14PARTNER RF HOLDER DECEASED'.
           05 FILLER PIC X(32)
               VALUE '15PARTNER RF SITUATION IRREGULAR'.
           05 FILLER PIC X(32)
               VALUE '16STATE OUTSIDE FISCAL REGION'.
       01 WS-CAUSE-TABLE REDEFINES WS-CAUSE-VALUES.
           05 WS-CAUSE-ENTRY OCCURS 10 TIMES.
               10 WS-CAUSE-REASON PIC 9(02).
               10 WS-CAUSE-TEXT PIC X(30).
       01 WS-CAUSE-IDX PIC 9(02).
       01 WS-CAUSE PIC X(30).
       COPY DOCIO REPLACING ==DOC-INPUT-OUTPUT== BY ==POV-INPUT-OUTPUT==
           ==DOC-TYPE-CPF== BY ==POV-TYPE-CPF==
           ==DOC-TYPE-CNPJ== BY ==POV-TYPE-CNPJ==
           ==DOC-TYPE== BY ==POV-TYPE==
           ==DOC-RAW== BY ==POV-RAW==
           ==DOC-RETURN== BY ==POV-RETURN==
           ==DOC-STATUS== BY ==POV-STATUS==
           ==DOC-REASON-CODE== BY ==POV-REASON-CODE==.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       LINKAGE SECTION.
       01 POL-LOOKUP-SOURCE PIC X(08).
       COPY CPFIO.
       COPY DOCIO.
       01 POL-CALLING-PROGRAM PIC X(08).
       01 POL-APPLIED PIC X(01).
       PROCEDURE DIVISION USING POL-LOOKUP-SOURCE CPF-INPUT-OUTPUT
           POL-CALLING-PROGRAM POL-APPLIED.
           PERFORM ENSURE-POLICY-OPEN.
           PERFORM APPLY-CPF-POLICY.
           GOBACK.

       ENSURE-POLICY-OPEN.
           IF WS-POL-FILE-OPEN = 'N' AND WS-POL-FILE-MISSING = 'N'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
               OPEN INPUT CPF-POLICY-FILE
               EVALUATE WS-POL-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-POL-FILE-OPEN
                   WHEN '35'
                       MOVE 'Y' TO WS-POL-FILE-MISSING
                   WHEN OTHER
                       MOVE 'CPF-POLICY-FILE OPEN FAILED'
                           TO WS-ABEND-MESSAGE
                       MOVE WS-POL-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9999-ABEND
               END-EVALUATE
           END-IF.

       FIND-POLICY-IN-FORCE.
      * DATED ENTRIES COME BACK OLDEST FIRST; THE LAST ONE NOT DATED
      * AFTER THE RUN IS THE ONE IN FORCE.
           MOVE 'N' TO WS-POLICY-FOUND.
           MOVE POL-LOOKUP-SOURCE TO POL-SOURCE-SYSTEM.
           MOVE WS-VERDICT-REASON TO POL-REASON-CODE.
           MOVE LOW-VALUES TO POL-EFFECTIVE-DATE.
           MOVE 'N' TO WS-POL-EOF.
           START CPF-POLICY-FILE KEY IS >= POL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-POL-EOF
           END-START.
           PERFORM UNTIL WS-POL-EOF = 'Y'
               READ CPF-POLICY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-POL-EOF
                   NOT AT END
                       IF POL-SOURCE-SYSTEM NOT = POL-LOOKUP-SOURCE
                           OR POL-REASON-CODE NOT = WS-VERDICT-REASON
                           OR POL-EFFECTIVE-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-POL-EOF
                       ELSE
                           MOVE 'Y' TO WS-POLICY-FOUND
                           MOVE POL-ACTION TO WS-POLICY-ACTION
                           MOVE POL-EFFECTIVE-DATE
                               TO WS-POLICY-EFFECTIVE
                       END-IF
               END-READ
           END-PERFORM.

       REWRITE-VERDICT.
           MOVE SPACES TO WS-CAUSE.
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > 10
               IF WS-CAUSE-REASON(WS-CAUSE-IDX) = WS-VERDICT-REASON
                   MOVE WS-CAUSE-TEXT(WS-CAUSE-IDX) TO WS-CAUSE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-VERDICT-STATUS.
           EVALUATE WS-POLICY-ACTION
               WHEN 'R'
                   MOVE 'R' TO WS-VERDICT-RETURN
                   STRING 'INVALID - ' DELIMITED BY SIZE
                       WS-CAUSE DELIMITED BY '  '
                       ' (POLICY)' DELIMITED BY SIZE
                       INTO WS-VERDICT-STATUS
               WHEN 'W'
                   MOVE 'A' TO WS-VERDICT-RETURN
                   STRING 'VALID - WARNING - ' DELIMITED BY SIZE
                       WS-CAUSE DELIMITED BY '  '
                       INTO WS-VERDICT-STATUS
               WHEN 'A'
                   MOVE 'A' TO WS-VERDICT-RETURN
                   MOVE ZERO TO WS-VERDICT-REASON
                   STRING 'VALID - POLICY - ' DELIMITED BY SIZE
                       WS-CAUSE DELIMITED BY '  '
                       INTO WS-VERDICT-STATUS
           END-EVALUATE.

       JOURNAL-OVERRIDE.
      * THE TYPE AND RAW DOCUMENT ARE THE CALLER'S, SO CPFLOG
      * PROTECTS A CPF HERE EXACTLY AS IT DOES THE VERDICT ENTRY.
           MOVE WS-VERDICT-TYPE TO POV-TYPE.
           MOVE WS-VERDICT-RAW TO POV-RAW.
           MOVE WS-VERDICT-RETURN TO POV-RETURN.
           MOVE WS-ORIGINAL-REASON TO POV-REASON-CODE.
           MOVE SPACES TO POV-STATUS.
           STRING 'POLICY ' POL-LOOKUP-SOURCE ' ' WS-POLICY-ACTION
               ' EFF ' WS-POLICY-EFFECTIVE ' WAS ' WS-ORIGINAL-RETURN
               ' VIA ' POL-CALLING-PROGRAM
               DELIMITED BY SIZE INTO POV-STATUS.
           CALL 'CPFLOGDOC' USING BY REFERENCE POV-INPUT-OUTPUT
               BY CONTENT WS-POLICY-PROGRAM.

       APPLY-POLICY.
           MOVE 'N' TO POL-APPLIED.
           IF WS-POL-FILE-OPEN = 'Y'
               EVALUATE WS-VERDICT-REASON
                   WHEN 06 THRU 08
                   WHEN 10 THRU 16
                       PERFORM FIND-POLICY-IN-FORCE
                   WHEN OTHER
                       MOVE 'N' TO WS-POLICY-FOUND
               END-EVALUATE
               IF WS-POLICY-FOUND = 'Y'
                   IF WS-VERDICT-RETURN = 'A'
                       MOVE 'W' TO WS-BUILT-IN-ACTION
                   ELSE
                       MOVE 'R' TO WS-BUILT-IN-ACTION
                   END-IF
                   IF WS-POLICY-ACTION NOT = WS-BUILT-IN-ACTION
                       MOVE WS-VERDICT-RETURN TO WS-ORIGINAL-RETURN
                       MOVE WS-VERDICT-REASON TO WS-ORIGINAL-REASON
                       PERFORM REWRITE-VERDICT
                       PERFORM JOURNAL-OVERRIDE
                       MOVE 'Y' TO POL-APPLIED
                   END-IF
               END-IF
           END-IF.

       APPLY-CPF-POLICY.
           MOVE 'F' TO WS-VERDICT-TYPE.
           MOVE CPF-RAW TO WS-VERDICT-RAW.
           MOVE CPF-RETURN TO WS-VERDICT-RETURN.
           MOVE CPF-STATUS TO WS-VERDICT-STATUS.
           MOVE CPF-REASON-CODE TO WS-VERDICT-REASON.
           PERFORM APPLY-POLICY.
           IF POL-APPLIED = 'Y'
               MOVE WS-VERDICT-RETURN TO CPF-RETURN
               MOVE WS-VERDICT-STATUS TO CPF-STATUS
               MOVE WS-VERDICT-REASON TO CPF-REASON-CODE
           END-IF.
           GOBACK.

       ENTRY 'CPFPOLDOC' USING POL-LOOKUP-SOURCE DOC-INPUT-OUTPUT
           POL-CALLING-PROGRAM POL-APPLIED.
           PERFORM ENSURE-POLICY-OPEN.
           PERFORM APPLY-DOC-POLICY.
           GOBACK.

       APPLY-DOC-POLICY.
           MOVE DOC-TYPE TO WS-VERDICT-TYPE.
           MOVE DOC-RAW TO WS-VERDICT-RAW.
           MOVE DOC-RETURN TO WS-VERDICT-RETURN.
           MOVE DOC-STATUS TO WS-VERDICT-STATUS.
           MOVE DOC-REASON-CODE TO WS-VERDICT-REASON.
           PERFORM APPLY-POLICY.
           IF POL-APPLIED = 'Y'
               MOVE WS-VERDICT-RETURN TO DOC-RETURN
               MOVE WS-VERDICT-STATUS TO DOC-STATUS
               MOVE WS-VERDICT-REASON TO DOC-REASON-CODE
           END-IF.
           GOBACK.

       ENTRY 'CPFPOLEOJ'.
           IF WS-POL-FILE-OPEN = 'Y'
               CLOSE CPF-POLICY-FILE
               MOVE 'N' TO WS-POL-FILE-OPEN
           END-IF.
           GOBACK.

       9999-ABEND.
      * AN OPEN FAILURE OTHER THAN FILE-NOT-FOUND MEANS COMPLIANCE
      * HAS A POLICY ON FILE THAT CANNOT BE READ - CARRYING ON WITH
      * THE BUILT-IN RULES WOULD HAND SOURCES VERDICTS THEY HAVE
      * ASKED NOT TO GET, SO STOP INSTEAD.
           DISPLAY 'CPFPOLCY ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
