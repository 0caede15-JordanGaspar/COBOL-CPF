       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFLGPD.
      *****************************************************************
      *    CPFLGPD - LGPD DATA-SUBJECT ACCESS AND ERASURE UTILITY.
      *    ANSWERS A DATA PROTECTION OFFICER'S REQUEST FOR ONE CPF IN
      *    ONE RUN INSTEAD OF A WEEK OF HAND-QUERYING EVERY FILE THAT
      *    CARRIES THE NUMBER.
      *
      *    THE REQUEST IS THE SINGLE RECORD IN CPFLGPD.PRM:
      *        LP-MODE          'A' ACCESS - REPORT WHAT IS HELD
      *                         'E' ERASURE - REPORT, THEN ERASE
      *                             WHAT THE LAW LETS US ERASE
      *        LP-CPF           RAW OR MASKED, NORMALIZED THROUGH
      *                         CPFNORM; A VAULT SURROGATE ('P' PLUS
      *                         11 DIGITS) IS ALSO ACCEPTED AND
      *                         RESOLVED BACK, AS IN CPFJRNLQ
      *        LP-REQUEST-ID    THE DPO'S TICKET NUMBER (REQUIRED -
      *                         IT IS HOW THE CERTIFICATE IS TRACED)
      *        LP-REQUESTED-BY  WHO ASKED FOR THE RUN
      *
      *    THE REPORT (CPFLGPDR.DAT) HAS ONE SECTION PER STORE, IN
      *    THIS ORDER, AND ENDS WITH A SUMMARY OF WHAT WAS DONE:
      *        CPFMSTR    VERDICT HISTORY          ERASED (DELETED)
      *        CPFCACHE   CACHED VERDICT, THE MAIN ERASED (DELETED)
      *                   CACHE AND THE PARTITION
      *                   CACHES CPFCACHE1-4.DAT
      *        CPFXREF    ACCOUNTS THAT PRESENTED  ERASED (DELETED)
      *                   THE CPF
      *        CPFWATCH   FRAUD WATCH-LIST ENTRY   RETAINED - FRAUD
      *                                            PREVENTION
      *        CPFREFR    FRAUD REFERRALS - THE    RETAINED - FRAUD
      *                   OPEN CASE (CPFREFO.DAT)  PREVENTION, CASE
      *                   AND CLOSED CASES         MANAGEMENT RECORD
      *                   (CPFREFH.DAT)
      *        CPFSIT     RF HOLDER DATA           RETAINED - RF
      *        CNPJQSA    CNPJ PARTNER LINKS       REGISTRY EXTRACTS,
      *                                            REPLACED WHOLE BY
      *                                            EACH MONTHLY LOAD
      *        CPFJRNL    EVERY JOURNAL ENTRY,     RETAINED - LEGAL
      *                   LIVE AND EVERY           RETENTION; NEVER
      *                   GENERATION, MATCHED      ALTERED HERE, AGES
      *                   ON THE NUMBER OR ITS     OUT THROUGH
      *                   VAULT SURROGATE          CPFJARCH
      *        CPFSUSP    OPEN SUSPENSE ITEMS      ANONYMIZED
      *                   (CPFSUSPO.DAT,
      *                   CPFSUSP.DAT, CPFSUSP1-4,
      *                   AND THE INTRADAY DROPS'
      *                   IDSUnnnnnn.DAT NOT YET
      *                   IN THE MASTER)
      *        CPFVAULT   THE SURROGATE            ERASED UNLESS A
      *                                            RETAINED JOURNAL
      *                                            ENTRY OR FRAUD
      *                                            REFERRAL STILL
      *                                            CARRIES IT
      *    AN ANONYMIZED SUSPENSE ITEM KEEPS ITS SOURCE SYSTEM,
      *    ACCOUNT AND SEQUENCE NUMBER SO THE WORKBENCH (CPFSUSPR) CAN
      *    STILL ANSWER THE SUBMITTER; THE CPF, HOLDER NAME, BIRTH
      *    DATE, HOLDER STATE AND SURROGATE ARE BLANKED AND THE
      *    FAILURE POINT MARKS THE ITEM FOR AN OPERATOR DROP.
      *    THE DROP SUSPENSE FILES SCANNED ARE THOSE CPFIDMRG HAS
      *    STILL TO TAKE (SEE CPFIMREC): FROM THE FIRST DROP OF ITS
      *    LAST CONSOLIDATION TO THE LAST DROP CPFINTRA HAS FINISHED
      *    (CPFIDCTL.DAT), SO AN ITEM ANONYMIZED THERE REACHES
      *    CPFSUSP.DAT ANONYMIZED.
      *    THE NIGHT'S FLAT OUTPUTS (CPFACC/CPFREJ, CPFREFX AND THE
      *    PARTITION FILES) ARE REPLACED EVERY RUN AND ARE NOT PART OF
      *    THE REQUEST. ERASURE REWRITES THE SUSPENSE FILES - RUN IT
      *    OUTSIDE THE NIGHT CHAIN, NOT ALONGSIDE CPFSUSPR AND NOT
      *    WHILE A CPFINTRA CYCLE IS IN FLIGHT.
      *
      *    EVERY RUN, ACCESS OR ERASURE, APPENDS ONE CERTIFICATE
      *    RECORD (CPFLCREC LAYOUT) TO CPFLGPDC.DAT: ITEMS FOUND AND
      *    ACTION TAKEN PER STORE, AND THE MONTH THE RETAINED JOURNAL
      *    ENTRIES AGE OUT. THE CERTIFICATE CARRIES ONLY THE
      *    PROTECTIVE MASK OF THE CPF, SO IT SURVIVES THE ERASURE IT
      *    PROVES. THE STEP RUNS UNDER THE RESTRICTED ACCESS THE VAULT
      *    REQUIRES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPD-PARM-FILE ASSIGN TO "CPFLGPD.PRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT LGPD-REPORT-FILE ASSIGN TO "CPFLGPDR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT LGPD-CERT-FILE ASSIGN TO "CPFLGPDC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT CPF-MASTER-FILE ASSIGN TO "CPFMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-CPF-KEY
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT CPF-CACHE-FILE ASSIGN TO LGPCACHE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CACHE-CPF-KEY
               FILE STATUS IS WS-CACHE-FILE-STATUS.
           SELECT CPF-XREF-FILE ASSIGN TO "CPFXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT CPF-WATCHLIST-FILE ASSIGN TO "CPFWATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-CPF-KEY
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT CPF-SITUATION-FILE ASSIGN TO "CPFSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-CPF-KEY
               FILE STATUS IS WS-SIT-FILE-STATUS.
           SELECT CNPJ-PARTNER-FILE ASSIGN TO "CNPJQSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QSA-KEY
               FILE STATUS IS WS-QSA-FILE-STATUS.
           SELECT CPF-JOURNAL-FILE ASSIGN TO LGPJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO LGPSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT SUSP-WORK-FILE ASSIGN TO "CPFLGPDW.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.
           SELECT CPF-OPEN-REFERRAL-FILE ASSIGN TO "CPFREFO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFO-CPF-KEY
               ALTERNATE RECORD KEY IS REFO-CASE-ID
               FILE STATUS IS WS-REFO-FILE-STATUS.
           SELECT CPF-REFERRAL-HIST-FILE ASSIGN TO "CPFREFH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFH-FILE-STATUS.
           SELECT CPF-DROP-CONTROL-FILE ASSIGN TO "CPFIDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDC-FILE-STATUS.
           SELECT CPF-CONSOL-CONTROL-FILE ASSIGN TO "CPFIDMCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LGPD-PARM-FILE.
       01 LGPD-PARM-RECORD.
           05 LP-MODE PIC X(01).
           05 LP-CPF PIC X(15).
           05 LP-REQUEST-ID PIC X(20).
           05 LP-REQUESTED-BY PIC X(08).
       FD LGPD-REPORT-FILE.
       01 LGPD-REPORT-RECORD PIC X(120).
       FD LGPD-CERT-FILE.
           COPY CPFLCREC.
       FD CPF-MASTER-FILE.
           COPY CPFMREC.
       FD CPF-CACHE-FILE.
           COPY CPFCREC.
       FD CPF-XREF-FILE.
           COPY CPFXREC.
       FD CPF-WATCHLIST-FILE.
           COPY CPFWREC.
       FD CPF-SITUATION-FILE.
           COPY CPFSREC.
       FD CNPJ-PARTNER-FILE.
           COPY CNPJQREC.
       FD CPF-JOURNAL-FILE.
           COPY CPFJRNL.
       FD SUSP-FILE.
           COPY CPFSUSP REPLACING ==PREFIX-SUSP-RECORD==
               BY ==SUS-SUSP-RECORD==
               ==PREFIX-SUSP-INPUT-RECORD== BY ==SUS-INPUT-RECORD==
               ==PREFIX-SUSP-FAILURE-POINT== BY ==SUS-FAILURE-POINT==
               ==PREFIX-SUSP-FILE-STATUS== BY ==SUS-FILE-STATUS==
               ==PREFIX-SUSP-AGE-COUNT== BY ==SUS-AGE-COUNT==
               ==PREFIX-SUSP-CPF-SURROGATE==
                   BY ==SUS-CPF-SURROGATE==.
       FD SUSP-WORK-FILE.
           COPY CPFSUSP REPLACING ==PREFIX-SUSP-RECORD==
               BY ==WRK-SUSP-RECORD==
               ==PREFIX-SUSP-INPUT-RECORD== BY ==WRK-INPUT-RECORD==
               ==PREFIX-SUSP-FAILURE-POINT== BY ==WRK-FAILURE-POINT==
               ==PREFIX-SUSP-FILE-STATUS== BY ==WRK-FILE-STATUS==
               ==PREFIX-SUSP-AGE-COUNT== BY ==WRK-AGE-COUNT==
               ==PREFIX-SUSP-CPF-SURROGATE==
                   BY ==WRK-CPF-SURROGATE==.
       FD CPF-OPEN-REFERRAL-FILE.
           COPY CPFROREC.
       FD CPF-REFERRAL-HIST-FILE.
       01 CPF-REFERRAL-HIST-RECORD PIC X(92).
       FD CPF-DROP-CONTROL-FILE.
           COPY CPFIDREC.
       FD CPF-CONSOL-CONTROL-FILE.
           COPY CPFIMREC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS PIC X(02).
       01 WS-RPT-FILE-STATUS PIC X(02).
       01 WS-CERT-FILE-STATUS PIC X(02).
       01 WS-MSTR-FILE-STATUS PIC X(02).
       01 WS-CACHE-FILE-STATUS PIC X(02).
       01 WS-XREF-FILE-STATUS PIC X(02).
       01 WS-WL-FILE-STATUS PIC X(02).
       01 WS-SIT-FILE-STATUS PIC X(02).
       01 WS-QSA-FILE-STATUS PIC X(02).
       01 WS-JRNL-FILE-STATUS PIC X(02).
       01 WS-SUSP-FILE-STATUS PIC X(02).
       01 WS-WRK-FILE-STATUS PIC X(02).
       01 WS-REFO-FILE-STATUS PIC X(02).
       01 WS-REFH-FILE-STATUS PIC X(02).
       01 WS-IDC-FILE-STATUS PIC X(02).
       01 WS-IMC-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01).
       01 WS-ERASE-MODE PIC X(01) VALUE 'N'.
       01 WS-REQUEST.
           05 WS-LP-MODE PIC X(01).
           05 WS-LP-CPF PIC X(15).
           05 WS-LP-REQUEST-ID PIC X(20).
           05 WS-LP-REQUESTED-BY PIC X(08).
       01 WS-CPF-CLEAN PIC 9(11).
       01 WS-NORM-REASON PIC 9(02).
       01 WS-SURROGATE PIC X(12) VALUE SPACES.
       01 WS-SURR-FOUND PIC X(01) VALUE 'N'.
       01 WS-VAULT-FOUND PIC X(01).
       01 WS-FULL-MASK PIC X(14).
       01 WS-PROTECTIVE-MASK PIC X(14).
       01 WS-ITEM-CPF-CLEAN PIC 9(11).
       01 WS-ITEM-MATCHED PIC X(01).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-CURRENT-MONTH PIC X(06).
       01 WS-RUN-TIMESTAMP PIC X(14).
       01 WS-FILE-IDX PIC 9(01).
       01 WS-CACHE-NAMES.
           05 FILLER PIC X(13) VALUE 'CPFCACHE.DAT'.
           05 FILLER PIC X(13) VALUE 'CPFCACHE1.DAT'.
           05 FILLER PIC X(13) VALUE 'CPFCACHE2.DAT'.
           05 FILLER PIC X(13) VALUE 'CPFCACHE3.DAT'.
           05 FILLER PIC X(13) VALUE 'CPFCACHE4.DAT'.
       01 WS-CACHE-NAME-TABLE REDEFINES WS-CACHE-NAMES.
           05 WS-CACHE-NAME PIC X(13) OCCURS 5 TIMES.
      * SAME SUSPENSE POPULATION, IN THE SAME ORDER, AS CPFSUSPR
      * ABSORBS IT.
       01 WS-SUSP-NAMES.
           05 FILLER PIC X(12) VALUE 'CPFSUSPO.DAT'.
           05 FILLER PIC X(12) VALUE 'CPFSUSP.DAT'.
           05 FILLER PIC X(12) VALUE 'CPFSUSP1.DAT'.
           05 FILLER PIC X(12) VALUE 'CPFSUSP2.DAT'.
           05 FILLER PIC X(12) VALUE 'CPFSUSP3.DAT'.
           05 FILLER PIC X(12) VALUE 'CPFSUSP4.DAT'.
       01 WS-SUSP-NAME-TABLE REDEFINES WS-SUSP-NAMES.
           05 WS-SUSP-NAME PIC X(12) OCCURS 6 TIMES.
       01 WS-SUSP-FILE-NAME PIC X(14).
       01 WS-SUSP-FILE-MATCHES PIC 9(07).
      * THE INTRADAY DROPS CPFIDMRG HAS STILL TO TAKE: FROM THE FIRST
      * DROP OF ITS LAST CONSOLIDATION (TAKEN AGAIN WHEN THE NIGHT IS
      * RERUN - SEE CPFIMREC) TO THE LAST DROP CPFINTRA HAS FINISHED.
       01 WS-FIRST-DROP PIC 9(06) VALUE 1.
       01 WS-LAST-DROP PIC 9(06) VALUE ZERO.
       01 WS-DROP-SUSP-NAME.
           05 FILLER PIC X(04) VALUE 'IDSU'.
           05 WS-DROP-SUSP-SEQ PIC 9(06).
           05 FILLER PIC X(04) VALUE '.DAT'.
      * THE SUSPENDED INPUT IMAGE, OVERLAID WITH THE CPFINR LAYOUT SO
      * THE PERSONAL FIELDS CAN BE LISTED AND BLANKED.
           COPY CPFINR REPLACING ==CPF-IN-RECORD==
               BY ==WS-SUSP-IMAGE==
               ==IN-SOURCE-SYSTEM== BY ==LGS-SOURCE-SYSTEM==
               ==IN-ACCOUNT-NUMBER== BY ==LGS-ACCOUNT-NUMBER==
               ==IN-SEQUENCE-NUMBER== BY ==LGS-SEQUENCE-NUMBER==
               ==IN-CPF== BY ==LGS-CPF==
               ==IN-HOLDER-NAME== BY ==LGS-HOLDER-NAME==
               ==IN-BIRTH-DATE== BY ==LGS-BIRTH-DATE==
               ==IN-HOLDER-UF== BY ==LGS-HOLDER-UF==.
      * AN OPEN OR CLOSED FRAUD REFERRAL, EITHER FILE'S RECORD.
           COPY CPFROREC REPLACING ==CPF-OPEN-REFERRAL-RECORD==
               BY ==WS-REFERRAL-IMAGE==
               ==REFO-CPF-KEY== BY ==LGR-CPF-KEY==
               ==REFO-CASE-ID== BY ==LGR-CASE-ID==
               ==REFO-CPF-MASKED== BY ==LGR-CPF-MASKED==
               ==REFO-CPF-SURROGATE== BY ==LGR-CPF-SURROGATE==
               ==REFO-OPENED-DATE== BY ==LGR-OPENED-DATE==
               ==REFO-LAST-EVENT-DATE== BY ==LGR-LAST-EVENT-DATE==
               ==REFO-EVENT-COUNT== BY ==LGR-EVENT-COUNT==
               ==REFO-FIRST-REASON-CODE== BY ==LGR-FIRST-REASON-CODE==
               ==REFO-LAST-REASON-CODE== BY ==LGR-LAST-REASON-CODE==
               ==REFO-CLOSED-DATE== BY ==LGR-CLOSED-DATE==
               ==REFO-CLOSED-BY== BY ==LGR-CLOSED-BY==
               ==REFO-CLOSE-OUTCOME== BY ==LGR-CLOSE-OUTCOME==.
       01 WS-JRNL-FILE-NAME PIC X(14).
      * JOURNAL GENERATIONS ARE SEARCHED AS FAR BACK AS CPFJARCH
      * PROBES FOR THEM; ANYTHING OLDER HAS ALREADY BEEN SWEPT. THE
      * RETENTION PERIOD IS CPFJARCH'S.
       01 WS-GEN-PROBE-MONTHS PIC 9(03) VALUE 120.
       01 WS-RETENTION-MONTHS PIC 9(03) VALUE 60.
       01 WS-NEWEST-JRNL-MONTH PIC X(06) VALUE SPACES.
       01 WS-RETAIN-UNTIL PIC X(06) VALUE SPACES.
      * MONTH ARITHMETIC - A YYYYMM CARRIED AS YEAR*12+MONTH (SAME
      * SCHEME CPFJARCH AND CPFJRNLQ USE).
       01 WS-MONTH-MATH.
           05 WS-MM-YYYYMM PIC 9(06).
           05 WS-MM-SPLIT REDEFINES WS-MM-YYYYMM.
               10 WS-MM-YEAR PIC 9(04).
               10 WS-MM-MONTH PIC 9(02).
           05 WS-MM-SERIAL PIC 9(07).
           05 WS-MM-FROM-SERIAL PIC 9(07).
           05 WS-MM-LIMIT-SERIAL PIC 9(07).
       01 WS-COUNTERS.
           05 WS-JRNL-SURR-ENTRIES PIC 9(09) VALUE ZERO.
           05 WS-REF-SURR-ENTRIES PIC 9(09) VALUE ZERO.
           05 WS-GENERATIONS-READ PIC 9(09) VALUE ZERO.
      * ONE SLOT PER STORE, IN THE CERTIFICATE'S ORDER (SEE CPFLCREC):
      *   1 CPFMSTR  2 CPFCACHE  3 CPFXREF  4 CPFWATCH  5 CPFSIT
      *   6 CNPJQSA  7 CPFVAULT  8 CPFJRNL  9 CPFSUSP  10 CPFREFR
       01 WS-STORE-NAMES.
           05 FILLER PIC X(08) VALUE 'CPFMSTR'.
           05 FILLER PIC X(08) VALUE 'CPFCACHE'.
           05 FILLER PIC X(08) VALUE 'CPFXREF'.
           05 FILLER PIC X(08) VALUE 'CPFWATCH'.
           05 FILLER PIC X(08) VALUE 'CPFSIT'.
           05 FILLER PIC X(08) VALUE 'CNPJQSA'.
           05 FILLER PIC X(08) VALUE 'CPFVAULT'.
           05 FILLER PIC X(08) VALUE 'CPFJRNL'.
           05 FILLER PIC X(08) VALUE 'CPFSUSP'.
           05 FILLER PIC X(08) VALUE 'CPFREFR'.
       01 WS-STORE-NAME-TABLE REDEFINES WS-STORE-NAMES.
           05 WS-STORE-NAME PIC X(08) OCCURS 10 TIMES.
       01 WS-STORE-RESULTS.
           05 WS-STORE-RESULT OCCURS 10 TIMES.
               10 WS-STORE-ITEMS PIC 9(07).
               10 WS-STORE-ACTION PIC X(01).
       01 WS-STORE-IDX PIC 9(02).
       01 WS-ERASE-ACTION PIC X(01).
       01 WS-RETAIN-REASON PIC X(60).
       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-HEAD-LINE.
           05 WS-HEAD-STORE PIC X(08).
           05 FILLER PIC X(03) VALUE ' - '.
           05 WS-HEAD-TEXT PIC X(60).
           05 FILLER PIC X(49) VALUE SPACES.
       01 WS-ITEM-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-ITEM-LABEL PIC X(24).
           05 WS-ITEM-VALUE PIC X(92).
       01 WS-XREF-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-XRL-SOURCE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-XRL-ACCOUNT PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-XRL-FIRST-SEEN PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-XRL-LAST-SEEN PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-XRL-SEQUENCE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-XRL-RETURN PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-XRL-REASON PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-XRL-TIMES-SEEN PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(43) VALUE SPACES.
       01 WS-PARTNER-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(05) VALUE 'CNPJ '.
           05 WS-PTL-CNPJ PIC 9(14).
           05 FILLER PIC X(07) VALUE ' ROLE '.
           05 WS-PTL-ROLE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PTL-NAME PIC X(40).
           05 FILLER PIC X(09) VALUE ' EXTRACT '.
           05 WS-PTL-EXTRACT-DATE PIC X(08).
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-JRNL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-JRL-TIMESTAMP PIC X(26).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-JRL-PROGRAM PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-JRL-DOCTYPE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-JRL-CPF PIC X(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-JRL-RETURN PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-JRL-REASON PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-JRL-STATUS PIC X(50).
           05 FILLER PIC X(04) VALUE SPACES.
       01 WS-SUSP-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-SPL-FILE PIC X(14).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-SPL-SOURCE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-SPL-ACCOUNT PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-SPL-SEQUENCE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-SPL-FAILURE-POINT PIC X(25).
           05 FILLER PIC X(05) VALUE ' AGE '.
           05 WS-SPL-AGE PIC ZZ9.
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-SML-STORE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-SML-ITEMS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-SML-ACTION PIC X(12).
           05 FILLER PIC X(84) VALUE SPACES.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-REQUEST.
           PERFORM 1500-WRITE-REQUEST-HEADER.
           PERFORM 2000-MASTER-HISTORY.
           PERFORM 2100-CACHE-ENTRIES.
           PERFORM 2200-ACCOUNT-LINKS.
           PERFORM 2300-WATCH-LISTING.
           PERFORM 2360-FRAUD-REFERRALS.
           PERFORM 2400-RF-HOLDER-DATA.
           PERFORM 2500-PARTNER-LINKS.
           PERFORM 2600-JOURNAL-ENTRIES.
           PERFORM 2700-SUSPENSE-ITEMS.
           PERFORM 2800-VAULT-SURROGATE.
           PERFORM 3000-WRITE-SUMMARY.
           PERFORM 3500-WRITE-CERTIFICATE.
           PERFORM 4000-CLOSE-FILES.
           DISPLAY 'CPFLGPD REQUEST   : ' WS-LP-REQUEST-ID.
           DISPLAY 'CPFLGPD MODE      : ' WS-LP-MODE.
           DISPLAY 'CPFLGPD CPF       : ' WS-PROTECTIVE-MASK.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT LGPD-PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               MOVE 'LGPD-PARM-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT LGPD-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               MOVE 'LGPD-REPORT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       1100-READ-REQUEST.
           READ LGPD-PARM-FILE
               AT END
                   MOVE 'LGPD-PARM-FILE EMPTY - NO REQUEST'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-PARM-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-READ.
           MOVE LGPD-PARM-RECORD TO WS-REQUEST.
           CLOSE LGPD-PARM-FILE.
           EVALUATE WS-LP-MODE
               WHEN 'A'
                   MOVE 'N' TO WS-ERASE-MODE
               WHEN 'E'
                   MOVE 'Y' TO WS-ERASE-MODE
               WHEN OTHER
                   MOVE 'LP-MODE MUST BE A OR E' TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.
           IF WS-LP-REQUEST-ID = SPACES
               MOVE 'LP-REQUEST-ID MISSING' TO WS-ABEND-MESSAGE
               MOVE SPACES TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           IF WS-LP-CPF(1:1) = 'P'
               AND WS-LP-CPF(2:11) IS NUMERIC
               MOVE WS-LP-CPF(1:12) TO WS-SURROGATE
               CALL 'CPFPSEUDBK' USING BY REFERENCE
                   WS-SURROGATE WS-CPF-CLEAN WS-SURR-FOUND
               IF WS-SURR-FOUND = 'N'
                   MOVE 'LP-CPF SURROGATE NOT IN VAULT'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           ELSE
               CALL 'CPFNORM' USING BY REFERENCE WS-LP-CPF
                   WS-CPF-CLEAN WS-NORM-REASON
               IF WS-NORM-REASON NOT = 0
                   MOVE 'LP-CPF IS NOT A NORMALIZABLE CPF'
                       TO WS-ABEND-MESSAGE
                   MOVE SPACES TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
      * LOOKUP ONLY - A DATA-SUBJECT REQUEST MUST NEVER CREATE A
      * VAULT ENTRY FOR A CPF WE DO NOT ALREADY HOLD.
               CALL 'CPFPSEUDLK' USING BY REFERENCE
                   WS-CPF-CLEAN WS-SURROGATE WS-SURR-FOUND
               IF WS-SURR-FOUND = 'N'
                   MOVE SPACES TO WS-SURROGATE
               END-IF
           END-IF.
           CALL 'CPFMASK' USING WS-CPF-CLEAN WS-FULL-MASK.
           CALL 'CPFMASKP' USING WS-CPF-CLEAN WS-PROTECTIVE-MASK.
           PERFORM 1200-CLEAR-STORE-RESULT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > 10.

       1200-CLEAR-STORE-RESULT.
           MOVE ZERO TO WS-STORE-ITEMS(WS-STORE-IDX).
           MOVE 'N' TO WS-STORE-ACTION(WS-STORE-IDX).

       1500-WRITE-REQUEST-HEADER.
           IF WS-ERASE-MODE = 'Y'
               MOVE 'CPFLGPD - LGPD DATA-SUBJECT ERASURE REPORT'
                   TO LGPD-REPORT-RECORD
           ELSE
               MOVE 'CPFLGPD - LGPD DATA-SUBJECT ACCESS REPORT'
                   TO LGPD-REPORT-RECORD
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'REQUEST ID' TO WS-ITEM-LABEL.
           MOVE WS-LP-REQUEST-ID TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'REQUESTED BY' TO WS-ITEM-LABEL.
           MOVE WS-LP-REQUESTED-BY TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'RUN TIMESTAMP' TO WS-ITEM-LABEL.
           MOVE WS-RUN-TIMESTAMP TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'CPF' TO WS-ITEM-LABEL.
           MOVE WS-FULL-MASK TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'VAULT SURROGATE' TO WS-ITEM-LABEL.
           IF WS-SURR-FOUND = 'Y'
               MOVE WS-SURROGATE TO WS-ITEM-VALUE
           ELSE
               MOVE 'NONE ASSIGNED' TO WS-ITEM-VALUE
           END-IF.
           PERFORM 8100-WRITE-ITEM-LINE.

       2000-MASTER-HISTORY.
           MOVE 1 TO WS-STORE-IDX.
           MOVE 'VERDICT HISTORY (CPFMSTR.DAT)' TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           IF WS-ERASE-MODE = 'Y'
               OPEN I-O CPF-MASTER-FILE
           ELSE
               OPEN INPUT CPF-MASTER-FILE
           END-IF.
           IF WS-MSTR-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-MSTR-FILE-STATUS NOT = '00'
                   MOVE 'CPF-MASTER-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-MSTR-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-CPF-CLEAN TO MSTR-CPF-KEY
               READ CPF-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2050-LIST-MASTER-RECORD
               END-READ
               CLOSE CPF-MASTER-FILE
           END-IF.
           MOVE 'D' TO WS-ERASE-ACTION.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2050-LIST-MASTER-RECORD.
           ADD 1 TO WS-STORE-ITEMS(1).
           MOVE 'FIRST SEEN' TO WS-ITEM-LABEL.
           MOVE MSTR-FIRST-SEEN-DATE TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'LAST SEEN' TO WS-ITEM-LABEL.
           MOVE MSTR-LAST-SEEN-DATE TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'LAST VERDICT / REASON' TO WS-ITEM-LABEL.
           STRING MSTR-LAST-RETURN ' / ' MSTR-LAST-REASON-CODE
               DELIMITED BY SIZE INTO WS-ITEM-VALUE
           END-STRING.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'TIMES SEEN' TO WS-ITEM-LABEL.
           MOVE MSTR-TIMES-SEEN TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           IF WS-ERASE-MODE = 'Y'
               DELETE CPF-MASTER-FILE
               IF WS-MSTR-FILE-STATUS NOT = '00'
                   MOVE 'CPF-MASTER-FILE DELETE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-MSTR-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       2100-CACHE-ENTRIES.
           MOVE 2 TO WS-STORE-IDX.
           MOVE 'CACHED VERDICTS (CPFCACHE.DAT, CPFCACHE1-4.DAT)'
               TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           PERFORM 2150-CACHE-ONE-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 5.
           MOVE 2 TO WS-STORE-IDX.
           MOVE 'D' TO WS-ERASE-ACTION.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2150-CACHE-ONE-FILE.
      * A PARTITION CACHE THAT WAS NEVER BUILT IS SIMPLY NOT THERE.
           DISPLAY 'DD_LGPCACHE' UPON ENVIRONMENT-NAME.
           DISPLAY WS-CACHE-NAME(WS-FILE-IDX) UPON ENVIRONMENT-VALUE.
           IF WS-ERASE-MODE = 'Y'
               OPEN I-O CPF-CACHE-FILE
           ELSE
               OPEN INPUT CPF-CACHE-FILE
           END-IF.
           IF WS-CACHE-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-CACHE-FILE-STATUS NOT = '00'
                   MOVE 'CPF-CACHE-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-CACHE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-CPF-CLEAN TO CACHE-CPF-KEY
               READ CPF-CACHE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2170-LIST-CACHE-RECORD
               END-READ
               CLOSE CPF-CACHE-FILE
           END-IF.

       2170-LIST-CACHE-RECORD.
           ADD 1 TO WS-STORE-ITEMS(2).
           MOVE WS-CACHE-NAME(WS-FILE-IDX) TO WS-ITEM-LABEL.
           STRING 'VERDICT ' CACHE-CPF-RETURN
               ' REASON ' CACHE-CPF-REASON-CODE
               ' VALIDATED ' CACHE-LAST-VALIDATED
               ' ' CACHE-CPF-STATUS
               DELIMITED BY SIZE INTO WS-ITEM-VALUE
           END-STRING.
           PERFORM 8100-WRITE-ITEM-LINE.
           IF WS-ERASE-MODE = 'Y'
               DELETE CPF-CACHE-FILE
               IF WS-CACHE-FILE-STATUS NOT = '00'
                   MOVE 'CPF-CACHE-FILE DELETE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-CACHE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       2200-ACCOUNT-LINKS.
           MOVE 3 TO WS-STORE-IDX.
           MOVE 'ACCOUNTS THAT PRESENTED THE CPF (CPFXREF.DAT)'
               TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           IF WS-ERASE-MODE = 'Y'
               OPEN I-O CPF-XREF-FILE
           ELSE
               OPEN INPUT CPF-XREF-FILE
           END-IF.
           IF WS-XREF-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-XREF-FILE-STATUS NOT = '00'
                   MOVE 'CPF-XREF-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
                   MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-CPF-CLEAN TO XREF-CPF-KEY
               MOVE LOW-VALUES TO XREF-SOURCE-SYSTEM
               MOVE LOW-VALUES TO XREF-ACCOUNT-NUMBER
               MOVE 'N' TO WS-EOF-SWITCH
               START CPF-XREF-FILE KEY IS >= XREF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM 2250-LIST-ONE-ACCOUNT
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CPF-XREF-FILE
           END-IF.
           MOVE 'D' TO WS-ERASE-ACTION.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2250-LIST-ONE-ACCOUNT.
           READ CPF-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF XREF-CPF-KEY NOT = WS-CPF-CLEAN
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       PERFORM 2270-LIST-ACCOUNT-RECORD
                   END-IF
           END-READ.

       2270-LIST-ACCOUNT-RECORD.
           ADD 1 TO WS-STORE-ITEMS(3).
           MOVE XREF-SOURCE-SYSTEM TO WS-XRL-SOURCE.
           MOVE XREF-ACCOUNT-NUMBER TO WS-XRL-ACCOUNT.
           MOVE XREF-FIRST-SEEN-DATE TO WS-XRL-FIRST-SEEN.
           MOVE XREF-LAST-SEEN-DATE TO WS-XRL-LAST-SEEN.
           MOVE XREF-LAST-SEQUENCE-NUMBER TO WS-XRL-SEQUENCE.
           MOVE XREF-LAST-RETURN TO WS-XRL-RETURN.
           MOVE XREF-LAST-REASON-CODE TO WS-XRL-REASON.
           MOVE XREF-TIMES-SEEN TO WS-XRL-TIMES-SEEN.
           MOVE WS-XREF-LINE TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
      * THE NEXT READ NEXT CARRIES ON FROM THE DELETED RECORD'S KEY.
           IF WS-ERASE-MODE = 'Y'
               DELETE CPF-XREF-FILE
               IF WS-XREF-FILE-STATUS NOT = '00'
                   MOVE 'CPF-XREF-FILE DELETE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-XREF-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       2300-WATCH-LISTING.
           MOVE 4 TO WS-STORE-IDX.
           MOVE 'FRAUD WATCH-LIST (CPFWATCH.DAT)' TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           OPEN INPUT CPF-WATCHLIST-FILE.
           IF WS-WL-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-WL-FILE-STATUS NOT = '00'
                   MOVE 'CPF-WATCHLIST-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-WL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-CPF-CLEAN TO WL-CPF-KEY
               READ CPF-WATCHLIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2350-LIST-WATCH-RECORD
               END-READ
               CLOSE CPF-WATCHLIST-FILE
           END-IF.
      * THE WATCH-LIST IS KEPT FOR FRAUD PREVENTION, A LEGITIMATE
      * INTEREST THE LAW PRESERVES AGAINST ERASURE; CPFWMNT REMAINS
      * THE ONLY WAY AN ENTRY LEAVES IT.
           MOVE 'R' TO WS-ERASE-ACTION.
           MOVE 'RETAINED - FRAUD PREVENTION, KEPT THROUGH CPFWMNT'
               TO WS-RETAIN-REASON.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2350-LIST-WATCH-RECORD.
           ADD 1 TO WS-STORE-ITEMS(4).
           MOVE 'REASON' TO WS-ITEM-LABEL.
           MOVE WL-REASON-TEXT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'ENTERED BY / DATE' TO WS-ITEM-LABEL.
           STRING WL-ENTERED-BY ' / ' WL-ENTERED-DATE
               DELIMITED BY SIZE INTO WS-ITEM-VALUE
           END-STRING.
           PERFORM 8100-WRITE-ITEM-LINE.

       2360-FRAUD-REFERRALS.
      * THE CASE OPEN AT THE FRAUD TEAM, IF ANY, THEN EVERY CLOSED
      * CASE IN THE HISTORY (KEPT IN CLOSING ORDER, SO A FULL PASS).
           MOVE 10 TO WS-STORE-IDX.
           MOVE 'FRAUD REFERRALS (CPFREFO.DAT, CPFREFH.DAT)'
               TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           OPEN INPUT CPF-OPEN-REFERRAL-FILE.
           IF WS-REFO-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-REFO-FILE-STATUS NOT = '00'
                   MOVE 'CPF-OPEN-REFERRAL-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-REFO-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-CPF-CLEAN TO REFO-CPF-KEY
               READ CPF-OPEN-REFERRAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPF-OPEN-REFERRAL-RECORD
                           TO WS-REFERRAL-IMAGE
                       PERFORM 2380-LIST-REFERRAL-RECORD
               END-READ
               CLOSE CPF-OPEN-REFERRAL-FILE
           END-IF.
           OPEN INPUT CPF-REFERRAL-HIST-FILE.
           IF WS-REFH-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-REFH-FILE-STATUS NOT = '00'
                   MOVE 'CPF-REFERRAL-HIST-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-REFH-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2370-SCAN-ONE-CLOSED-CASE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CPF-REFERRAL-HIST-FILE
           END-IF.
      * A REFERRAL IS THE FRAUD TEAM'S CASE RECORD - THE SAME
      * FRAUD-PREVENTION INTEREST AS THE WATCH-LIST, SO IT IS KEPT;
      * THE SURROGATE IT CARRIES HOLDS THE VAULT ENTRY (SEE 2800).
           MOVE 'R' TO WS-ERASE-ACTION.
           MOVE 'RETAINED - FRAUD PREVENTION, CASE MANAGEMENT RECORD'
               TO WS-RETAIN-REASON.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2370-SCAN-ONE-CLOSED-CASE.
           READ CPF-REFERRAL-HIST-FILE INTO WS-REFERRAL-IMAGE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF LGR-CPF-KEY = WS-CPF-CLEAN
                       PERFORM 2380-LIST-REFERRAL-RECORD
                   END-IF
           END-READ.

       2380-LIST-REFERRAL-RECORD.
           ADD 1 TO WS-STORE-ITEMS(10).
           IF WS-SURR-FOUND = 'Y'
               AND LGR-CPF-SURROGATE = WS-SURROGATE
               ADD 1 TO WS-REF-SURR-ENTRIES
           END-IF.
           MOVE 'CASE ID' TO WS-ITEM-LABEL.
           IF LGR-CLOSED-DATE = SPACES
               STRING LGR-CASE-ID ' OPEN'
                   DELIMITED BY SIZE INTO WS-ITEM-VALUE
               END-STRING
           ELSE
               STRING LGR-CASE-ID ' CLOSED ' LGR-CLOSED-DATE
                   ' BY ' LGR-CLOSED-BY ' OUTCOME ' LGR-CLOSE-OUTCOME
                   DELIMITED BY SIZE INTO WS-ITEM-VALUE
               END-STRING
           END-IF.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'OPENED / LAST EVENT' TO WS-ITEM-LABEL.
           STRING LGR-OPENED-DATE ' / ' LGR-LAST-EVENT-DATE
               DELIMITED BY SIZE INTO WS-ITEM-VALUE
           END-STRING.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'EVENTS' TO WS-ITEM-LABEL.
           MOVE LGR-EVENT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'FIRST / LAST REASON' TO WS-ITEM-LABEL.
           STRING LGR-FIRST-REASON-CODE ' / ' LGR-LAST-REASON-CODE
               DELIMITED BY SIZE INTO WS-ITEM-VALUE
           END-STRING.
           PERFORM 8100-WRITE-ITEM-LINE.

       2400-RF-HOLDER-DATA.
           MOVE 5 TO WS-STORE-IDX.
           MOVE 'RF SITUATION AND HOLDER DATA (CPFSIT.DAT)'
               TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           OPEN INPUT CPF-SITUATION-FILE.
           IF WS-SIT-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-SIT-FILE-STATUS NOT = '00'
                   MOVE 'CPF-SITUATION-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-SIT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-CPF-CLEAN TO SIT-CPF-KEY
               READ CPF-SITUATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2450-LIST-SITUATION-RECORD
               END-READ
               CLOSE CPF-SITUATION-FILE
           END-IF.
      * CPFSIT IS RECEITA FEDERAL'S OWN REGISTRY DATA, REPLACED
      * WHOLESALE BY EVERY MONTHLY CPFSITLD LOAD - DELETING A RECORD
      * HERE WOULD ONLY LAST UNTIL THE NEXT EXTRACT.
           MOVE 'R' TO WS-ERASE-ACTION.
           MOVE 'RETAINED - RF REGISTRY EXTRACT, RELOADED MONTHLY'
               TO WS-RETAIN-REASON.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2450-LIST-SITUATION-RECORD.
           ADD 1 TO WS-STORE-ITEMS(5).
           MOVE 'RF SITUATION / EXTRACT' TO WS-ITEM-LABEL.
           STRING SIT-STATUS-CODE ' / ' SIT-EXTRACT-DATE
               DELIMITED BY SIZE INTO WS-ITEM-VALUE
           END-STRING.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'HOLDER NAME' TO WS-ITEM-LABEL.
           MOVE SIT-HOLDER-NAME TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE 'BIRTH DATE' TO WS-ITEM-LABEL.
           MOVE SIT-BIRTH-DATE TO WS-ITEM-VALUE.
           PERFORM 8100-WRITE-ITEM-LINE.

       2500-PARTNER-LINKS.
      * THE PARTNER FILE IS KEYED CNPJ FIRST, SO FINDING EVERY
      * COMPANY A PERSON IS A PARTNER IN MEANS A FULL PASS.
           MOVE 6 TO WS-STORE-IDX.
           MOVE 'CNPJ PARTNER LINKS (CNPJQSA.DAT)' TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           OPEN INPUT CNPJ-PARTNER-FILE.
           IF WS-QSA-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-QSA-FILE-STATUS NOT = '00'
                   MOVE 'CNPJ-PARTNER-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-QSA-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2550-SCAN-ONE-PARTNER
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CNPJ-PARTNER-FILE
           END-IF.
           MOVE 'R' TO WS-ERASE-ACTION.
           MOVE 'RETAINED - RF REGISTRY EXTRACT, RELOADED MONTHLY'
               TO WS-RETAIN-REASON.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2550-SCAN-ONE-PARTNER.
           READ CNPJ-PARTNER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF QSA-PARTNER-CPF = WS-CPF-CLEAN
                       ADD 1 TO WS-STORE-ITEMS(6)
                       MOVE QSA-CNPJ-KEY TO WS-PTL-CNPJ
                       MOVE QSA-PARTNER-ROLE TO WS-PTL-ROLE
                       MOVE QSA-PARTNER-NAME TO WS-PTL-NAME
                       MOVE QSA-EXTRACT-DATE TO WS-PTL-EXTRACT-DATE
                       MOVE WS-PARTNER-LINE TO LGPD-REPORT-RECORD
                       PERFORM 8000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       2600-JOURNAL-ENTRIES.
      * OLDEST GENERATION FIRST, THEN THE LIVE JOURNAL, SO THE
      * ENTRIES LIST IN TIME ORDER. A MONTH WITH NO GENERATION IS
      * SKIPPED QUIETLY - MOST OF THE PROBE WINDOW NEVER EXISTED.
           MOVE 8 TO WS-STORE-IDX.
           MOVE 'COMPLIANCE JOURNAL (CPFJRNL.DAT AND GENERATIONS)'
               TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           MOVE WS-CURRENT-MONTH TO WS-MM-YYYYMM.
           COMPUTE WS-MM-LIMIT-SERIAL =
               WS-MM-YEAR * 12 + WS-MM-MONTH - 1.
           COMPUTE WS-MM-FROM-SERIAL =
               WS-MM-LIMIT-SERIAL - WS-GEN-PROBE-MONTHS + 1.
           PERFORM 2650-JOURNAL-ONE-GENERATION
               VARYING WS-MM-SERIAL FROM WS-MM-FROM-SERIAL BY 1
               UNTIL WS-MM-SERIAL > WS-MM-LIMIT-SERIAL.
           MOVE 'CPFJRNL.DAT' TO WS-JRNL-FILE-NAME.
           PERFORM 2660-JOURNAL-ONE-FILE.
           PERFORM 2690-SET-RETAIN-UNTIL.
      * THE JOURNAL IS THE LEGALLY REQUIRED RECORD OF EVERY CHECK -
      * IT IS NEVER ALTERED HERE AND AGES OUT THROUGH CPFJARCH.
           MOVE 8 TO WS-STORE-IDX.
           MOVE 'R' TO WS-ERASE-ACTION.
           MOVE SPACES TO WS-RETAIN-REASON.
           STRING 'RETAINED - LEGAL RETENTION, AGES OUT AFTER '
               WS-RETAIN-UNTIL
               DELIMITED BY SIZE INTO WS-RETAIN-REASON
           END-STRING.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2650-JOURNAL-ONE-GENERATION.
           COMPUTE WS-MM-YEAR = (WS-MM-SERIAL - 1) / 12.
           COMPUTE WS-MM-MONTH = WS-MM-SERIAL - (WS-MM-YEAR * 12).
           MOVE SPACES TO WS-JRNL-FILE-NAME.
           STRING 'CPFJRNL.' WS-MM-YYYYMM DELIMITED BY SIZE
               INTO WS-JRNL-FILE-NAME
           END-STRING.
           PERFORM 2660-JOURNAL-ONE-FILE.

       2660-JOURNAL-ONE-FILE.
           DISPLAY 'DD_LGPJRNL' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JRNL-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT CPF-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-JRNL-FILE-STATUS NOT = '00'
                   MOVE 'CPF-JOURNAL-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-JRNL-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-GENERATIONS-READ
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2670-JOURNAL-ONE-ENTRY
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CPF-JOURNAL-FILE
           END-IF.

       2670-JOURNAL-ONE-ENTRY.
           READ CPF-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2680-MATCH-JOURNAL-ENTRY
                   IF WS-ITEM-MATCHED = 'Y'
                       PERFORM 2685-LIST-JOURNAL-ENTRY
                   END-IF
           END-READ.

       2680-MATCH-JOURNAL-ENTRY.
      * A PROTECTED ENTRY CARRIES ONLY THE PROTECTIVE MASK AND THE
      * SURROGATE; AN UNPROTECTED ONE CARRIES THE NUMBER ITSELF. A
      * CNPJ ENTRY NEVER NAMES A PERSON.
           MOVE 'N' TO WS-ITEM-MATCHED.
           IF JRNL-DOC-TYPE NOT = 'J'
               IF WS-SURR-FOUND = 'Y'
                   AND JRNL-CPF-SURROGATE = WS-SURROGATE
                   MOVE 'Y' TO WS-ITEM-MATCHED
                   ADD 1 TO WS-JRNL-SURR-ENTRIES
               ELSE
                   CALL 'CPFNORM' USING BY REFERENCE JRNL-CPF-RAW
                       WS-ITEM-CPF-CLEAN WS-NORM-REASON
                   IF WS-NORM-REASON = 0
                       AND WS-ITEM-CPF-CLEAN = WS-CPF-CLEAN
                       MOVE 'Y' TO WS-ITEM-MATCHED
                   END-IF
               END-IF
           END-IF.

       2685-LIST-JOURNAL-ENTRY.
           ADD 1 TO WS-STORE-ITEMS(8).
           IF JRNL-TIMESTAMP(1:6) > WS-NEWEST-JRNL-MONTH
               OR WS-NEWEST-JRNL-MONTH = SPACES
               MOVE JRNL-TIMESTAMP(1:6) TO WS-NEWEST-JRNL-MONTH
           END-IF.
           MOVE JRNL-TIMESTAMP TO WS-JRL-TIMESTAMP.
           MOVE JRNL-CALLING-PROGRAM TO WS-JRL-PROGRAM.
           MOVE JRNL-DOC-TYPE TO WS-JRL-DOCTYPE.
           MOVE WS-FULL-MASK TO WS-JRL-CPF.
           MOVE JRNL-CPF-RETURN TO WS-JRL-RETURN.
           MOVE JRNL-CPF-REASON-CODE TO WS-JRL-REASON.
           MOVE JRNL-CPF-STATUS TO WS-JRL-STATUS.
           MOVE WS-JRNL-LINE TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.

       2690-SET-RETAIN-UNTIL.
      * CPFJARCH SWEEPS A GENERATION ONCE IT IS MORE THAN THE
      * RETENTION PERIOD OLD, SO THE NEWEST ENTRY FOR THE CPF SETS
      * THE MONTH THE LAST OF THEM IS GONE.
           MOVE SPACES TO WS-RETAIN-UNTIL.
           IF WS-NEWEST-JRNL-MONTH NOT = SPACES
               AND WS-NEWEST-JRNL-MONTH IS NUMERIC
               MOVE WS-NEWEST-JRNL-MONTH TO WS-MM-YYYYMM
               COMPUTE WS-MM-SERIAL =
                   WS-MM-YEAR * 12 + WS-MM-MONTH + WS-RETENTION-MONTHS
               COMPUTE WS-MM-YEAR = (WS-MM-SERIAL - 1) / 12
               COMPUTE WS-MM-MONTH = WS-MM-SERIAL - (WS-MM-YEAR * 12)
               MOVE WS-MM-YYYYMM TO WS-RETAIN-UNTIL
           END-IF.

       2700-SUSPENSE-ITEMS.
           MOVE 9 TO WS-STORE-IDX.
           MOVE 'OPEN SUSPENSE ITEMS (CPFSUSP*.DAT, IDSU*.DAT)'
               TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           PERFORM 2705-SUSPENSE-NAMED-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 6.
           PERFORM 2780-FIND-DROP-RANGE.
           IF WS-LAST-DROP >= WS-FIRST-DROP
               PERFORM 2790-SUSPENSE-ONE-DROP
                   VARYING WS-DROP-SUSP-SEQ FROM WS-FIRST-DROP BY 1
                   UNTIL WS-DROP-SUSP-SEQ > WS-LAST-DROP
           END-IF.
           MOVE 9 TO WS-STORE-IDX.
           MOVE 'A' TO WS-ERASE-ACTION.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       2705-SUSPENSE-NAMED-FILE.
           MOVE WS-SUSP-NAME(WS-FILE-IDX) TO WS-SUSP-FILE-NAME.
           PERFORM 2710-SUSPENSE-ONE-FILE.

       2710-SUSPENSE-ONE-FILE.
      * IN ERASURE MODE EVERY RECORD IS COPIED TO THE WORK FILE,
      * MATCHING ONES ANONYMIZED ON THE WAY; THE SUSPENSE FILE IS
      * ONLY REWRITTEN FROM IT WHEN SOMETHING ACTUALLY MATCHED.
           MOVE ZERO TO WS-SUSP-FILE-MATCHES.
           DISPLAY 'DD_LGPSUSP' UPON ENVIRONMENT-NAME.
           DISPLAY WS-SUSP-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-SUSP-FILE-STATUS NOT = '00'
                   MOVE 'SUSP-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
                   MOVE WS-SUSP-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
               IF WS-ERASE-MODE = 'Y'
                   OPEN OUTPUT SUSP-WORK-FILE
                   IF WS-WRK-FILE-STATUS NOT = '00'
                       MOVE 'SUSP-WORK-FILE OPEN FAILED'
                           TO WS-ABEND-MESSAGE
                       MOVE WS-WRK-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9999-ABEND
                   END-IF
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2720-SUSPENSE-ONE-ITEM
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SUSP-FILE
               IF WS-ERASE-MODE = 'Y'
                   CLOSE SUSP-WORK-FILE
                   IF WS-SUSP-FILE-MATCHES > ZERO
                       PERFORM 2760-REWRITE-SUSPENSE-FILE
                   END-IF
               END-IF
           END-IF.

       2720-SUSPENSE-ONE-ITEM.
           READ SUSP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SUS-INPUT-RECORD TO WS-SUSP-IMAGE
                   PERFORM 2730-MATCH-SUSPENSE-ITEM
                   IF WS-ITEM-MATCHED = 'Y'
                       PERFORM 2740-LIST-SUSPENSE-ITEM
                   END-IF
                   IF WS-ERASE-MODE = 'Y'
                       PERFORM 2750-WRITE-WORK-ITEM
                   END-IF
           END-READ.

       2730-MATCH-SUSPENSE-ITEM.
      * A PROTECTED ITEM CARRIES THE PROTECTIVE MASK IN ITS IMAGE
      * AND IS FOUND THROUGH THE SURROGATE ALONGSIDE IT.
           MOVE 'N' TO WS-ITEM-MATCHED.
           IF WS-SURR-FOUND = 'Y'
               AND SUS-CPF-SURROGATE = WS-SURROGATE
               MOVE 'Y' TO WS-ITEM-MATCHED
           ELSE
               CALL 'CPFNORM' USING BY REFERENCE LGS-CPF
                   WS-ITEM-CPF-CLEAN WS-NORM-REASON
               IF WS-NORM-REASON = 0
                   AND WS-ITEM-CPF-CLEAN = WS-CPF-CLEAN
                   MOVE 'Y' TO WS-ITEM-MATCHED
               END-IF
           END-IF.

       2740-LIST-SUSPENSE-ITEM.
           ADD 1 TO WS-STORE-ITEMS(9).
           ADD 1 TO WS-SUSP-FILE-MATCHES.
           MOVE WS-SUSP-FILE-NAME TO WS-SPL-FILE.
           MOVE LGS-SOURCE-SYSTEM TO WS-SPL-SOURCE.
           MOVE LGS-ACCOUNT-NUMBER TO WS-SPL-ACCOUNT.
           MOVE LGS-SEQUENCE-NUMBER TO WS-SPL-SEQUENCE.
           MOVE SUS-FAILURE-POINT TO WS-SPL-FAILURE-POINT.
           MOVE SUS-AGE-COUNT TO WS-SPL-AGE.
           MOVE WS-SUSP-LINE TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           IF LGS-HOLDER-NAME NOT = SPACES
               MOVE 'HOLDER NAME' TO WS-ITEM-LABEL
               MOVE LGS-HOLDER-NAME TO WS-ITEM-VALUE
               PERFORM 8100-WRITE-ITEM-LINE
           END-IF.
           IF LGS-BIRTH-DATE NOT = SPACES
               MOVE 'BIRTH DATE' TO WS-ITEM-LABEL
               MOVE LGS-BIRTH-DATE TO WS-ITEM-VALUE
               PERFORM 8100-WRITE-ITEM-LINE
           END-IF.
           IF LGS-HOLDER-UF NOT = SPACES
               MOVE 'HOLDER STATE' TO WS-ITEM-LABEL
               MOVE LGS-HOLDER-UF TO WS-ITEM-VALUE
               PERFORM 8100-WRITE-ITEM-LINE
           END-IF.

       2750-WRITE-WORK-ITEM.
           MOVE SUS-SUSP-RECORD TO WRK-SUSP-RECORD.
      * THE PASSTHROUGH FIELDS STAY SO THE SUBMITTER CAN STILL BE
      * ANSWERED; EVERYTHING THAT IDENTIFIES THE PERSON GOES.
           IF WS-ITEM-MATCHED = 'Y'
               MOVE SPACES TO LGS-CPF
               MOVE SPACES TO LGS-HOLDER-NAME
               MOVE SPACES TO LGS-BIRTH-DATE
               MOVE SPACES TO LGS-HOLDER-UF
               MOVE WS-SUSP-IMAGE TO WRK-INPUT-RECORD
               MOVE 'LGPD ERASED - DROP ITEM' TO WRK-FAILURE-POINT
               MOVE SPACES TO WRK-CPF-SURROGATE
           END-IF.
           WRITE WRK-SUSP-RECORD.
           IF WS-WRK-FILE-STATUS NOT = '00'
               MOVE 'SUSP-WORK-FILE WRITE FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-WRK-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       2760-REWRITE-SUSPENSE-FILE.
           OPEN INPUT SUSP-WORK-FILE.
           IF WS-WRK-FILE-STATUS NOT = '00'
               MOVE 'SUSP-WORK-FILE REOPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-WRK-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT SUSP-FILE.
           IF WS-SUSP-FILE-STATUS NOT = '00'
               MOVE 'SUSP-FILE REWRITE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-SUSP-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2770-COPY-ONE-WORK-ITEM UNTIL WS-EOF-SWITCH = 'Y'.
           CLOSE SUSP-WORK-FILE.
           CLOSE SUSP-FILE.

       2770-COPY-ONE-WORK-ITEM.
           READ SUSP-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE WRK-SUSP-RECORD TO SUS-SUSP-RECORD
                   WRITE SUS-SUSP-RECORD
                   IF WS-SUSP-FILE-STATUS NOT = '00'
                       MOVE 'SUSP-FILE WRITE FAILED'
                           TO WS-ABEND-MESSAGE
                       MOVE WS-SUSP-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9999-ABEND
                   END-IF
           END-READ.

       2780-FIND-DROP-RANGE.
      * NO DROP CONTROL RECORD MEANS NO DROP HAS EVER ARRIVED; NO
      * CONSOLIDATION RECORD MEANS NONE HAS BEEN TAKEN YET.
           OPEN INPUT CPF-DROP-CONTROL-FILE.
           EVALUATE WS-IDC-FILE-STATUS
               WHEN '00'
                   READ CPF-DROP-CONTROL-FILE
                       AT END
                           MOVE ZERO TO WS-LAST-DROP
                       NOT AT END
                           COMPUTE WS-LAST-DROP = IDC-NEXT-DROP - 1
                   END-READ
                   CLOSE CPF-DROP-CONTROL-FILE
               WHEN '35'
                   MOVE ZERO TO WS-LAST-DROP
               WHEN OTHER
                   MOVE 'CPF-DROP-CONTROL-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-IDC-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.
           OPEN INPUT CPF-CONSOL-CONTROL-FILE.
           EVALUATE WS-IMC-FILE-STATUS
               WHEN '00'
                   READ CPF-CONSOL-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE IMC-FIRST-DROP TO WS-FIRST-DROP
                   END-READ
                   CLOSE CPF-CONSOL-CONTROL-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'CPF-CONSOL-CONTROL-FILE OPEN FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-IMC-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
           END-EVALUATE.

       2790-SUSPENSE-ONE-DROP.
      * A DROP REFUSED BY THE SUBMISSION CHECK WROTE NO SUSPENSE
      * FILE; 2710 PASSES OVER A MISSING ONE.
           MOVE WS-DROP-SUSP-NAME TO WS-SUSP-FILE-NAME.
           PERFORM 2710-SUSPENSE-ONE-FILE.

       2800-VAULT-SURROGATE.
      * RUNS AFTER THE JOURNAL AND REFERRAL PASSES: A SURROGATE THAT
      * STILL STANDS IN FOR THE CPF ON A RETAINED JOURNAL ENTRY OR
      * FRAUD REFERRAL IS PART OF THAT RETAINED RECORD (WITHOUT IT
      * THE RECORD CAN NEVER BE TIED TO ITS SUBJECT AGAIN), SO IT IS
      * ONLY ERASED ONCE NEITHER CARRIES IT.
           MOVE 7 TO WS-STORE-IDX.
           MOVE 'DATA-PROTECTION VAULT (CPFVAULT.DAT)' TO WS-HEAD-TEXT.
           PERFORM 8200-WRITE-STORE-HEADING.
           IF WS-SURR-FOUND = 'Y'
               ADD 1 TO WS-STORE-ITEMS(7)
               MOVE 'SURROGATE' TO WS-ITEM-LABEL
               MOVE WS-SURROGATE TO WS-ITEM-VALUE
               PERFORM 8100-WRITE-ITEM-LINE
               MOVE 'JOURNAL ENTRIES USING IT' TO WS-ITEM-LABEL
               MOVE WS-JRNL-SURR-ENTRIES TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE
               PERFORM 8100-WRITE-ITEM-LINE
               MOVE 'REFERRALS USING IT' TO WS-ITEM-LABEL
               MOVE WS-REF-SURR-ENTRIES TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-ITEM-VALUE
               PERFORM 8100-WRITE-ITEM-LINE
           END-IF.
           IF WS-ERASE-MODE = 'Y' AND WS-SURR-FOUND = 'Y'
               AND WS-JRNL-SURR-ENTRIES = ZERO
               AND WS-REF-SURR-ENTRIES = ZERO
               CALL 'CPFPSEUDDEL' USING BY REFERENCE
                   WS-CPF-CLEAN WS-VAULT-FOUND
           END-IF.
           EVALUATE TRUE
               WHEN WS-JRNL-SURR-ENTRIES > ZERO
                   MOVE 'R' TO WS-ERASE-ACTION
                   MOVE 'RETAINED - CARRIED BY RETAINED JOURNAL ENTRIES'
                       TO WS-RETAIN-REASON
               WHEN WS-REF-SURR-ENTRIES > ZERO
                   MOVE 'R' TO WS-ERASE-ACTION
                   MOVE 'RETAINED - CARRIED BY RETAINED FRAUD REFERRALS'
                       TO WS-RETAIN-REASON
               WHEN OTHER
                   MOVE 'D' TO WS-ERASE-ACTION
           END-EVALUATE.
           PERFORM 8300-WRITE-STORE-OUTCOME.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'SUMMARY    STORE        ITEMS  ACTION'
               TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 3100-WRITE-ONE-SUMMARY
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > 10.
           IF WS-RETAIN-UNTIL NOT = SPACES
               MOVE 'JOURNAL RETAINED UNTIL' TO WS-ITEM-LABEL
               MOVE WS-RETAIN-UNTIL TO WS-ITEM-VALUE
               PERFORM 8100-WRITE-ITEM-LINE
           END-IF.

       3100-WRITE-ONE-SUMMARY.
           MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-SML-STORE.
           MOVE WS-STORE-ITEMS(WS-STORE-IDX) TO WS-SML-ITEMS.
           EVALUATE WS-STORE-ACTION(WS-STORE-IDX)
               WHEN 'N'
                   MOVE 'NOTHING HELD' TO WS-SML-ACTION
               WHEN 'H'
                   MOVE 'REPORTED' TO WS-SML-ACTION
               WHEN 'D'
                   MOVE 'DELETED' TO WS-SML-ACTION
               WHEN 'A'
                   MOVE 'ANONYMIZED' TO WS-SML-ACTION
               WHEN 'R'
                   MOVE 'RETAINED' TO WS-SML-ACTION
           END-EVALUATE.
           MOVE WS-SUMMARY-LINE TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.

       3500-WRITE-CERTIFICATE.
           OPEN EXTEND LGPD-CERT-FILE.
           IF WS-CERT-FILE-STATUS = '35'
               OPEN OUTPUT LGPD-CERT-FILE
           END-IF.
           IF WS-CERT-FILE-STATUS NOT = '00'
               MOVE 'LGPD-CERT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-CERT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           MOVE SPACES TO CPF-LGPD-CERT-RECORD.
           MOVE WS-LP-REQUEST-ID TO LGC-REQUEST-ID.
           MOVE WS-LP-MODE TO LGC-MODE.
           MOVE WS-RUN-TIMESTAMP TO LGC-RUN-TIMESTAMP.
           MOVE WS-LP-REQUESTED-BY TO LGC-REQUESTED-BY.
           MOVE WS-PROTECTIVE-MASK TO LGC-CPF-MASKED.
           MOVE WS-SURROGATE TO LGC-CPF-SURROGATE.
           PERFORM 3550-CERTIFY-ONE-STORE
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > 10.
           MOVE WS-RETAIN-UNTIL TO LGC-RETAIN-UNTIL.
           WRITE CPF-LGPD-CERT-RECORD.
           IF WS-CERT-FILE-STATUS NOT = '00'
               MOVE 'LGPD-CERT-FILE WRITE FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-CERT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           CLOSE LGPD-CERT-FILE.

       3550-CERTIFY-ONE-STORE.
           MOVE WS-STORE-NAME(WS-STORE-IDX)
               TO LGC-STORE-NAME(WS-STORE-IDX).
           MOVE WS-STORE-ITEMS(WS-STORE-IDX)
               TO LGC-STORE-ITEMS(WS-STORE-IDX).
           MOVE WS-STORE-ACTION(WS-STORE-IDX)
               TO LGC-STORE-ACTION(WS-STORE-IDX).

       4000-CLOSE-FILES.
           CLOSE LGPD-REPORT-FILE.
           CALL 'CPFPSEUDEOJ'.

       8000-WRITE-REPORT-LINE.
           WRITE LGPD-REPORT-RECORD.
           IF WS-RPT-FILE-STATUS NOT = '00'
               MOVE 'LGPD-REPORT-FILE WRITE FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-RPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       8100-WRITE-ITEM-LINE.
           MOVE WS-ITEM-LINE TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-ITEM-LABEL.
           MOVE SPACES TO WS-ITEM-VALUE.

       8200-WRITE-STORE-HEADING.
           MOVE SPACES TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-HEAD-STORE.
           MOVE WS-HEAD-LINE TO LGPD-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-ITEM-LABEL.
           MOVE SPACES TO WS-ITEM-VALUE.

       8300-WRITE-STORE-OUTCOME.
      * THE CALLER SETS WS-STORE-IDX AND WS-ERASE-ACTION (WHAT AN
      * ERASURE DOES TO THIS STORE - D, A OR R, WITH
      * WS-RETAIN-REASON FOR R). AN ACCESS REQUEST ONLY REPORTS.
           IF WS-STORE-ITEMS(WS-STORE-IDX) = ZERO
               MOVE 'N' TO WS-STORE-ACTION(WS-STORE-IDX)
               MOVE 'NOTHING HELD' TO WS-ITEM-VALUE
           ELSE
               MOVE WS-STORE-ITEMS(WS-STORE-IDX) TO WS-EDIT-COUNT
               IF WS-ERASE-MODE = 'Y'
                   MOVE WS-ERASE-ACTION
                       TO WS-STORE-ACTION(WS-STORE-IDX)
               ELSE
                   MOVE 'H' TO WS-STORE-ACTION(WS-STORE-IDX)
               END-IF
               EVALUATE WS-STORE-ACTION(WS-STORE-IDX)
                   WHEN 'H'
                       STRING 'HELD - ' WS-EDIT-COUNT ' ITEM(S)'
                           DELIMITED BY SIZE INTO WS-ITEM-VALUE
                       END-STRING
                   WHEN 'D'
                       STRING 'ERASED - ' WS-EDIT-COUNT ' ITEM(S)'
                           DELIMITED BY SIZE INTO WS-ITEM-VALUE
                       END-STRING
                   WHEN 'A'
                       STRING 'ANONYMIZED - ' WS-EDIT-COUNT ' ITEM(S)'
                           DELIMITED BY SIZE INTO WS-ITEM-VALUE
                       END-STRING
                   WHEN 'R'
                       MOVE WS-RETAIN-REASON TO WS-ITEM-VALUE
               END-EVALUATE
           END-IF.
           MOVE 'OUTCOME' TO WS-ITEM-LABEL.
           PERFORM 8100-WRITE-ITEM-LINE.
           MOVE SPACES TO WS-RETAIN-REASON.

       9999-ABEND.
           DISPLAY 'CPFLGPD ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
