       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJQSLD.
      *****************************************************************
      *    CNPJQSLD - MONTHLY LOAD OF THE RECEITA FEDERAL PARTNER
      *    (QUADRO SOCIETARIO) FILE. READS THE SEQUENTIAL RF EXTRACT
      *    (CNPJQSIN.DAT, ONE RECORD PER COMPANY PARTNER OR
      *    ADMINISTRATOR IN THE CNPJQREC LAYOUT) AND REBUILDS THE
      *    INDEXED CNPJQSA.DAT THAT THE CNPJQSA LOOKUP SUBROUTINE
      *    READS DURING DOCBATCH VALIDATION. THE FILE IS REBUILT FROM
      *    SCRATCH EACH RUN, THE SAME AS CPFSITLD - A PARTNER WHO LEFT
      *    THE COMPANY HAS DROPPED OFF THE EXTRACT AND MUST NOT
      *    LINGER FROM LAST MONTH.
      *
      *    RECORDS WITH A NON-NUMERIC OR ZERO CNPJ OR PARTNER CPF
      *    (RF SUPPLIES SOME FOREIGN AND CORPORATE PARTNERS WITHOUT
      *    A CPF) ARE COUNTED AND SKIPPED; A DUPLICATE CNPJ/PARTNER
      *    PAIR KEEPS THE FIRST OCCURRENCE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QSA-EXTRACT-FILE ASSIGN TO "CNPJQSIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT CNPJ-PARTNER-FILE ASSIGN TO "CNPJQSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QSA-KEY
               FILE STATUS IS WS-QSA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QSA-EXTRACT-FILE.
       01 QSA-EXTRACT-RECORD.
           05 EXT-CNPJ-KEY PIC X(14).
           05 EXT-PARTNER-CPF PIC X(11).
           05 EXT-PARTNER-ROLE PIC X(02).
           05 EXT-PARTNER-NAME PIC X(40).
           05 EXT-EXTRACT-DATE PIC X(08).
       FD CNPJ-PARTNER-FILE.
           COPY CNPJQREC.
       WORKING-STORAGE SECTION.
       01 WS-EXT-FILE-STATUS PIC X(02).
       01 WS-QSA-FILE-STATUS PIC X(02).
       01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-RECORDS-READ PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-LOADED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-SKIPPED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-DUPLICATE PIC 9(09) VALUE ZERO.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-LOAD-EXTRACT UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY 'CNPJQSLD READ      : ' WS-RECORDS-READ.
           DISPLAY 'CNPJQSLD LOADED    : ' WS-RECORDS-LOADED.
           DISPLAY 'CNPJQSLD SKIPPED   : ' WS-RECORDS-SKIPPED.
           DISPLAY 'CNPJQSLD DUPLICATE : ' WS-RECORDS-DUPLICATE.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT QSA-EXTRACT-FILE.
           IF WS-EXT-FILE-STATUS NOT = '00'
               MOVE 'QSA-EXTRACT-FILE OPEN FAILED' TO WS-ABEND-MESSAGE
               MOVE WS-EXT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.
           OPEN OUTPUT CNPJ-PARTNER-FILE.
           IF WS-QSA-FILE-STATUS NOT = '00'
               MOVE 'CNPJ-PARTNER-FILE OPEN FAILED'
                   TO WS-ABEND-MESSAGE
               MOVE WS-QSA-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-ABEND
           END-IF.

       2000-LOAD-EXTRACT.
           READ QSA-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2100-LOAD-ONE-RECORD
           END-READ.

       2100-LOAD-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF EXT-CNPJ-KEY IS NUMERIC AND EXT-PARTNER-CPF IS NUMERIC
                   AND EXT-CNPJ-KEY NOT = ZERO
                   AND EXT-PARTNER-CPF NOT = ZERO
               MOVE EXT-CNPJ-KEY TO QSA-CNPJ-KEY
               MOVE EXT-PARTNER-CPF TO QSA-PARTNER-CPF
               MOVE EXT-PARTNER-ROLE TO QSA-PARTNER-ROLE
               MOVE EXT-PARTNER-NAME TO QSA-PARTNER-NAME
               MOVE EXT-EXTRACT-DATE TO QSA-EXTRACT-DATE
               WRITE CNPJ-PARTNER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-RECORDS-DUPLICATE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-LOADED
               END-WRITE
               IF WS-QSA-FILE-STATUS NOT = '00'
                   AND WS-QSA-FILE-STATUS NOT = '22'
                   MOVE 'CNPJ-PARTNER-FILE WRITE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-QSA-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-SKIPPED
           END-IF.

       3000-CLOSE-FILES.
           CLOSE QSA-EXTRACT-FILE.
           CLOSE CNPJ-PARTNER-FILE.

       9999-ABEND.
           DISPLAY 'CNPJQSLD ABEND - ' WS-ABEND-MESSAGE
               ' STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
