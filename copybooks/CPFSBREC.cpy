      *****************************************************************
      *    CPFSBREC - RECORD LAYOUT FOR THE SUBMISSION REGISTRY
      *    (CPFSUBRG.DAT, A VSAM KSDS KEYED ON FEED PLUS SOURCE
      *    SYSTEM PLUS SUBMISSION ID), MAINTAINED THROUGH THE
      *    CPFSUBMT SUBROUTINE. ONE RECORD PER SUBMISSION (HEADER/
      *    TRAILER GROUP - SEE CPFCTREC) THAT A FEED DRIVER PROCESSED
      *    TO A CLEAN END, SO A SOURCE SYSTEM SENDING THE SAME FILE
      *    AGAIN IS REFUSED INSTEAD OF BEING VALIDATED TWICE AND
      *    DOUBLE-COUNTED IN CPFHIST.DAT AND CPFMSTR'S TIMES-SEEN.
      *
      *    SB-FEED-ID NAMES THE INBOUND FEED ('CPFIN', 'DOCIN') SO
      *    THE SAME SUBMISSION ID ON TWO DIFFERENT FEEDS IS NOT A
      *    RESEND. SB-RESENDS-REFUSED AND SB-LAST-RESEND-TIMESTAMP
      *    RECORD EVERY REFUSED RESEND FOR THE UPSTREAM CONVERSATION;
      *    SB-PROCESSED-TIMESTAMP IS RESTAMPED WHEN THE OPERATOR
      *    DELIBERATELY REPROCESSES A SUBMISSION.
      *****************************************************************
       01  CPF-SUBMISSION-RECORD.
           05  SB-KEY.
               10  SB-FEED-ID              PIC X(08).
               10  SB-SOURCE-SYSTEM        PIC X(08).
               10  SB-SUBMISSION-ID        PIC X(20).
           05  SB-CREATION-DATE            PIC X(08).
           05  SB-RECORD-COUNT             PIC 9(09).
           05  SB-HASH-TOTAL               PIC 9(18).
           05  SB-PROCESSED-BY             PIC X(08).
           05  SB-PROCESSED-TIMESTAMP      PIC X(14).
           05  SB-RESENDS-REFUSED          PIC 9(05).
           05  SB-LAST-RESEND-TIMESTAMP    PIC X(14).
