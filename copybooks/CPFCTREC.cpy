      *****************************************************************
      *    CPFCTREC - SUBMISSION HEADER/TRAILER CONTROL RECORDS FOR
      *    THE INBOUND FEEDS (CPFIN.DAT IN CPFINR LAYOUT, DOCIN.DAT
      *    IN DOCINR LAYOUT). EVERY SUBMISSION OPENS WITH A HEADER
      *    FLAGGED '*HEADER*' AND CLOSES WITH A TRAILER FLAGGED
      *    '*TRAILER' IN THE FIRST EIGHT BYTES - THE SOURCE-SYSTEM
      *    POSITION OF A DETAIL RECORD, WHICH NO SOURCE-SYSTEM ID
      *    STARTS WITH AN ASTERISK - PADDED WITH SPACES TO THE FEED'S
      *    RECORD LENGTH.
      *        HEADER   SOURCE SYSTEM, SUBMISSION ID (UNIQUE PER
      *                 SOURCE - A RESEND CARRIES THE SAME ID) AND
      *                 CREATION DATE (YYYYMMDD)
      *        TRAILER  COUNT OF DETAIL RECORDS BETWEEN HEADER AND
      *                 TRAILER, AND THE HASH TOTAL OF THEIR SEQUENCE
      *                 NUMBERS
      *    A FILE MAY CARRY SEVERAL HEADER/TRAILER GROUPS BACK TO
      *    BACK (E.G. A CPFRESUB.DAT RESUBMISSION APPENDED TO THE
      *    NIGHT'S CPFIN.DAT) - SEE CPFSUBMT.
      *
      *    SUBM-DETAIL-VIEW OVERLAYS THE SAME BYTES OF A DETAIL
      *    RECORD: CPFINR AND DOCINR BOTH LEAD WITH SOURCE-SYSTEM
      *    X(08), ACCOUNT X(20) AND SEQUENCE NUMBER 9(09), SO ONE
      *    LAYOUT SERVES BOTH FEEDS.
      *****************************************************************
       01  SUBM-CONTROL-RECORD.
           05  SUBM-RECORD-ID              PIC X(08).
               88  SUBM-HEADER                 VALUE '*HEADER*'.
               88  SUBM-TRAILER                VALUE '*TRAILER'.
           05  SUBM-HEADER-VIEW.
               10  SUBM-SOURCE-SYSTEM      PIC X(08).
               10  SUBM-SUBMISSION-ID      PIC X(20).
               10  SUBM-CREATION-DATE      PIC X(08).
           05  SUBM-TRAILER-VIEW REDEFINES SUBM-HEADER-VIEW.
               10  SUBM-RECORD-COUNT       PIC 9(09).
               10  SUBM-HASH-TOTAL         PIC 9(18).
               10  FILLER                  PIC X(09).
           05  SUBM-DETAIL-VIEW REDEFINES SUBM-HEADER-VIEW.
               10  FILLER                  PIC X(20).
               10  SUBM-DETAIL-SEQUENCE    PIC X(09).
               10  SUBM-DETAIL-SEQUENCE-N REDEFINES
                       SUBM-DETAIL-SEQUENCE
                                           PIC 9(09).
               10  FILLER                  PIC X(07).
