      *****************************************************************
      *    CPFRXREC - FRAUD REFERRAL EXTRACT (CPFREFX.DAT), WRITTEN
      *    NIGHTLY BY CPFREFR FOR THE CASE-MANAGEMENT SYSTEM: ONE
      *    RECORD PER SUSPICIOUS EVENT TONIGHT - REASON 10
      *    (WATCH-LIST), 11 (HOLDER NAME MISMATCH) OR 08 (DECEASED
      *    HOLDER) - WHETHER REJECTED ON CPFREJ.DAT OR ACCEPTED WITH
      *    A WARNING UNDER THE SOURCE POLICY ON CPFACC.DAT.
      *
      *    THE ACCOUNT PASSTHROUGH FIELDS LEAD THE RECORD AS ON THE
      *    CPFOUT RECORDS. THE CPF TRAVELS ONLY AS THE PROTECTIVE
      *    MASK (ddd.***.***-dd) PLUS THE VAULT SURROGATE, WHICH IS
      *    SPACES WHEN THE CPF HAS NONE. RFX-CASE-ACTION SAYS WHETHER
      *    THE EVENT OPENED CASE RFX-CASE-ID ('N') OR WAS ADDED TO A
      *    CASE ALREADY OPEN FOR THE CPF ('A'); RFX-CASE-EVENT-COUNT
      *    IS THE CASE'S EVENT COUNT INCLUDING THIS ONE.
      *        RFX-WATCH-REASON-TEXT  CPFWATCH.DAT REASON, OR SPACES
      *                               WHEN THE CPF IS NOT LISTED
      *        RFX-TIMES-SEEN         CPFMSTR TIMES-SEEN AND FIRST-
      *        RFX-FIRST-SEEN-DATE    SEEN DATE, TONIGHT INCLUDED
      *        RFX-ACCOUNTS-TONIGHT   DISTINCT SOURCE/ACCOUNT PAIRS
      *                               THAT PRESENTED THE CPF TONIGHT
      *                               (FROM CPFXREF)
      *
      *    THE FILE ENDS WITH A CONTROL TRAILER IN THE SAME RECORD
      *    SIZE, FLAGGED '*CONTROL' IN THE SOURCE-SYSTEM POSITION AND
      *    CARRYING THE RUN DATE AND THE DETAIL-RECORD COUNT, AS ON
      *    THE CPFDIST RETURN FILES.
      *****************************************************************
       01  CPF-REFERRAL-RECORD.
           05  RFX-SOURCE-SYSTEM           PIC X(08).
           05  RFX-ACCOUNT-NUMBER          PIC X(20).
           05  RFX-SEQUENCE-NUMBER         PIC 9(09).
           05  RFX-CASE-ID                 PIC X(12).
           05  RFX-CASE-ACTION             PIC X(01).
           05  RFX-REFERRAL-DATE           PIC X(08).
           05  RFX-CPF-MASKED              PIC X(14).
           05  RFX-CPF-SURROGATE           PIC X(12).
           05  RFX-REASON-CODE             PIC 9(02).
           05  RFX-CPF-STATUS              PIC X(50).
           05  RFX-WATCH-REASON-TEXT       PIC X(40).
           05  RFX-TIMES-SEEN              PIC 9(09).
           05  RFX-FIRST-SEEN-DATE         PIC X(08).
           05  RFX-ACCOUNTS-TONIGHT        PIC 9(05).
           05  RFX-CASE-EVENT-COUNT        PIC 9(05).
