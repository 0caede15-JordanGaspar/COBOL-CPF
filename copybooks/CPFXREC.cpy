      *****************************************************************
      *    CPFXREC - RECORD LAYOUT FOR THE CPF-TO-ACCOUNT CROSS
      *    REFERENCE (CPFXREF.DAT, A VSAM KSDS KEYED ON THE
      *    NORMALIZED 11-DIGIT CPF PLUS THE SOURCE-SYSTEM ID AND
      *    ACCOUNT/CONTRACT NUMBER), BUILT NIGHTLY BY CPFXREF FROM THE
      *    PASSTHROUGH FIELDS ON CPFACC.DAT AND CPFREJ.DAT. THE MASTER
      *    (CPFMREC) KNOWS ONLY THE CPF; THIS FILE REMEMBERS WHICH
      *    ACCOUNTS IN WHICH SOURCE SYSTEMS PRESENTED IT, SO A LATER
      *    VERDICT CHANGE (CPFREVAL) CAN BE ROUTED BACK TO EVERY
      *    ACCOUNT THAT HOLDS THE NUMBER.
      *
      *    A GENERIC START ON XREF-CPF-KEY WITH THE REST OF THE KEY
      *    AT LOW-VALUES POSITIONS ON THE FIRST ACCOUNT FOR A CPF;
      *    READ NEXT UNTIL THE CPF CHANGES. XREF-LAST-SEQUENCE-NUMBER
      *    IS THE SUBMITTER'S OWN SEQUENCE NUMBER FROM THE LAST TIME
      *    THE ACCOUNT PRESENTED THE CPF, SO A RETURNED RECORD TIES
      *    BACK TO A SUBMISSION THE SOURCE SYSTEM ALREADY KNOWS.
      *
      *    XREF-EVER-ACCEPTED IS 'Y' ONCE THE ACCOUNT HAS BEEN GIVEN
      *    AN ACCEPT FOR THE CPF (A LINK FED FROM CPFACC.DAT) AND
      *    STAYS 'Y'; A LINK ONLY EVER FED FROM CPFREJ.DAT CARRIES
      *    'N'. ONLY EVER-ACCEPTED LINKS RECEIVE A REVERSAL - AN
      *    ACCOUNT THAT WAS NEVER ACCEPTED HAS NOTHING TO REVERSE -
      *    BUT THE REJECT-ONLY LINKS ARE KEPT, SINCE THEY STILL SAY
      *    WHICH ACCOUNTS PRESENTED THE CPF (SEE CPFREFR).
      *****************************************************************
       01  CPF-XREF-RECORD.
           05  XREF-KEY.
               10  XREF-CPF-KEY            PIC 9(11).
               10  XREF-SOURCE-SYSTEM      PIC X(08).
               10  XREF-ACCOUNT-NUMBER     PIC X(20).
           05  XREF-FIRST-SEEN-DATE        PIC X(08).
           05  XREF-LAST-SEEN-DATE         PIC X(08).
           05  XREF-LAST-SEQUENCE-NUMBER   PIC 9(09).
           05  XREF-LAST-RETURN            PIC X(01).
           05  XREF-LAST-REASON-CODE       PIC 9(02).
           05  XREF-TIMES-SEEN             PIC 9(09).
           05  XREF-EVER-ACCEPTED          PIC X(01).
