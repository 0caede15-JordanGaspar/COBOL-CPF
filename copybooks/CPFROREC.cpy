      *****************************************************************
      *    CPFROREC - RECORD LAYOUT FOR THE OPEN FRAUD-REFERRAL FILE
      *    (CPFREFO.DAT, A VSAM KSDS KEYED ON THE CLEAN 11-DIGIT CPF
      *    WITH A UNIQUE ALTERNATE KEY ON THE CASE ID), MAINTAINED
      *    NIGHTLY BY CPFREFR. ONE RECORD PER CPF WITH A CASE OPEN AT
      *    THE FRAUD TEAM: A FURTHER SUSPICIOUS EVENT FOR THE SAME CPF
      *    IS ADDED TO THAT CASE RATHER THAN OPENING ANOTHER. WHEN THE
      *    CASE-MANAGEMENT SYSTEM CLOSES THE CASE THE RECORD IS
      *    STAMPED WITH THE CLOSURE, APPENDED TO THE CLOSED-CASE
      *    HISTORY (CPFREFH.DAT) AND DELETED HERE, SO THE NEXT EVENT
      *    FOR THE CPF OPENS A NEW CASE.
      *
      *    REFO-CASE-ID IS 'R' PLUS AN 11-DIGIT SERIAL. THE RECORD
      *    KEYED ON CPF ZERO (NEVER A VALID CPF - SEE CPFTAB) IS THE
      *    COUNTER CONTROL RECORD: ITS CASE ID CARRIES '#' PLUS THE
      *    LAST SERIAL ASSIGNED (THE SAME SCHEME AS THE CPFVREC
      *    VAULT). THE CLOSURE FIELDS ARE SPACES WHILE A CASE IS OPEN.
      *    THE FILE IS KEYED ON THE CLEAR CPF AND LIVES UNDER THE SAME
      *    RESTRICTED ACCESS AS CPFMSTR.DAT.
      *****************************************************************
       01  CPF-OPEN-REFERRAL-RECORD.
           05  REFO-CPF-KEY                PIC 9(11).
           05  REFO-CASE-ID                PIC X(12).
           05  REFO-CPF-MASKED             PIC X(14).
           05  REFO-CPF-SURROGATE          PIC X(12).
           05  REFO-OPENED-DATE            PIC X(08).
           05  REFO-LAST-EVENT-DATE        PIC X(08).
           05  REFO-EVENT-COUNT            PIC 9(05).
           05  REFO-FIRST-REASON-CODE      PIC 9(02).
           05  REFO-LAST-REASON-CODE       PIC 9(02).
           05  REFO-CLOSED-DATE            PIC X(08).
           05  REFO-CLOSED-BY              PIC X(08).
           05  REFO-CLOSE-OUTCOME          PIC X(02).
