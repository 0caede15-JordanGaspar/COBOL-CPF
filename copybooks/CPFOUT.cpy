      *    AUTHORIZED READERS; WITH THE MODE OFF, OR WHEN THE CPF
      *    HAS NO CLEAN 11-DIGIT FORM TO PROTECT, THE RAW FIELD IS
      *    AS SUBMITTED AND THE SURROGATE IS SPACES.
      *
      *    PREFIX-CPF-REGION IS THE RECEITA FEDERAL FISCAL REGION THAT
      *    ISSUED THE CPF - ITS NINTH DIGIT, 0-9 (SEE CPFRGTAB) - OR
      *    SPACE WHEN THE CPF HAS NO CLEAN 11-DIGIT FORM. IT IS
      *    CARRIED UNDER THE DATA-PROTECTION MODE TOO: ONE DIGIT
      *    NAMING A GROUP OF STATES DOES NOT REOPEN THE MASK.
      *    COPY WITH REPLACING TO GET A DISTINCT RECORD FOR EACH
      *    OUTPUT FILE, E.G.
      *        COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
      *            ==PREFIX-CPF-STATUS== BY ==ACC-CPF-STATUS==
      *            ==PREFIX-CPF-REASON-CODE==
      *                BY ==ACC-CPF-REASON-CODE==
      *            ==PREFIX-CPF-SURROGATE== BY ==ACC-CPF-SURROGATE==
      *            ==PREFIX-CPF-REGION== BY ==ACC-CPF-REGION==.
      *****************************************************************
       01 PREFIX-OUTPUT-RECORD.
           05 PREFIX-SOURCE-SYSTEM    PIC X(08).
           05 PREFIX-CPF-REASON-CODE  PIC 9(02).
           05 PREFIX-CPF-STATUS       PIC X(50).
           05 PREFIX-CPF-SURROGATE    PIC X(12).
           05 PREFIX-CPF-REGION       PIC X(01).
