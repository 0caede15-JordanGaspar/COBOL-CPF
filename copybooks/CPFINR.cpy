      *    HOLDER DATA (SEE CPFSREC AND REASON CODES 11/12 IN CPFIO).
      *    A SUBMITTER THAT SENDS NEITHER GETS THE CLASSIC
      *    STRUCTURAL-PLUS-SITUATION VALIDATION ONLY.
      *    IN-HOLDER-UF IS THE STATE (UF) THE SUBMITTER HOLDS FOR THE
      *    HOLDER, OR SPACES. WHEN PRESENT IT IS COMPARED WITH THE
      *    FISCAL REGION THAT ISSUED THE CPF (SEE CPFRGTAB/CPFREGN AND
      *    WARNING REASON 16 IN CPFIO).
      *    EACH SUBMISSION ON THE FILE IS BRACKETED BY A HEADER AND
      *    A TRAILER RECORD IN THE CPFCTREC LAYOUT, FLAGGED IN THE
      *    SOURCE-SYSTEM POSITION - SEE CPFCTREC AND CPFSUBMT.
      *    COPY WITH REPLACING WHERE A SECOND COPY OF THE LAYOUT IS
      *    NEEDED IN THE SAME PROGRAM, E.G.
      *        COPY CPFINR REPLACING ==CPF-IN-RECORD==
           05 IN-CPF PIC X(15).
           05 IN-HOLDER-NAME PIC X(40).
           05 IN-BIRTH-DATE PIC X(08).
           05 IN-HOLDER-UF PIC X(02).
