      *    DOCIO: TYPE 'F'/'J'/SPACE (SPACE MEANS DOCDISP DETECTS
      *    FROM THE DIGIT COUNT) AND THE DOCUMENT AT X(18), THE WIDTH
      *    OF A MASKED CNPJ.
      *    EACH SUBMISSION ON THE FILE IS BRACKETED BY A HEADER AND
      *    A TRAILER RECORD IN THE CPFCTREC LAYOUT, FLAGGED IN THE
      *    SOURCE-SYSTEM POSITION - SEE CPFCTREC AND CPFSUBMT.
      *    COPY WITH REPLACING WHERE A SECOND COPY OF THE LAYOUT IS
      *    NEEDED IN THE SAME PROGRAM, E.G.
      *        COPY DOCINR REPLACING ==DOC-IN-RECORD==
