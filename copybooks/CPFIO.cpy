      *        11  HOLDER NAME MISMATCH VS THE RF EXTRACT (REJECT)
      *        12  BIRTH DATE MISMATCH VS THE RF EXTRACT (WARNING -
      *            THE RECORD PASSES WITH RETURN 'A' AND THIS CODE)
      *        16  DECLARED STATE (UF) OUTSIDE THE FISCAL REGION THAT
      *            ISSUED THE CPF (WARNING - RETURN 'A' AND THIS CODE)
      *
      *    CODES 06-08 COME FROM THE MONTHLY RECEITA FEDERAL
      *    SITUATION EXTRACT (SEE CPFSREC/CPFSITLD/CPFSIT) - THE
      *    THE BATCH DRIVER, NOT BY THE CPF SUBROUTINE ITSELF, SINCE
      *    THE SUBMITTED NAME VARIES PER RECORD AND MUST NEVER BE
      *    ANSWERED FROM THE RESULT CACHE.
      *    CODES 13-15 ARE TAKEN IN THE SHARED DOC-REASON-CODE SPACE
      *    BY DOCBATCH'S CNPJ PARTNER CHECK (SEE DOCIO/CNPJQSA); A NEW
      *    CPF CODE MUST NOT REUSE THEM. CODE 16 COMPARES THE
      *    SUBMITTED STATE (SEE CPFINR) WITH THE REGION NAMED BY THE
      *    CPF'S NINTH DIGIT (SEE CPFRGTAB/CPFREGN); LIKE 11-12 IT IS
      *    APPLIED BY THE BATCH DRIVER AND NEVER CACHED, AND IT ONLY
      *    LANDS ON A RECORD THAT WOULD OTHERWISE PASS CLEAN (00).
      *    THE BATCH DRIVERS APPLY THE SENDING SOURCE SYSTEM'S POLICY
      *    (SEE CPFPREC/CPFPOLCY) LAST: FOR CODES 06-08 AND 10-16 IT
      *    MAY TURN A REJECT INTO A WARNING OR THE REVERSE, AND A
      *    POLICY ACCEPT CLEARS THE CODE TO 00.
      *****************************************************************
       01  CPF-INPUT-OUTPUT.
           05  CPF-RAW                PIC X(15).
