      *    DOC-REASON-CODE CARRIES WHATEVER CPF-REASON-CODE OR
      *    CNPJ-REASON-CODE THE UNDERLYING SUBROUTINE RETURNED, EXCEPT
      *    FOR CODE 09, WHICH MEANS DOCDISP COULD NOT TELL WHICH KIND
      *    OF DOCUMENT THIS WAS, AND CODES 13-15, WHICH DOCBATCH SETS
      *    ON A CNPJ THAT PASSED ITS CHECK DIGITS BUT FAILED THE
      *    PARTNER (QSA) LINKAGE CHECK (SEE CNPJQSA):
      *        13  A PARTNER IS ON THE FRAUD WATCH-LIST
      *        14  A PARTNER IS DECEASED AT RF
      *        15  A PARTNER'S RF SITUATION IS SUSPENDED OR CANCELED
      *    THE SENDING SOURCE'S POLICY (SEE CPFPREC/CPFPOLCY) MAY
      *    STILL PASS OR REJECT A DOCUMENT ON CODES 06-08 AND 10-15.
      *    CODE 16 BELONGS TO THE CPF DRIVERS' FISCAL-REGION WARNING
      *    (SEE CPFIO) AND IS NOT SET ON THIS PATH.
      *
      *    DOC-RAW IS PIC X(18), SIZED TO CNPJ-RAW RATHER THAN
      *    CPF-RAW - A MASKED CNPJ ("99.999.999/9999-99") IS 18
