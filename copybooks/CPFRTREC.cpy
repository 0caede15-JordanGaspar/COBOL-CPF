      *****************************************************************
      *    CPFRTREC - VALIDATION CHARGEBACK RATE TABLE, CPFRATE.DAT,
      *    ONE RECORD PER CHARGEABLE KIND OF EVENT, MAINTAINED BY
      *    FINANCE AND READ BY THE MONTH-END CHARGEBACK (CPFCHGB).
      *
      *    RATE-KIND, THE CHARGEABLE EVENT (SEE CPFCHGB):
      *        CPFF  CPF BATCH CHECK, FULL CHECK
      *        CPFC  CPF BATCH CHECK ANSWERED FROM THE RESULT CACHE
      *        CNPJ  CNPJ CHECK THROUGH DOCBATCH
      *        ONLI  ONLINE CPFI INQUIRY
      *        XMAT  HOLDER CROSS-MATCH PERFORMED (CHARGED ON TOP OF
      *              THE CHECK THAT CARRIED IT)
      *    RATE-SOURCE-SYSTEM SPACES IS THE STANDARD RATE FOR THE
      *    KIND; A RECORD NAMING A SOURCE SYSTEM IS A NEGOTIATED RATE
      *    FOR THAT SOURCE ONLY AND WINS OVER THE STANDARD ONE.
      *    RATE-UNIT-PRICE IS IN REAIS PER EVENT, FOUR DECIMALS.
      *****************************************************************
       01  CPF-RATE-RECORD.
           05  RATE-KIND                   PIC X(04).
           05  RATE-SOURCE-SYSTEM          PIC X(08).
           05  RATE-UNIT-PRICE             PIC 9(03)V9(04).
           05  RATE-DESCRIPTION            PIC X(30).
