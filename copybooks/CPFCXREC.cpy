      *****************************************************************
      *    CPFCXREC - VALIDATION CHARGEBACK INVOICE EXTRACT CPFCHGX.DAT,
      *    WRITTEN BY CPFCHGB FOR FINANCE: ONE RECORD PER SOURCE SYSTEM
      *    AND CHARGEABLE KIND (SEE CPFRTREC FOR THE KIND CODES) WITH
      *    A NON-ZERO COUNT IN THE BILLING MONTH, PRICED AT THE RATE
      *    IN FORCE FOR THAT SOURCE.
      *
      *    ONLINE INQUIRIES ARE BILLED UNDER THE SOURCE '*ONLINE*' AND
      *    BATCH CHECKS THAT CARRY NO SOURCE UNDER '*UNATTR*'.
      *
      *    THE FILE ENDS WITH A CONTROL TRAILER, '*CONTROL' IN THE
      *    SOURCE-SYSTEM POSITION AS ON THE CPFDIST RETURN FILES:
      *    CHGX-EVENT-COUNT CARRIES THE MONTH'S JOURNAL RECORD COUNT
      *    AND CHGX-AMOUNT THE INVOICE GRAND TOTAL.
      *****************************************************************
       01  CPF-CHARGE-EXTRACT-RECORD.
           05  CHGX-BILLING-MONTH          PIC X(06).
           05  CHGX-SOURCE-SYSTEM          PIC X(08).
           05  CHGX-KIND                   PIC X(04).
           05  CHGX-EVENT-COUNT            PIC 9(09).
           05  CHGX-UNIT-PRICE             PIC 9(03)V9(04).
           05  CHGX-AMOUNT                 PIC 9(11)V99.
           05  CHGX-DESCRIPTION            PIC X(30).
