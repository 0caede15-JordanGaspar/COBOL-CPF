      *    JRNL-CPF-RAW AND THE VAULT SURROGATE IN
      *    JRNL-CPF-SURROGATE; OTHERWISE THE SURROGATE IS SPACES.
      *    CNPJ ENTRIES (COMPANY DOCUMENTS) ARE NEVER PROTECTED.
      *
      *    THE TRAILING ATTRIBUTION FIELDS SAY WHO CAUSED THE CHECK AND
      *    WHAT IT COST, FOR THE MONTHLY CHARGEBACK (SEE CPFCHGB). THE
      *    BATCH DRIVERS SET THEM PER RECORD THROUGH CPFLOG'S
      *    CPFLOGATTR ENTRY:
      *        JRNL-SOURCE-SYSTEM   THE SUBMITTING SOURCE SYSTEM
      *        JRNL-CACHE-HIT       'Y' ANSWERED FROM THE RESULT
      *                             CACHE, 'N' A FULL CHECK
      *        JRNL-CROSS-MATCH     'Y' THE HOLDER CROSS-MATCH RAN
      *                             AGAINST RF HOLDER DATA
      *    THEY ARE SPACES ON ENTRIES NO DRIVER ATTRIBUTED (ONLINE
      *    INQUIRIES, SWEEPS) AND ON ENTRIES WRITTEN BEFORE THE FIELDS
      *    EXISTED - A CONVERTED JOURNAL CARRIES SPACES THERE.
      *****************************************************************
       01 CPF-JOURNAL-RECORD.
           05 JRNL-TIMESTAMP           PIC X(26).
           05 JRNL-CPF-REASON-CODE     PIC 9(02).
           05 JRNL-CPF-STATUS          PIC X(50).
           05 JRNL-CPF-SURROGATE       PIC X(12).
           05 JRNL-SOURCE-SYSTEM       PIC X(08).
           05 JRNL-CACHE-HIT           PIC X(01).
           05 JRNL-CROSS-MATCH         PIC X(01).
