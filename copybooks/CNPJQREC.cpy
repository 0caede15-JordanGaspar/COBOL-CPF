      *****************************************************************
      *    CNPJQREC - RECORD LAYOUT FOR THE RECEITA FEDERAL PARTNER
      *    FILE (CNPJQSA.DAT, A VSAM KSDS KEYED ON THE 14-DIGIT CNPJ
      *    PLUS THE 11-DIGIT PARTNER CPF), REBUILT MONTHLY BY CNPJQSLD
      *    FROM THE RF QUADRO SOCIETARIO (QSA) EXTRACT - ONE RECORD
      *    PER PARTNER OR ADMINISTRATOR OF EACH COMPANY.
      *
      *    A GENERIC START ON QSA-CNPJ-KEY WITH QSA-PARTNER-CPF AT
      *    ZERO POSITIONS ON THE FIRST PARTNER OF A COMPANY; READ NEXT
      *    UNTIL THE CNPJ CHANGES. A CNPJ ABSENT FROM THE FILE SIMPLY
      *    HAS NO PARTNERS TO CHECK (SEE CNPJQSA).
      *
      *    QSA-PARTNER-ROLE IS THE RF QUALIFICATION CODE AS SUPPLIED
      *    (E.G. 49 PARTNER-ADMINISTRATOR, 22 PARTNER) - CARRIED FOR
      *    THE ONBOARDING TEAM'S FOLLOW-UP, NOT USED BY THE CHECK.
      *****************************************************************
       01  CNPJ-PARTNER-RECORD.
           05  QSA-KEY.
               10  QSA-CNPJ-KEY            PIC 9(14).
               10  QSA-PARTNER-CPF         PIC 9(11).
           05  QSA-PARTNER-ROLE            PIC X(02).
           05  QSA-PARTNER-NAME            PIC X(40).
           05  QSA-EXTRACT-DATE            PIC X(08).
