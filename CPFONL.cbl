      * UNINITIALIZED STORAGE WOULD DRAIN THROUGH THE CPFJ TDQ INTO
      * THE JOURNAL.
           MOVE SPACES TO JRNL-CPF-SURROGATE.
      * LIKEWISE THE CHARGEBACK ATTRIBUTION: A CSR INQUIRY HAS NO
      * SUBMITTING SOURCE SYSTEM, AND CPFCHGB BILLS CPFONL ENTRIES
      * AS ONLINE INQUIRIES ON THE CALLING PROGRAM ALONE.
           MOVE SPACES TO JRNL-SOURCE-SYSTEM.
           MOVE SPACE TO JRNL-CACHE-HIT.
           MOVE SPACE TO JRNL-CROSS-MATCH.
           MOVE CPF-RAW TO JRNL-CPF-RAW.
           MOVE CPF-RETURN TO JRNL-CPF-RETURN.
           MOVE CPF-REASON-CODE TO JRNL-CPF-REASON-CODE.
