      *****************************************************************
      *    CPFIDREC - INTRADAY DROP CONTROL RECORD (CPFIDCTL.DAT, ONE
      *    RECORD, REWRITTEN WHOLE). OWNED BY CPFINTRA: IDC-NEXT-DROP
      *    IS THE SEQUENCE NUMBER OF THE NEXT DROP FILE
      *    (CPFDnnnnnn.DAT) IT WILL PICK UP, SO EVERY DROP BELOW IT HAS
      *    BEEN DEALT WITH - VALIDATED, OR REFUSED BY THE SUBMISSION
      *    CHECK. IT IS STEPPED ONLY AFTER A DROP'S RUN-CONTROL ENTRY
      *    HAS BEEN ENDED, SO A DROP THAT DIED PART-WAY IS PICKED UP
      *    AGAIN FROM THE TOP ON THE NEXT CYCLE.
      *
      *    CPFIDMRG READS THE RECORD (NEVER WRITES IT) TO FIND THE
      *    HIGHEST DROP THERE IS TO CONSOLIDATE. A MISSING FILE MEANS
      *    NO DROP HAS EVER BEEN PROCESSED - THE FIRST DROP IS 000001.
      *****************************************************************
       01  CPF-DROP-CONTROL-RECORD.
           05  IDC-NEXT-DROP               PIC 9(06).
           05  IDC-UPDATED-TIMESTAMP       PIC X(14).
