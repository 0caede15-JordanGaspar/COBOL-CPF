      *    AND THE OPERATOR NEEDS TO SEE WHAT ARRIVED.
      *****************************************************************
       01 PREFIX-SUSP-RECORD.
           05 PREFIX-SUSP-INPUT-RECORD PIC X(102).
           05 PREFIX-SUSP-FAILURE-POINT PIC X(25).
           05 PREFIX-SUSP-FILE-STATUS PIC X(02).
           05 PREFIX-SUSP-AGE-COUNT PIC 9(03).
