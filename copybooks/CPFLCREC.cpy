      *****************************************************************
      *    CPFLCREC - DATA-SUBJECT REQUEST CERTIFICATE, ONE RECORD PER
      *    CPFLGPD RUN, APPENDED TO CPFLGPDC.DAT. IT IS THE SHOP'S
      *    EVIDENCE TO THE DATA PROTECTION OFFICER THAT AN ACCESS OR
      *    ERASURE REQUEST WAS ANSWERED, WHEN, AND WITH WHAT RESULT
      *    IN EACH CPF-BEARING STORE.
      *
      *    THE CERTIFICATE MUST OUTLIVE AN ERASURE, SO IT NEVER
      *    CARRIES THE CLEAR CPF: LGC-CPF-MASKED IS THE PROTECTIVE
      *    MASK (ddd.***.***-dd - SEE CPFMASKP IN CPFNORM) AND THE
      *    REQUEST IS TRACED BY LGC-REQUEST-ID, THE DPO'S OWN TICKET.
      *    LGC-CPF-SURROGATE IS THE VAULT SURROGATE AS IT STOOD AT
      *    THE START OF THE RUN (SPACES WHEN THE CPF HAD NONE).
      *
      *    LGC-STORE-RESULT, IN THIS FIXED ORDER:
      *        01 CPFMSTR   02 CPFCACHE  03 CPFXREF   04 CPFWATCH
      *        05 CPFSIT    06 CNPJQSA   07 CPFVAULT  08 CPFJRNL
      *        09 CPFSUSP   10 CPFREFR
      *    LGC-STORE-ITEMS COUNTS THE RECORDS FOUND FOR THE CPF (FOR
      *    CPFJRNL, LIVE JOURNAL AND GENERATIONS TOGETHER; FOR
      *    CPFCACHE AND CPFSUSP, THE PARTITION FILES TOO, AND FOR
      *    CPFSUSP THE UNCONSOLIDATED INTRADAY DROPS; FOR CPFREFR, THE
      *    OPEN CASE AND EVERY CLOSED ONE).
      *    LGC-STORE-ACTION SAYS WHAT WAS DONE WITH THEM.
      *    LGC-RETAIN-UNTIL (YYYYMM) IS THE MONTH THE NEWEST RETAINED
      *    JOURNAL ENTRY AGES OUT UNDER CPFJARCH'S 60-MONTH SWEEP.
      *****************************************************************
       01  CPF-LGPD-CERT-RECORD.
           05  LGC-REQUEST-ID              PIC X(20).
           05  LGC-MODE                    PIC X(01).
               88  LGC-ACCESS-REQUEST          VALUE 'A'.
               88  LGC-ERASURE-REQUEST         VALUE 'E'.
           05  LGC-RUN-TIMESTAMP           PIC X(14).
           05  LGC-REQUESTED-BY            PIC X(08).
           05  LGC-CPF-MASKED              PIC X(14).
           05  LGC-CPF-SURROGATE           PIC X(12).
           05  LGC-STORE-RESULT OCCURS 10 TIMES.
               10  LGC-STORE-NAME          PIC X(08).
               10  LGC-STORE-ITEMS         PIC 9(07).
               10  LGC-STORE-ACTION        PIC X(01).
                   88  LGC-NOTHING-HELD        VALUE 'N'.
                   88  LGC-HELD-REPORTED       VALUE 'H'.
                   88  LGC-DELETED             VALUE 'D'.
                   88  LGC-ANONYMIZED          VALUE 'A'.
                   88  LGC-RETAINED            VALUE 'R'.
           05  LGC-RETAIN-UNTIL            PIC X(06).
