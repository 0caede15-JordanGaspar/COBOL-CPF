      *****************************************************************
      *    CPFDMAP - BMS SYMBOLIC MAP FOR THE CPFD TRANSACTION
      *    (CPFDASH, NIGHT-CHAIN STATUS DASHBOARD). MAPSET CPFDMAPS,
      *    MAP CPFDMAP. GENERATED FROM THE BMS SOURCE MAINTAINED
      *    ALONGSIDE THE CICS APPLICATION; KEPT HERE AS THE COPY BOOK
      *    CPFDASH COMPILES AGAINST.
      *
      *    FIELDS: DTHR THE IN-FLIGHT THRESHOLD IN MINUTES (INPUT,
      *    ECHOED WITH THE VALUE IN USE); OUTPUTS ARE DNOW THE
      *    DATE/TIME THE SCREEN WAS BUILT, DROW ONE PREFORMATTED LINE
      *    PER CHAIN STEP (BMS OCCURS=12, IN CHAIN ORDER - SEE
      *    CPFDASH), DHST THE LATEST CPFHIST.DAT TOTALS, DBAL THE
      *    CPFBAL BALANCE OUTCOME AND DMSG THE SUMMARY LINE.
      *****************************************************************
       01 CPFDMAPI.
           05 FILLER                  PIC X(12).
           05 DTHRL                   PIC S9(04) COMP.
           05 DTHRF                   PIC X(01).
           05 FILLER REDEFINES DTHRF.
               10 DTHRA                PIC X(01).
           05 DTHRI                   PIC X(03).
           05 DNOWL                   PIC S9(04) COMP.
           05 DNOWF                   PIC X(01).
           05 FILLER REDEFINES DNOWF.
               10 DNOWA                PIC X(01).
           05 DNOWI                   PIC X(15).
           05 DROWD OCCURS 12 TIMES.
               10 DROWL                PIC S9(04) COMP.
               10 DROWF                PIC X(01).
               10 FILLER REDEFINES DROWF.
                   15 DROWA            PIC X(01).
               10 DROWI                PIC X(76).
           05 DHSTL                   PIC S9(04) COMP.
           05 DHSTF                   PIC X(01).
           05 FILLER REDEFINES DHSTF.
               10 DHSTA                PIC X(01).
           05 DHSTI                   PIC X(76).
           05 DBALL                   PIC S9(04) COMP.
           05 DBALF                   PIC X(01).
           05 FILLER REDEFINES DBALF.
               10 DBALA                PIC X(01).
           05 DBALI                   PIC X(76).
           05 DMSGL                   PIC S9(04) COMP.
           05 DMSGF                   PIC X(01).
           05 FILLER REDEFINES DMSGF.
               10 DMSGA                PIC X(01).
           05 DMSGI                   PIC X(60).
       01 CPFDMAPO REDEFINES CPFDMAPI.
           05 FILLER                  PIC X(12).
           05 FILLER                  PIC X(03).
           05 DTHRO                   PIC X(03).
           05 FILLER                  PIC X(03).
           05 DNOWO                   PIC X(15).
           05 DROWOD OCCURS 12 TIMES.
               10 FILLER               PIC X(03).
               10 DROWO                PIC X(76).
           05 FILLER                  PIC X(03).
           05 DHSTO                   PIC X(76).
           05 FILLER                  PIC X(03).
           05 DBALO                   PIC X(76).
           05 FILLER                  PIC X(03).
           05 DMSGO                   PIC X(60).
