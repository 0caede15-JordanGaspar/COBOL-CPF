               ==PREFIX-CPF-RETURN== BY ==ACC-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==ACC-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==ACC-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==ACC-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==ACC-CPF-REGION==.
       FD CPF-REJECT-FILE.
           COPY CPFOUT REPLACING ==PREFIX-OUTPUT-RECORD==
               BY ==REJ-OUTPUT-RECORD==
               ==PREFIX-CPF-RETURN== BY ==REJ-CPF-RETURN==
               ==PREFIX-CPF-REASON-CODE== BY ==REJ-CPF-REASON-CODE==
               ==PREFIX-CPF-STATUS== BY ==REJ-CPF-STATUS==
               ==PREFIX-CPF-SURROGATE== BY ==REJ-CPF-SURROGATE==
               ==PREFIX-CPF-REGION== BY ==REJ-CPF-REGION==.
       FD RET-ACC-FILE.
       01 RET-ACC-RECORD PIC X(118).
       FD RET-REJ-FILE.
       01 RET-REJ-RECORD PIC X(118).
       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS PIC X(02).
       01 WS-REJ-FILE-STATUS PIC X(02).
           05 WS-CTL-FLAG PIC X(08) VALUE '*CONTROL'.
           05 WS-CTL-RUN-DATE PIC X(08).
           05 WS-CTL-RECORD-COUNT PIC 9(09).
           05 FILLER PIC X(93) VALUE SPACES.
       01 WS-ABEND-MESSAGE PIC X(40).
       01 WS-ABEND-STATUS PIC X(02).
       PROCEDURE DIVISION.
