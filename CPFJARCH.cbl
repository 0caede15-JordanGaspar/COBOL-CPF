               ==JRNL-CPF-RETURN== BY ==GEN-CPF-RETURN==
               ==JRNL-CPF-REASON-CODE== BY ==GEN-CPF-REASON-CODE==
               ==JRNL-CPF-STATUS== BY ==GEN-CPF-STATUS==
               ==JRNL-CPF-SURROGATE== BY ==GEN-CPF-SURROGATE==
               ==JRNL-SOURCE-SYSTEM== BY ==GEN-SOURCE-SYSTEM==
               ==JRNL-CACHE-HIT== BY ==GEN-CACHE-HIT==
               ==JRNL-CROSS-MATCH== BY ==GEN-CROSS-MATCH==.
       FD RETAIN-WORK-FILE.
           COPY CPFJRNL REPLACING ==CPF-JOURNAL-RECORD==
               BY ==RET-JOURNAL-RECORD==
               ==JRNL-CPF-RETURN== BY ==RET-CPF-RETURN==
               ==JRNL-CPF-REASON-CODE== BY ==RET-CPF-REASON-CODE==
               ==JRNL-CPF-STATUS== BY ==RET-CPF-STATUS==
               ==JRNL-CPF-SURROGATE== BY ==RET-CPF-SURROGATE==
               ==JRNL-SOURCE-SYSTEM== BY ==RET-SOURCE-SYSTEM==
               ==JRNL-CACHE-HIT== BY ==RET-CACHE-HIT==
               ==JRNL-CROSS-MATCH== BY ==RET-CROSS-MATCH==.
       WORKING-STORAGE SECTION.
       01 WS-LIVE-FILE-STATUS PIC X(02).
       01 WS-GEN-FILE-STATUS PIC X(02).
