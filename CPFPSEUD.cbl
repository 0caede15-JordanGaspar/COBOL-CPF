      *                      SURROGATE BACK TO THE REAL CPF THROUGH
      *                      THE UNIQUE ALTERNATE KEY; READ-ONLY AND
      *                      MISSING-VAULT-SAFE LIKE CPFPSEUDLK
      *        'CPFPSEUDDEL' (CPF, FOUND) - REMOVE THE CPF'S MAPPING,
      *                      FOR A DATA-SUBJECT ERASURE (CPFLGPD)
      *                      ONCE NOTHING RETAINED STILL CARRIES THE
      *                      SURROGATE. NEVER CREATES THE VAULT AND
      *                      NEVER TOUCHES THE CONTROL RECORD; THE
      *                      SERIAL IS NOT REUSED
      *        'CPFPSEUDMODE' (MODE-FLAG) - ANSWERS 'Y' WHEN THE
      *                      SITE RUNS PROTECTED (ENVIRONMENT
      *                      SETTING CPFPROT=Y), 'N' OTHERWISE -
           END-IF.
           GOBACK.

       ENTRY 'CPFPSEUDDEL' USING PSD-CPF-CLEAN PSD-FOUND-FLAG.
           PERFORM ENSURE-VAULT-READ.
           PERFORM DELETE-SURROGATE.
           GOBACK.

       DELETE-SURROGATE.
      * ONLY A VAULT THE READ PATH FOUND IS REOPENED FOR UPDATE - AN
      * ERASURE AT A SITE RUNNING WITH THE MODE OFF MUST NOT LEAVE AN
      * EMPTY VAULT BEHIND.
           MOVE 'N' TO PSD-FOUND-FLAG.
           IF WS-VAULT-FILE-OPEN = 'Y' AND PSD-CPF-CLEAN NOT = ZERO
               PERFORM ENSURE-VAULT-UPDATE
               MOVE PSD-CPF-CLEAN TO VLT-CPF-KEY
               DELETE CPF-VAULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO PSD-FOUND-FLAG
               END-DELETE
               IF WS-VAULT-FILE-STATUS NOT = '00'
                   AND WS-VAULT-FILE-STATUS NOT = '23'
                   MOVE 'CPF-VAULT-FILE DELETE FAILED'
                       TO WS-ABEND-MESSAGE
                   MOVE WS-VAULT-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.
           GOBACK.

       ENTRY 'CPFPSEUDMODE' USING PSD-MODE-FLAG.
           MOVE 'N' TO PSD-MODE-FLAG.
           MOVE SPACES TO WS-ENV-VALUE.
