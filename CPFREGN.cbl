       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFREGN.
      *****************************************************************
      *    CPFREGN - FISCAL REGION ROUTINE. GIVEN A CLEAN 11-DIGIT CPF
      *    (SEE CPFNORM) AND THE STATE (UF) THE SUBMITTER DECLARED FOR
      *    THE HOLDER, IF ANY, RETURNS THE RECEITA FEDERAL FISCAL
      *    REGION THAT ISSUED THE NUMBER - ITS NINTH DIGIT, SEE
      *    CPFRGTAB - AND WHETHER THE DECLARED UF BELONGS TO IT.
      *
      *    REGN-UF-CHECK VALUES ON RETURN:
      *        SPACE  NO UF DECLARED - NOTHING TO COMPARE
      *        'I'    THE DECLARED UF IS INSIDE THE ISSUING REGION
      *        'O'    THE DECLARED UF IS OUTSIDE THE ISSUING REGION,
      *               OR IS NOT A UF AT ALL
      *    A CPF IS ISSUED ONCE AND THE HOLDER MAY MOVE AFTERWARDS, SO
      *    AN 'O' IS A WARNING FOR THE CALLER TO REPORT (REASON 16 IN
      *    CPFIO), NEVER A REJECT ON ITS OWN. PURE COMPUTE, NO FILE
      *    I-O, SAFE UNDER CICS THE SAME WAY CPFNORM IS.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CPF-CLEAN PIC 9(11).
       01 WS-CPF-DIGITS REDEFINES WS-CPF-CLEAN.
           05 WS-CPF-DIGIT PIC 9 OCCURS 11 TIMES.
       01 WS-WORK.
           05 WS-REGION-IDX PIC 9(02).
           05 WS-UF-IDX PIC 9(02).
           05 WS-UF PIC X(02).
       COPY CPFRGTAB.
       LINKAGE SECTION.
       01 REGN-CPF-CLEAN PIC 9(11).
       01 REGN-DECLARED-UF PIC X(02).
       01 REGN-REGION PIC X(01).
       01 REGN-UF-CHECK PIC X(01).
       PROCEDURE DIVISION USING REGN-CPF-CLEAN REGN-DECLARED-UF
           REGN-REGION REGN-UF-CHECK.
           MOVE REGN-CPF-CLEAN TO WS-CPF-CLEAN.
           MOVE WS-CPF-DIGIT(9) TO REGN-REGION.
           MOVE SPACE TO REGN-UF-CHECK.
           IF REGN-DECLARED-UF NOT = SPACES
               PERFORM CHECK-DECLARED-UF
           END-IF.
           GOBACK.

       CHECK-DECLARED-UF.
           MOVE FUNCTION UPPER-CASE(REGN-DECLARED-UF) TO WS-UF.
           COMPUTE WS-REGION-IDX = WS-CPF-DIGIT(9) + 1.
           MOVE 'O' TO REGN-UF-CHECK.
           PERFORM VARYING WS-UF-IDX FROM 1 BY 1 UNTIL WS-UF-IDX > 6
               IF CPF-REGION-UF(WS-REGION-IDX WS-UF-IDX) = WS-UF
                   AND WS-UF NOT = SPACES
                   MOVE 'I' TO REGN-UF-CHECK
               END-IF
           END-PERFORM.
