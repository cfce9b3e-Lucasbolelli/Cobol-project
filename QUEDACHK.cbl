      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: REGRA DO ALERTA DE QUEDA DE RENDIMENTO, SEPARADA DO
      *          RELQUEDA PARA A INDICACAO DO REFORCO (REFORCO) USAR
      *          A MESMA CONTA: RECEBE AS QUATRO NOTAS BIMESTRAIS
      *          (ZERO = BIMESTRE AINDA NAO LANCADO) E DEVOLVE O
      *          MOTIVO - DOIS BIMESTRES CONSECUTIVOS EM QUEDA, OU O
      *          ULTIMO BIMESTRE LANCADO ABAIXO DE 5 DEPOIS DE
      *          BIMESTRES ANTERIORES REGULARES. SEM ALERTA, O MOTIVO
      *          VOLTA EM BRANCO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEDACHK.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-IDX                       PIC 9.
       77 WS-ULTIMO-LANCADO            PIC 9.
       77 WS-QUEDAS-SEGUIDAS           PIC 9.
       77 WS-ANTERIORES-OK             PIC X.
          88 ANTERIORES-OK             VALUE 'S' FALSE 'N'.
       LINKAGE SECTION.
       01 WS-QC-NOTAS.
           05 WS-QC-NOTA OCCURS 4 TIMES PIC 9(02)V9.
       01 WS-QC-MOTIVO                 PIC X(30).
       PROCEDURE DIVISION USING WS-QC-NOTAS WS-QC-MOTIVO.

       P100-INICIO.
           MOVE SPACES TO WS-QC-MOTIVO

      * Ultimo bimestre lancado = ultima nota diferente de zero.
           MOVE 0 TO WS-ULTIMO-LANCADO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-QC-NOTA(WS-IDX) NOT = 0
                   MOVE WS-IDX TO WS-ULTIMO-LANCADO
               END-IF
           END-PERFORM

      * Com um bimestre so nao ha tendencia para ler.
           IF WS-ULTIMO-LANCADO < 2
               GOBACK
           END-IF

      * (1) Quedas consecutivas: conta as quedas na sequencia de
      * bimestres lancados terminando no ultimo; duas seguidas
      * acendem o alerta.
           MOVE 0 TO WS-QUEDAS-SEGUIDAS
           PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > WS-ULTIMO-LANCADO
      * Bimestre zerado no meio = ainda nao lancado: nao e queda
      * nem quebra de queda confiavel, zera a contagem.
               IF WS-QC-NOTA(WS-IDX) NOT = 0
                  AND WS-QC-NOTA(WS-IDX - 1) NOT = 0
                  AND WS-QC-NOTA(WS-IDX) < WS-QC-NOTA(WS-IDX - 1)
                   ADD 1 TO WS-QUEDAS-SEGUIDAS
               ELSE
                   MOVE 0 TO WS-QUEDAS-SEGUIDAS
               END-IF
           END-PERFORM
           IF WS-QUEDAS-SEGUIDAS >= 2
               MOVE 'QUEDA EM 2 BIMESTRES SEGUIDOS' TO WS-QC-MOTIVO
           END-IF

      * (2) Ultimo bimestre abaixo de 5 com os anteriores regulares.
           IF WS-QC-MOTIVO = SPACES
              AND WS-QC-NOTA(WS-ULTIMO-LANCADO) < 5
               SET ANTERIORES-OK TO TRUE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-ULTIMO-LANCADO
                   IF WS-QC-NOTA(WS-IDX) NOT = 0
                      AND WS-QC-NOTA(WS-IDX) < 5
                       SET ANTERIORES-OK TO FALSE
                   END-IF
               END-PERFORM
               IF ANTERIORES-OK
                   MOVE 'CAIU ABAIXO DE 5 NO ULTIMO BIM'
                       TO WS-QC-MOTIVO
               END-IF
           END-IF
           GOBACK
           .
