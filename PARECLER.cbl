      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: LE O PARECER DESCRITIVO DE UMA LINHA DO BOLETIM (PELO
      *          F-ID) NUM BIMESTRE (PARECERES.DAT) E DEVOLVE O TEXTO
      *          JA QUEBRADO EM ATE 8 LINHAS DE 70 POSICOES, SEM
      *          CORTAR PALAVRA, PARA A IMPRESSAO NO TXTCOPIA, NO
      *          LOTECOPIA E NA TELA PARECER. ACOES:
      *            'L' - LE DO ARQUIVO E QUEBRA (ACHOU 'S'/'N');
      *            'Q' - SO QUEBRA O TEXTO RECEBIDO (PREVIA DA TELA,
      *                  ANTES DE GRAVAR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARECLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARECER-FILE
               ASSIGN TO
                   WS-PATH-PARECERES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PR-CHAVE
                   FILE STATUS IS WS-FS-PAR
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PARECER-FILE
       DATA RECORD IS PARECER-LINHA.
           COPY PARECER_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-PAR                    PIC 99.
          88 FS-PAR-OK                 VALUE 0.
       77 WS-TAM                       PIC 9(03).
       77 WS-POS                       PIC 9(03).
       77 WS-CORTE                     PIC 9(03).
       LINKAGE SECTION.
       01 WS-PL-ACAO                   PIC X.
       01 WS-PL-ID                     PIC 9(06).
       01 WS-PL-BIMESTRE               PIC 9.
       01 WS-PL-TEXTO                  PIC X(360).
       01 WS-PL-LINHAS.
           05 WS-PL-LINHA              PIC X(70) OCCURS 8 TIMES.
       01 WS-PL-QTD-LINHAS             PIC 9.
       01 WS-PL-ACHOU                  PIC X.
       PROCEDURE DIVISION USING WS-PL-ACAO WS-PL-ID WS-PL-BIMESTRE
                                WS-PL-TEXTO WS-PL-LINHAS
                                WS-PL-QTD-LINHAS WS-PL-ACHOU.

       P100-INICIO.
           MOVE SPACES TO WS-PL-LINHAS
           MOVE 0 TO WS-PL-QTD-LINHAS
           IF WS-PL-ACAO = 'L'
               MOVE 'N' TO WS-PL-ACHOU
               MOVE SPACES TO WS-PL-TEXTO
               OPEN INPUT PARECER-FILE
               IF NOT FS-PAR-OK
                   GOBACK
               END-IF
               MOVE WS-PL-ID       TO PR-ID
               MOVE WS-PL-BIMESTRE TO PR-BIMESTRE
               READ PARECER-FILE
                   KEY IS PR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PR-TEXTO NOT = SPACES
                           MOVE 'S' TO WS-PL-ACHOU
                           MOVE PR-TEXTO TO WS-PL-TEXTO
                       END-IF
               END-READ
               CLOSE PARECER-FILE
           END-IF
           PERFORM P200-QUEBRA
           GOBACK
           .

       P200-QUEBRA.
      * Corta no ultimo espaco que cabe em 70 posicoes; palavra maior
      * que a linha e cortada seca.
           MOVE 0 TO WS-TAM
           INSPECT FUNCTION REVERSE(WS-PL-TEXTO)
               TALLYING WS-TAM FOR LEADING ' '
           COMPUTE WS-TAM = 360 - WS-TAM
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > WS-TAM OR WS-PL-QTD-LINHAS >= 8
               PERFORM UNTIL WS-POS > WS-TAM
                       OR WS-PL-TEXTO(WS-POS:1) NOT = SPACE
                   ADD 1 TO WS-POS
               END-PERFORM
               IF WS-POS > WS-TAM
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PL-QTD-LINHAS
               IF WS-TAM - WS-POS < 70
                   MOVE WS-PL-TEXTO(WS-POS:WS-TAM - WS-POS + 1)
                       TO WS-PL-LINHA(WS-PL-QTD-LINHAS)
                   COMPUTE WS-POS = WS-TAM + 1
               ELSE
                   MOVE 71 TO WS-CORTE
                   PERFORM UNTIL WS-CORTE < 2
                           OR WS-PL-TEXTO(WS-POS + WS-CORTE - 1:1)
                              = SPACE
                       SUBTRACT 1 FROM WS-CORTE
                   END-PERFORM
                   IF WS-CORTE < 2
                       MOVE 71 TO WS-CORTE
                   END-IF
                   MOVE WS-PL-TEXTO(WS-POS:WS-CORTE - 1)
                       TO WS-PL-LINHA(WS-PL-QTD-LINHAS)
                   ADD WS-CORTE TO WS-POS
                   SUBTRACT 1 FROM WS-POS
               END-IF
           END-PERFORM
           .
