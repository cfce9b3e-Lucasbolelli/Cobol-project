      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: DIZ SE A COLUNA DE MEDIA DE UM PERIODO DE UMA TURMA
      *          AINDA ACEITA LANCAMENTO, RESPEITANDO O REGIME DA
      *          TURMA NO ANO (REGIME). DEVOLVE:
      *            'A' - PERIODO ABERTO;
      *            'F' - PERIODO FECHADO (COLUNA CONGELADA);
      *            'I' - PERIODO INEXISTENTE NO REGIME DA TURMA (EX:
      *                  4 NUMA TURMA TRIMESTRAL, 3 NUMA SEMESTRAL).
      *          TURMA BIMESTRAL CONSULTA O BIMVAL (BIMESTRES.DAT),
      *          EXATAMENTE COMO ANTES; TRIMESTRAL E SEMESTRAL
      *          CONSULTAM O PERIODOS.DAT. PERIODO FORA DO ARQUIVO,
      *          OU ARQUIVO INEXISTENTE, VALE COMO ABERTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERIODO-FILE
               ASSIGN TO
                   WS-PATH-PERIODOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PP-CHAVE
                   FILE STATUS IS WS-FS-PER
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PERIODO-FILE
       DATA RECORD IS PERIODO-LINHA.
           COPY PERIODO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-PER                    PIC 99.
          88 FS-PER-OK                 VALUE 0.
       77 WS-QTD-PERIODOS              PIC 9.
       77 WS-NOME-PERIODO              PIC X(09).
       LINKAGE SECTION.
       01 WS-PV-ANO                    PIC X(07).
       01 WS-PV-TURMA                  PIC X(10).
       01 WS-PV-NUMERO                 PIC 9.
       01 WS-PV-RESULTADO              PIC X.
       PROCEDURE DIVISION USING WS-PV-ANO WS-PV-TURMA WS-PV-NUMERO
                                WS-PV-RESULTADO.

       P100-INICIO.
           MOVE 'A' TO WS-PV-RESULTADO
           CALL 'REGIME' USING WS-PV-ANO WS-PV-TURMA WS-QTD-PERIODOS
                               WS-NOME-PERIODO
           IF WS-PV-NUMERO < 1 OR WS-PV-NUMERO > WS-QTD-PERIODOS
               MOVE 'I' TO WS-PV-RESULTADO
               GOBACK
           END-IF

           IF WS-QTD-PERIODOS = 4
               CALL 'BIMVAL' USING WS-PV-ANO WS-PV-NUMERO
                                   WS-PV-RESULTADO
               GOBACK
           END-IF

           OPEN INPUT PERIODO-FILE
           IF FS-PER-OK
               MOVE WS-PV-ANO       TO PP-ANO
               MOVE WS-QTD-PERIODOS TO PP-REGIME
               MOVE WS-PV-NUMERO    TO PP-PERIODO
               READ PERIODO-FILE
                   KEY IS PP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PP-STATUS = 'F'
                           MOVE 'F' TO WS-PV-RESULTADO
                       END-IF
               END-READ
               CLOSE PERIODO-FILE
           END-IF
           GOBACK
           .
