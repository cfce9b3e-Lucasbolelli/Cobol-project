      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: DEVOLVE O REGIME DE AVALIACAO DE UMA TURMA NUM ANO
      *          LETIVO, CONSULTANDO O CADASTRO DE TURMAS
      *          (TURMACAT.DAT): A QUANTIDADE DE PERIODOS (4, 3 OU 2
      *          COLUNAS DE MEDIA) E O NOME DO PERIODO ('BIMESTRE',
      *          'TRIMESTRE' OU 'SEMESTRE'). TURMA FORA DO CADASTRO,
      *          CADASTRO INEXISTENTE OU REGIME ZERADO (TURMA
      *          CADASTRADA ANTES DO REGIME) VALE COMO BIMESTRAL -
      *          TODO O HISTORICO EM QUATRO BIMESTRES CONTINUA COMO
      *          SEMPRE FOI. GUARDA A ULTIMA CONSULTA PARA OS
      *          RELATORIOS QUE CHAMAM LINHA A LINHA NAO REABRIREM O
      *          CADASTRO A CADA ALUNO DA MESMA TURMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
                   .
       DATA DIVISION.
       FILE SECTION.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-TUR                    PIC 99.
          88 FS-TUR-OK                 VALUE 0.
       77 WS-ULT-ANO                   PIC X(07) VALUE HIGH-VALUES.
       77 WS-ULT-TURMA                 PIC X(10) VALUE HIGH-VALUES.
       77 WS-ULT-QTD                   PIC 9     VALUE 4.
       LINKAGE SECTION.
       01 WS-RG-ANO                    PIC X(07).
       01 WS-RG-TURMA                  PIC X(10).
       01 WS-RG-QTD                    PIC 9.
       01 WS-RG-NOME                   PIC X(09).
       PROCEDURE DIVISION USING WS-RG-ANO WS-RG-TURMA WS-RG-QTD
                                WS-RG-NOME.

       P100-INICIO.
           IF WS-RG-ANO NOT = WS-ULT-ANO
              OR WS-RG-TURMA NOT = WS-ULT-TURMA
               PERFORM P200-CONSULTA
           END-IF
           MOVE WS-ULT-QTD TO WS-RG-QTD
           EVALUATE WS-RG-QTD
               WHEN 3
                   MOVE 'TRIMESTRE' TO WS-RG-NOME
               WHEN 2
                   MOVE 'SEMESTRE'  TO WS-RG-NOME
               WHEN OTHER
                   MOVE 'BIMESTRE'  TO WS-RG-NOME
           END-EVALUATE
           GOBACK
           .

       P200-CONSULTA.
           MOVE WS-RG-ANO   TO WS-ULT-ANO
           MOVE WS-RG-TURMA TO WS-ULT-TURMA
           MOVE 4           TO WS-ULT-QTD
           OPEN INPUT TURMACAT-FILE
           IF FS-TUR-OK
               MOVE WS-RG-ANO   TO TU-ANO
               MOVE WS-RG-TURMA TO TU-TURMA
               READ TURMACAT-FILE
                   KEY IS TU-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TU-REGIME-VALIDO
                           MOVE TU-REGIME TO WS-ULT-QTD
                       END-IF
               END-READ
               CLOSE TURMACAT-FILE
           END-IF
           .
