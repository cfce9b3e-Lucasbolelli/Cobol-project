      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CONFERE SE TODO ALUNO DAS MATERIAS AVALIADAS POR
      *          CONCEITO (MC-CONCEITO, VIA MATCONC) JA TEM O PARECER
      *          DESCRITIVO DO BIMESTRE (PARECERES.DAT). LISTA NA
      *          TELA CADA LINHA DO BOLETIM DO ANO AINDA SEM PARECER
      *          E DEVOLVE A QUANTIDADE. REGIME DIFERENTE DE ZERO SO
      *          CONSIDERA AS TURMAS DAQUELE REGIME (REGIME); TURMA
      *          EM BRANCO = TODAS. CHAMADO PELO BIMCTL ANTES DE
      *          FECHAR O PERIODO E PELA TELA PARECER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARECHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
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
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD PARECER-FILE
       DATA RECORD IS PARECER-LINHA.
           COPY PARECER_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-BOL                    PIC 99.
          88 FS-BOL-OK                 VALUE 0.
       77 WS-FS-PAR                    PIC 99.
          88 FS-PAR-OK                 VALUE 0.
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-TEM-PARECER               PIC X.
       77 WS-MCC-CONCEITO              PIC X.
       77 WS-QTD-PERIODOS              PIC 9.
       77 WS-NOME-PERIODO              PIC X(09).
       LINKAGE SECTION.
       01 WS-PC-ANO                    PIC X(07).
       01 WS-PC-BIMESTRE               PIC 9.
       01 WS-PC-REGIME                 PIC 9.
       01 WS-PC-TURMA                  PIC X(10).
       01 WS-PC-FALTANDO               PIC 9(05).
       PROCEDURE DIVISION USING WS-PC-ANO WS-PC-BIMESTRE
                                WS-PC-REGIME WS-PC-TURMA
                                WS-PC-FALTANDO.

       P100-INICIO.
           MOVE 0 TO WS-PC-FALTANDO
           SET EOF-OK TO FALSE
           OPEN INPUT BOLETIM
           IF NOT FS-BOL-OK
               GOBACK
           END-IF
      * Sem o arquivo de pareceres ninguem tem parecer ainda.
           OPEN INPUT PARECER-FILE
           PERFORM UNTIL EOF-OK
               READ BOLETIM
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF F-ANO-LETIVO = WS-PC-ANO
                          AND F-STATUS NOT = 'EXPURGADO'
                          AND (WS-PC-TURMA = SPACES
                               OR F-TURMA = WS-PC-TURMA)
                           PERFORM P200-CONFERE-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOLETIM
           IF FS-PAR-OK
               CLOSE PARECER-FILE
           END-IF
           GOBACK
           .

       P200-CONFERE-LINHA.
           IF WS-PC-REGIME NOT = 0
               CALL 'REGIME' USING F-ANO-LETIVO F-TURMA
                                   WS-QTD-PERIODOS WS-NOME-PERIODO
               IF WS-QTD-PERIODOS NOT = WS-PC-REGIME
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL 'MATCONC' USING F-MATERIA WS-MCC-CONCEITO
           IF WS-MCC-CONCEITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TEM-PARECER
           IF FS-PAR-OK
               MOVE F-ID           TO PR-ID
               MOVE WS-PC-BIMESTRE TO PR-BIMESTRE
               READ PARECER-FILE
                   KEY IS PR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PR-TEXTO NOT = SPACES
                           MOVE 'S' TO WS-TEM-PARECER
                       END-IF
               END-READ
           END-IF
           IF WS-TEM-PARECER = 'N'
               ADD 1 TO WS-PC-FALTANDO
               DISPLAY 'SEM PARECER: TURMA ' F-TURMA ' '
                       F-NOME ' ' F-MATERIA ' (ID ' F-ID ')'
           END-IF
           .
