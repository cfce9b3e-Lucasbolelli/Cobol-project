      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: LE OS NUMEROS DA BIBLIOTECA GUARDADOS NOS PARAMETROS
      *          DA ESCOLA (PARAMETROS.DAT) - QUANTOS LIVROS UM ALUNO
      *          PODE TER EMPRESTADOS AO MESMO TEMPO E O PRAZO DO
      *          EMPRESTIMO EM DIAS CORRIDOS. SEM ARQUIVO, OU COM
      *          ARQUIVO GRAVADO ANTES DESTES CAMPOS, VALEM OS
      *          NUMEROS DA CASA: 3 LIVROS E 14 DIAS. SEPARADO DO
      *          PARAMLER NO MESMO MOLDE DO PARAMFIN; CHAMADO PELA
      *          BIBLIOTECA E PELO PARAMMAN. OS PARAMETROS SAO OS DA
      *          UNIDADE ESCOLAR DA SESSAO, COMO NO PARAMLER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMBIB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAM-FILE
               ASSIGN TO
                   WS-PATH-PARAMETROS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PAR
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PARAM-FILE
       DATA RECORD IS PARAMETRO-LINHA.
           COPY PARAMETRO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-PAR                    PIC 99.
       77 WS-UP-MODO                   PIC X.
       LINKAGE SECTION.
       01 WS-PAR-BIB-LIMITE            PIC 9(02).
       01 WS-PAR-BIB-PRAZO             PIC 9(03).
       PROCEDURE DIVISION USING WS-PAR-BIB-LIMITE WS-PAR-BIB-PRAZO.

       P100-INICIO.
           MOVE 3  TO WS-PAR-BIB-LIMITE
           MOVE 14 TO WS-PAR-BIB-PRAZO

      * Cada unidade escolar tem seus parametros; unidade que ainda
      * nao gravou os seus usa os da sede (arquivo de sempre).
           MOVE 'U' TO WS-UP-MODO
           CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-PARAMETROS
           OPEN INPUT PARAM-FILE
           IF WS-FS-PAR NOT = 0
               MOVE 'B' TO WS-UP-MODO
               CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-PARAMETROS
               OPEN INPUT PARAM-FILE
           END-IF
           IF WS-FS-PAR = 0
               MOVE SPACES TO PARAMETRO-LINHA
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      * Linha curta (arquivo anterior a biblioteca) chega com os
      * campos em branco: so troca o padrao se vier numero maior
      * que zero.
                       IF PA-BIB-LIMITE IS NUMERIC
                          AND PA-BIB-LIMITE > 0
                           MOVE PA-BIB-LIMITE TO WS-PAR-BIB-LIMITE
                       END-IF
                       IF PA-BIB-PRAZO IS NUMERIC
                          AND PA-BIB-PRAZO > 0
                           MOVE PA-BIB-PRAZO  TO WS-PAR-BIB-PRAZO
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           GOBACK
           .
