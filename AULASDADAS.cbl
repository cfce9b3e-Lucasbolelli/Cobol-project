      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CONTA AS AULAS EFETIVAMENTE DADAS DE UMA MATERIA NUMA
      *          TURMA E ANO LETIVO NO REGISTRO DE AULAS (AULAS.DAT,
      *          MANTIDO PELO AULAMAN): DADA PELO TITULAR, DADA POR
      *          SUBSTITUTO E REPOSICAO. CADA AULA VALE UMA HORA. O
      *          INDICADOR ACHOU VOLTA 'S' QUANDO A TURMA TEM REGISTRO
      *          DE AULAS NO ANO - SEM REGISTRO, QUEM CHAMA
      *          (HISTOFICIAL) FICA COM A CARGA PREVISTA DO CATALOGO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULASDADAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AULA-FILE
               ASSIGN TO
                   WS-PATH-AULAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AU-CHAVE
                   FILE STATUS IS WS-FS-AUL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD AULA-FILE
       DATA RECORD IS AULA-LINHA.
           COPY AULA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-AUL                    PIC 99.
          88 FS-AUL-OK                 VALUE 0.
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       LINKAGE SECTION.
       01 WS-AD-ANO                    PIC X(07).
       01 WS-AD-TURMA                  PIC X(10).
       01 WS-AD-MATERIA                PIC X(20).
       01 WS-AD-QTD                    PIC 9(04).
       01 WS-AD-ACHOU                  PIC X.
       PROCEDURE DIVISION USING WS-AD-ANO WS-AD-TURMA WS-AD-MATERIA
                                WS-AD-QTD WS-AD-ACHOU.

       P100-INICIO.
           MOVE 0   TO WS-AD-QTD
           MOVE 'N' TO WS-AD-ACHOU
           OPEN INPUT AULA-FILE
           IF NOT FS-AUL-OK
               GOBACK
           END-IF
           SET EOF-OK TO FALSE
           MOVE WS-AD-ANO   TO AU-ANO
           MOVE WS-AD-TURMA TO AU-TURMA
           MOVE LOW-VALUES  TO AU-DATA
           MOVE 0           TO AU-PERIODO
           START AULA-FILE KEY IS NOT LESS THAN AU-CHAVE
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ AULA-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AU-ANO NOT = WS-AD-ANO
                          OR AU-TURMA NOT = WS-AD-TURMA
                           SET EOF-OK TO TRUE
                       ELSE
                           MOVE 'S' TO WS-AD-ACHOU
                           IF AU-MATERIA = WS-AD-MATERIA
                              AND AU-DADA
                               ADD 1 TO WS-AD-QTD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AULA-FILE
           GOBACK
           .
