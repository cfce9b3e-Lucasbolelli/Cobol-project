      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: DIZ SE UMA LINHA DO BOLETIM (PELO F-ID) E UMA LINHA
      *          DE DEPENDENCIA - PROGRESSAO PARCIAL - PROCURANDO O
      *          ID NA CHAVE ALTERNADA DP-ID-DEP DO REGISTRO DE
      *          DEPENDENCIAS (DEPENDENCIAS.DAT, MANTIDO PELO
      *          PROMOCAO). DEVOLVE 'S' OU 'N', O F-ID DA LINHA
      *          REPROVADA DE ORIGEM, O ANO DE ORIGEM E O STATUS DA
      *          DEPENDENCIA (A ABERTA, C CUMPRIDA, R REPROVADA). E O
      *          QUE FAZ O CREATE NAO TOMAR A DEPENDENCIA POR
      *          DUPLICATA DA MATERIA REGULAR, O PROMOCAO CONTAR A
      *          DEPENDENCIA A PARTE E OS BOLETINS, O GETONE E O
      *          HISTOFICIAL MOSTRAREM AS DEPENDENCIAS SEPARADAS. SEM
      *          REGISTRO, DEVOLVE 'N'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEP-FILE
               ASSIGN TO
                   WS-PATH-DEPENDENCIAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DP-ID-ORIGEM
                   ALTERNATE RECORD KEY IS DP-ID-DEP
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-DEP
                   .
       DATA DIVISION.
       FILE SECTION.
       FD DEP-FILE
       DATA RECORD IS DEPENDENCIA-LINHA.
           COPY DEPENDENCIA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-DEP                    PIC 99.
          88 FS-DEP-OK                 VALUE 0.
       LINKAGE SECTION.
       01 WS-DC-ID                     PIC 9(06).
       01 WS-DC-DEP                    PIC X.
       01 WS-DC-ORIGEM                 PIC 9(06).
       01 WS-DC-ANO-ORIGEM             PIC X(07).
       01 WS-DC-STATUS                 PIC X.
       PROCEDURE DIVISION USING WS-DC-ID WS-DC-DEP WS-DC-ORIGEM
                                WS-DC-ANO-ORIGEM WS-DC-STATUS.

       P100-INICIO.
           MOVE 'N'    TO WS-DC-DEP
           MOVE 0      TO WS-DC-ORIGEM
           MOVE SPACES TO WS-DC-ANO-ORIGEM
           MOVE SPACE  TO WS-DC-STATUS
      * ID zero e o valor de toda entrada ainda nao semeada; nunca
      * identifica uma linha do boletim.
           IF WS-DC-ID = 0
               GOBACK
           END-IF
           OPEN INPUT DEP-FILE
           IF NOT FS-DEP-OK
               GOBACK
           END-IF
           MOVE WS-DC-ID TO DP-ID-DEP
           READ DEP-FILE
               KEY IS DP-ID-DEP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'           TO WS-DC-DEP
                   MOVE DP-ID-ORIGEM  TO WS-DC-ORIGEM
                   MOVE DP-ANO-ORIGEM TO WS-DC-ANO-ORIGEM
                   MOVE DP-STATUS     TO WS-DC-STATUS
           END-READ
           CLOSE DEP-FILE
           GOBACK
           .
