      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: DIZ SE UMA DATA (AAAA/MM/DD) E DIA LETIVO. SEM
      *          REGISTRO NO CALENDARIO DE DIAS (DIASLETIVOS.DAT,
      *          MANTIDO PELO CALENMAN), SEGUNDA A SEXTA SAO LETIVOS E
      *          SABADO E DOMINGO NAO; FERIADO E RECESSO CADASTRADOS
      *          TIRAM O DIA, SABADO LETIVO CADASTRADO POE. DEVOLVE
      *          TAMBEM O TIPO DO DIA (U UTIL, W FIM DE SEMANA, F
      *          FERIADO, R RECESSO, S SABADO LETIVO, I DATA
      *          INVALIDA), O DIA DA GRADE QUE AS AULAS SEGUEM (O DA
      *          SEMANA, OU O INDICADO PARA O SABADO LETIVO) E A
      *          DESCRICAO CADASTRADA. USADO PELA CHAMADA, DIARIO,
      *          AULAMAN, CONTALET E PELA JANELA NOTURNA (RUNCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALETIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIALET-FILE
               ASSIGN TO
                   WS-PATH-DIASLETIVOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DL-DATA
                   ALTERNATE RECORD KEY IS DL-ANO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-DLT
                   .
       DATA DIVISION.
       FILE SECTION.
       FD DIALET-FILE
       DATA RECORD IS DIALETIVO-LINHA.
           COPY DIALETIVO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-DLT                    PIC 99.
          88 FS-DLT-OK                 VALUE 0.
       77 WS-DATA-NUM-X                PIC X(08).
       77 WS-DATA-NUM                  PIC 9(08).
       77 WS-DIA-SEMANA                PIC 9.
       LINKAGE SECTION.
       01 WS-DV-DATA                   PIC X(10).
       01 WS-DV-LETIVO                 PIC X.
       01 WS-DV-TIPO                   PIC X.
       01 WS-DV-DIA-GRADE              PIC 9.
       01 WS-DV-DESCRICAO              PIC X(30).
       PROCEDURE DIVISION USING WS-DV-DATA WS-DV-LETIVO WS-DV-TIPO
                                WS-DV-DIA-GRADE WS-DV-DESCRICAO.

       P100-INICIO.
           MOVE 'N'    TO WS-DV-LETIVO
           MOVE 'I'    TO WS-DV-TIPO
           MOVE 0      TO WS-DV-DIA-GRADE
           MOVE SPACES TO WS-DV-DESCRICAO
           MOVE SPACES TO WS-DATA-NUM-X
           STRING WS-DV-DATA(1:4) DELIMITED BY SIZE
                  WS-DV-DATA(6:2) DELIMITED BY SIZE
                  WS-DV-DATA(9:2) DELIMITED BY SIZE
               INTO WS-DATA-NUM-X
           IF WS-DATA-NUM-X NOT NUMERIC
               GOBACK
           END-IF
           MOVE WS-DATA-NUM-X TO WS-DATA-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) NOT = 0
               GOBACK
           END-IF

      * Regra da semana.
           CALL 'DIASEM' USING WS-DATA-NUM WS-DIA-SEMANA
           MOVE WS-DIA-SEMANA TO WS-DV-DIA-GRADE
           IF WS-DIA-SEMANA < 6
               MOVE 'S' TO WS-DV-LETIVO
               MOVE 'U' TO WS-DV-TIPO
           ELSE
               MOVE 'W' TO WS-DV-TIPO
           END-IF

      * Excecao cadastrada para o dia.
           OPEN INPUT DIALET-FILE
           IF NOT FS-DLT-OK
               GOBACK
           END-IF
           MOVE WS-DV-DATA TO DL-DATA
           READ DIALET-FILE
               KEY IS DL-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DL-TIPO      TO WS-DV-TIPO
                   MOVE DL-DESCRICAO TO WS-DV-DESCRICAO
                   IF DL-SABADO-LETIVO
                       MOVE 'S' TO WS-DV-LETIVO
                       IF DL-DIA-GRADE > 0
                           MOVE DL-DIA-GRADE TO WS-DV-DIA-GRADE
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-DV-LETIVO
                   END-IF
           END-READ
           CLOSE DIALET-FILE
           GOBACK
           .
