      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CONTA OS DIAS LETIVOS DE UM BIMESTRE (OU DO ANO
      *          LETIVO INTEIRO, COM BIMESTRE ZERO): PERCORRE CADA
      *          DATA ENTRE O INICIO E O FIM DO(S) BIMESTRE(S) NO
      *          CALENDARIO ACADEMICO (CALENDARIO.DAT) E SOMA AS QUE
      *          O DIALETIVO DA COMO LETIVAS - DIAS UTEIS MENOS
      *          FERIADOS E RECESSOS, MAIS SABADOS LETIVOS. BIMESTRE
      *          SEM DATAS NO CALENDARIO NAO CONTA; O INDICADOR
      *          COMPLETO VOLTA 'N' QUANDO FALTA ALGUM DOS BIMESTRES
      *          PEDIDOS. USADO PELO CALENMAN (CONSULTA DA
      *          COORDENACAO) E PELO AULAREL (MINIMO DE 200 DIAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTALET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALEN-FILE
               ASSIGN TO
                   WS-PATH-CALENDARIO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CD-CHAVE
                   FILE STATUS IS WS-FS-CAL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD CALEN-FILE
       DATA RECORD IS CALENDARIO-LINHA.
           COPY CALENDARIO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-CAL                    PIC 99.
          88 FS-CAL-OK                 VALUE 0.
       77 WS-BIM                       PIC 9.
       77 WS-BIM-INI                   PIC 9.
       77 WS-BIM-FIM                   PIC 9.
       77 WS-DATA-NUM-X                PIC X(08).
       77 WS-DATA-NUM                  PIC 9(08).
       77 WS-DIA-INI                   PIC 9(08).
       77 WS-DIA-FIM                   PIC 9(08).
       77 WS-DIA-CORRENTE              PIC 9(08).
       77 WS-DATA-CORRENTE             PIC X(10).
       77 WS-DATA-AUX                  PIC X(10).
      * Resposta do DIALETIVO.
       77 WS-DV-LETIVO                 PIC X.
       77 WS-DV-TIPO                   PIC X.
       77 WS-DV-DIA-GRADE              PIC 9.
       77 WS-DV-DESCRICAO              PIC X(30).
       LINKAGE SECTION.
       01 WS-CL-ANO                    PIC X(07).
       01 WS-CL-BIMESTRE               PIC 9.
       01 WS-CL-QTD                    PIC 9(03).
       01 WS-CL-COMPLETO               PIC X.
       PROCEDURE DIVISION USING WS-CL-ANO WS-CL-BIMESTRE WS-CL-QTD
                                WS-CL-COMPLETO.

       P100-INICIO.
           MOVE 0   TO WS-CL-QTD
           MOVE 'N' TO WS-CL-COMPLETO
           OPEN INPUT CALEN-FILE
           IF NOT FS-CAL-OK
               GOBACK
           END-IF
           MOVE 'S' TO WS-CL-COMPLETO
           IF WS-CL-BIMESTRE = 0
               MOVE 1 TO WS-BIM-INI
               MOVE 4 TO WS-BIM-FIM
           ELSE
               MOVE WS-CL-BIMESTRE TO WS-BIM-INI
               MOVE WS-CL-BIMESTRE TO WS-BIM-FIM
           END-IF
           PERFORM VARYING WS-BIM FROM WS-BIM-INI BY 1
                   UNTIL WS-BIM > WS-BIM-FIM
               PERFORM P200-CONTA-BIMESTRE
           END-PERFORM
           CLOSE CALEN-FILE
           GOBACK
           .

       P200-CONTA-BIMESTRE.
           MOVE WS-CL-ANO TO CD-ANO
           MOVE WS-BIM    TO CD-BIMESTRE
           READ CALEN-FILE
               KEY IS CD-CHAVE
               INVALID KEY
                   MOVE SPACES TO CD-INICIO CD-FIM
           END-READ
           MOVE CD-INICIO TO WS-DATA-AUX
           PERFORM P900-DATA-NUMERICA
           MOVE WS-DATA-NUM TO WS-DIA-INI
           MOVE CD-FIM TO WS-DATA-AUX
           PERFORM P900-DATA-NUMERICA
           MOVE WS-DATA-NUM TO WS-DIA-FIM
           IF WS-DIA-INI = 0 OR WS-DIA-FIM = 0
               MOVE 'N' TO WS-CL-COMPLETO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-INI = FUNCTION INTEGER-OF-DATE(WS-DIA-INI)
           COMPUTE WS-DIA-FIM = FUNCTION INTEGER-OF-DATE(WS-DIA-FIM)
           PERFORM VARYING WS-DIA-CORRENTE FROM WS-DIA-INI BY 1
                   UNTIL WS-DIA-CORRENTE > WS-DIA-FIM
               COMPUTE WS-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
               CALL 'DATAFMT' USING WS-DATA-NUM WS-DATA-CORRENTE
               CALL 'DIALETIVO' USING WS-DATA-CORRENTE WS-DV-LETIVO
                                      WS-DV-TIPO WS-DV-DIA-GRADE
                                      WS-DV-DESCRICAO
               IF WS-DV-LETIVO = 'S'
                   ADD 1 TO WS-CL-QTD
               END-IF
           END-PERFORM
           .

       P900-DATA-NUMERICA.
      * AAAA/MM/DD -> AAAAMMDD (zero quando a data nao e valida).
           MOVE 0 TO WS-DATA-NUM
           MOVE SPACES TO WS-DATA-NUM-X
           STRING WS-DATA-AUX(1:4) DELIMITED BY SIZE
                  WS-DATA-AUX(6:2) DELIMITED BY SIZE
                  WS-DATA-AUX(9:2) DELIMITED BY SIZE
               INTO WS-DATA-NUM-X
           IF WS-DATA-NUM-X IS NUMERIC
               MOVE WS-DATA-NUM-X TO WS-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) NOT = 0
                   MOVE 0 TO WS-DATA-NUM
               END-IF
           END-IF
           .
