      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: LE OS ENCARGOS DE ATRASO DA COBRANCA GUARDADOS NOS
      *          PARAMETROS DA ESCOLA (PARAMETROS.DAT) - MULTA EM %
      *          SOBRE O VALOR, COBRADA UMA VEZ, E JUROS DE MORA EM
      *          % AO DIA. SEM ARQUIVO, OU COM ARQUIVO GRAVADO ANTES
      *          DESTES CAMPOS, VALEM OS NUMEROS DA CASA: MULTA DE
      *          2,00% E JUROS DE 0,0333% AO DIA (1% AO MES). FICA
      *          SEPARADO DO PARAMLER PARA NAO MEXER NA CHAMADA DOS
      *          CALCULADORES DE NOTA; CHAMADO PELO ENCARGOS E PELA
      *          REMESSA BANCARIA. OS PARAMETROS SAO OS DA UNIDADE
      *          ESCOLAR DA SESSAO, COMO NO PARAMLER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMFIN.
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
       01 WS-PAR-MULTA                 PIC 9(02)V99.
       01 WS-PAR-JUROS                 PIC 9(01)V9999.
       PROCEDURE DIVISION USING WS-PAR-MULTA WS-PAR-JUROS.

       P100-INICIO.
           MOVE 2      TO WS-PAR-MULTA
           MOVE 0.0333 TO WS-PAR-JUROS

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
      * Linha curta (arquivo anterior aos encargos) chega com os
      * campos em branco: so troca o padrao se vier numero.
                       IF PA-MULTA-ATRASO IS NUMERIC
                           MOVE PA-MULTA-ATRASO TO WS-PAR-MULTA
                       END-IF
                       IF PA-JUROS-DIA IS NUMERIC
                           MOVE PA-JUROS-DIA    TO WS-PAR-JUROS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           GOBACK
           .
