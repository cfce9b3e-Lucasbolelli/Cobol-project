      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CALCULA OS ENCARGOS DE UMA COBRANCA EM ATRASO NUMA
      *          DATA DE REFERENCIA: MULTA (% UNICO SOBRE O VALOR) E
      *          JUROS DE MORA (% AO DIA, POR DIA CORRIDO DEPOIS DO
      *          VENCIMENTO), COM AS TAXAS DOS PARAMETROS DA ESCOLA
      *          (PARAMFIN). DATAS NO FORMATO DA CASA, AAAA/MM/DD.
      *          EM DIA (REFERENCIA ATE O VENCIMENTO) NAO HA
      *          ENCARGO. DEVOLVE MULTA, JUROS, DIAS DE ATRASO E O
      *          VALOR ATUALIZADO. USADO NA BAIXA E NA INADIMPLENCIA
      *          DO MENSAL E NO ACORDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-PAR-MULTA                 PIC 9(02)V99.
       77 WS-PAR-JUROS                 PIC 9(01)V9999.
       77 WS-DATA-VENC-N               PIC 9(08).
       77 WS-DATA-REF-N                PIC 9(08).
       01 WS-DATA-AUX.
           03 WS-AUX-ANO               PIC X(04).
           03 WS-AUX-MES               PIC X(02).
           03 WS-AUX-DIA               PIC X(02).
       01 WS-DATA-AUX-N REDEFINES WS-DATA-AUX
                                       PIC 9(08).
       LINKAGE SECTION.
       01 WS-ENC-VALOR                 PIC 9(06)V99.
       01 WS-ENC-VENCIMENTO            PIC X(10).
       01 WS-ENC-DATA-REF              PIC X(10).
       01 WS-ENC-MULTA                 PIC 9(06)V99.
       01 WS-ENC-JUROS                 PIC 9(06)V99.
       01 WS-ENC-DIAS                  PIC 9(05).
       01 WS-ENC-TOTAL                 PIC 9(07)V99.
       PROCEDURE DIVISION USING WS-ENC-VALOR WS-ENC-VENCIMENTO
                                WS-ENC-DATA-REF WS-ENC-MULTA
                                WS-ENC-JUROS WS-ENC-DIAS
                                WS-ENC-TOTAL.

       P100-INICIO.
           MOVE 0 TO WS-ENC-MULTA
           MOVE 0 TO WS-ENC-JUROS
           MOVE 0 TO WS-ENC-DIAS
           MOVE WS-ENC-VALOR TO WS-ENC-TOTAL

           IF WS-ENC-DATA-REF NOT > WS-ENC-VENCIMENTO
               GOBACK
           END-IF

           MOVE WS-ENC-VENCIMENTO(1:4) TO WS-AUX-ANO
           MOVE WS-ENC-VENCIMENTO(6:2) TO WS-AUX-MES
           MOVE WS-ENC-VENCIMENTO(9:2) TO WS-AUX-DIA
           IF WS-DATA-AUX-N NOT NUMERIC
               GOBACK
           END-IF
           MOVE WS-DATA-AUX-N TO WS-DATA-VENC-N
           MOVE WS-ENC-DATA-REF(1:4) TO WS-AUX-ANO
           MOVE WS-ENC-DATA-REF(6:2) TO WS-AUX-MES
           MOVE WS-ENC-DATA-REF(9:2) TO WS-AUX-DIA
           IF WS-DATA-AUX-N NOT NUMERIC
               GOBACK
           END-IF
           MOVE WS-DATA-AUX-N TO WS-DATA-REF-N

           CALL 'PARAMFIN' USING WS-PAR-MULTA WS-PAR-JUROS
           COMPUTE WS-ENC-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REF-N)
             - FUNCTION INTEGER-OF-DATE(WS-DATA-VENC-N)
           COMPUTE WS-ENC-MULTA ROUNDED =
               WS-ENC-VALOR * WS-PAR-MULTA / 100
           COMPUTE WS-ENC-JUROS ROUNDED =
               WS-ENC-VALOR * WS-PAR-JUROS / 100 * WS-ENC-DIAS
           COMPUTE WS-ENC-TOTAL =
               WS-ENC-VALOR + WS-ENC-MULTA + WS-ENC-JUROS
           GOBACK
           .
