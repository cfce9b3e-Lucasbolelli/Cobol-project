      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: LE OS LIMITES DO CALENDARIO DE PROVAS GUARDADOS NOS
      *          PARAMETROS DA ESCOLA (PARAMETROS.DAT) - QUANTAS
      *          PROVAS A MESMA TURMA PODE TER AGENDADAS NUM DIA E NUMA
      *          SEMANA. SEM ARQUIVO, OU COM ARQUIVO GRAVADO ANTES
      *          DESTES CAMPOS, VALEM OS NUMEROS DA CASA: 2 PROVAS NO
      *          DIA E 4 NA SEMANA. SEPARADO DO PARAMLER NO MESMO
      *          MOLDE DO PARAMBIB; CHAMADO PELO CALPROVA E PELO
      *          PARAMMAN. OS PARAMETROS SAO OS DA UNIDADE ESCOLAR DA
      *          SESSAO, COMO NO PARAMLER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMPROVA.
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
       01 WS-PAR-PROVAS-DIA            PIC 9(01).
       01 WS-PAR-PROVAS-SEMANA         PIC 9(02).
       PROCEDURE DIVISION USING WS-PAR-PROVAS-DIA WS-PAR-PROVAS-SEMANA.

       P100-INICIO.
           MOVE 2 TO WS-PAR-PROVAS-DIA
           MOVE 4 TO WS-PAR-PROVAS-SEMANA

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
      * Linha curta (arquivo anterior ao calendario de provas) chega
      * com os campos em branco: so troca o padrao se vier numero
      * maior que zero.
                       IF PA-PROVAS-DIA IS NUMERIC
                          AND PA-PROVAS-DIA > 0
                           MOVE PA-PROVAS-DIA TO WS-PAR-PROVAS-DIA
                       END-IF
                       IF PA-PROVAS-SEMANA IS NUMERIC
                          AND PA-PROVAS-SEMANA > 0
                           MOVE PA-PROVAS-SEMANA
                               TO WS-PAR-PROVAS-SEMANA
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           GOBACK
           .
