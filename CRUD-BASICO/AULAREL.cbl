      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: BALANCO DE AULAS PREVISTAS X AULAS DADAS POR TURMA E
      *          MATERIA, A PARTIR DO REGISTRO DE AULAS (AULAS.DAT,
      *          MANTIDO PELO AULAMAN). POR MATERIA: PREVISTAS NA
      *          GRADE, DADAS (TITULAR + SUBSTITUTO + REPOSICAO),
      *          NAO DADAS, PASSADAS AINDA SEM REGISTRO, FUTURAS E O
      *          SALDO - SALDO NEGATIVO E AULA A REPOR. POR TURMA:
      *          HORAS E DIAS LETIVOS DADOS E PROJETADOS (DADOS +
      *          AULAS FUTURAS JA GERADAS) CONTRA O MINIMO LEGAL DE
      *          800 HORAS E 200 DIAS; TURMA ABAIXO DO MINIMO OU COM
      *          MATERIA EM SALDO NEGATIVO SAI MARCADA "PRECISA DE
      *          REPOSICAO". CADA AULA VALE UMA HORA; DIA LETIVO E
      *          DATA COM PELO MENOS UMA AULA DADA. O RODAPE TRAZ OS
      *          DIAS LETIVOS DO CALENDARIO DO ANO (CONTALET) CONTRA
      *          OS MESMOS 200 DIAS. SAI NO SPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAREL.
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
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD AULA-FILE
       DATA RECORD IS AULA-LINHA.
           COPY AULA_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-AUL                PIC 99.
          88 FS-AUL-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'AULAREL'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Minimo legal anual.
       77 WS-MIN-HORAS             PIC 9(04) VALUE 800.
       77 WS-MIN-DIAS              PIC 9(03) VALUE 200.
      * Turmas do ano, na ordem da chave do registro de aulas.
       77 WS-QTD-TUR               PIC 9(02) VALUE 0.
       01 WS-TUR-TAB.
           05 WS-TUR-ENTRY OCCURS 60 TIMES.
               10 TT-TURMA         PIC X(10).
               10 TT-MAT-INI       PIC 9(03).
               10 TT-HORAS-DADAS   PIC 9(04).
               10 TT-HORAS-FUTURAS PIC 9(04).
               10 TT-DIAS-DADOS    PIC 9(03).
               10 TT-DIAS-PROJ     PIC 9(03).
               10 TT-DEFICIT       PIC X.
       77 WS-IDX-TUR               PIC 9(02).
      * Materias de cada turma.
       77 WS-QTD-MAT               PIC 9(03) VALUE 0.
       01 WS-MAT-TAB.
           05 WS-MAT-ENTRY OCCURS 600 TIMES.
               10 MT-TUR           PIC 9(02).
               10 MT-MATERIA       PIC X(20).
               10 MT-PREVISTAS     PIC 9(04).
               10 MT-DADAS         PIC 9(04).
               10 MT-SUBST         PIC 9(04).
               10 MT-REPOS         PIC 9(04).
               10 MT-FALTAS        PIC 9(04).
               10 MT-PENDENTES     PIC 9(04).
               10 MT-FUTURAS       PIC 9(04).
       77 WS-IDX-MAT               PIC 9(03).
       77 WS-MAT-ACHADA            PIC 9(03).
      * Controle de dias letivos (chave em ordem de data na turma).
       77 WS-ULT-DIA-DADO          PIC X(10).
       77 WS-ULT-DIA-PROJ          PIC X(10).
       77 WS-CONTA-DADA            PIC X.
          88 CONTA-DADA            VALUE 'S' FALSE 'N'.
       77 WS-CONTA-PROJ            PIC X.
          88 CONTA-PROJ            VALUE 'S' FALSE 'N'.
       77 WS-SALDO                 PIC S9(04).
       77 WS-HORAS-PROJ            PIC 9(05).
       77 WS-QTD-REPOR             PIC 9(02) VALUE 0.
      * Dias letivos do calendario do ano (CONTALET).
       77 WS-CL-BIMESTRE           PIC 9 VALUE 0.
       77 WS-CL-QTD                PIC 9(03).
       77 WS-CL-COMPLETO           PIC X.
      * Linhas do relatorio.
       01 WS-CAB-MAT.
           05 FILLER               PIC X(24)
              VALUE '  MATERIA'.
           05 FILLER               PIC X(48)
              VALUE 'PREV DADAS SUBST REPOS FALTA  PEND FUTUR  SALDO'.
       01 WS-LINHA-MAT.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-MATERIA           PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-PREVISTAS         PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-DADAS             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-SUBST             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-REPOS             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-FALTAS            PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-PENDENTES         PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-FUTURAS           PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-SALDO             PIC -ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-AVISO             PIC X(12).
       01 WS-LINHA-HORAS.
           05 FILLER               PIC X(16) VALUE '  HORAS DADAS: '.
           05 LH-DADAS             PIC ZZZ9.
           05 FILLER               PIC X(14) VALUE '  PROJETADAS: '.
           05 LH-PROJ              PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE '  MINIMO: '.
           05 LH-MINIMO            PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LH-AVISO             PIC X(20).
       01 WS-LINHA-DIAS.
           05 FILLER               PIC X(16) VALUE '  DIAS DADOS:  '.
           05 LD-DADOS             PIC ZZZ9.
           05 FILLER               PIC X(14) VALUE '  PROJETADOS: '.
           05 LD-PROJ              PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE '  MINIMO: '.
           05 LD-MINIMO            PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-AVISO             PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AULAREL' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** AULAS PREVISTAS X AULAS DADAS ***'
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'TURMA (BRANCO = TODAS): '
                ACCEPT WS-TURMA
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            OPEN INPUT AULA-FILE
            IF NOT FS-AUL-OK
                CALL 'FSMSG' USING WS-FS-AUL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE AULAS --> COD '
                        WS-FS-AUL ': ' WS-FS-MSG
                STOP RUN
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-ANO   TO AU-ANO
            MOVE WS-TURMA TO AU-TURMA
            MOVE LOW-VALUES TO AU-DATA
            MOVE 0        TO AU-PERIODO
            START AULA-FILE KEY IS NOT LESS THAN AU-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ AULA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AU-ANO NOT = WS-ANO
                           OR (WS-TURMA NOT = SPACES
                               AND AU-TURMA NOT = WS-TURMA)
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P100-ACUMULA-AULA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AULA-FILE
            IF WS-QTD-TUR = 0
                DISPLAY 'NENHUMA AULA REGISTRADA PARA ' WS-ANO
                        ' - GERE AS PREVISTAS NO AULAMAN'
                STOP RUN
            END-IF

            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
      * Tarja de treinamento: em instalacao de pratica, todo
      * documento do spool sai marcado (TREINOCHK).
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'AULAS PREVISTAS X AULAS DADAS - ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' - POSICAO EM ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TUR
                PERFORM P400-IMPRIME-TURMA
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TURMAS QUE PRECISAM DE REPOSICAO: '
                        DELIMITED BY SIZE
                   WS-QTD-REPOR DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            CALL 'CONTALET' USING WS-ANO WS-CL-BIMESTRE
                                  WS-CL-QTD WS-CL-COMPLETO
            MOVE SPACES TO REL-LINHA
            STRING 'DIAS LETIVOS NO CALENDARIO DO ANO: '
                        DELIMITED BY SIZE
                   WS-CL-QTD DELIMITED BY SIZE
                   ' (MINIMO ' DELIMITED BY SIZE
                   WS-MIN-DIAS DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO REL-LINHA
            IF WS-CL-QTD < WS-MIN-DIAS
                MOVE 'ABAIXO DO MINIMO' TO REL-LINHA(52:)
            END-IF
            IF WS-CL-COMPLETO NOT = 'S'
                MOVE 'CALENDARIO INCOMPLETO' TO REL-LINHA(70:)
            END-IF
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            MOVE 'PROJECAO CONSIDERA SOMENTE AS AULAS FUTURAS JA '
                TO REL-LINHA
            MOVE 'GERADAS NO AULAMAN' TO REL-LINHA(48:)
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            STOP RUN
            .

       P100-ACUMULA-AULA.
      * Turma nova na sequencia da chave abre entrada propria.
            IF WS-QTD-TUR = 0
               OR AU-TURMA NOT = TT-TURMA(WS-QTD-TUR)
                IF WS-QTD-TUR >= 60
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-TUR
                INITIALIZE WS-TUR-ENTRY(WS-QTD-TUR)
                MOVE AU-TURMA TO TT-TURMA(WS-QTD-TUR)
                COMPUTE TT-MAT-INI(WS-QTD-TUR) = WS-QTD-MAT + 1
                MOVE 'N' TO TT-DEFICIT(WS-QTD-TUR)
                MOVE SPACES TO WS-ULT-DIA-DADO WS-ULT-DIA-PROJ
            END-IF

            MOVE 0 TO WS-MAT-ACHADA
            PERFORM VARYING WS-IDX-MAT FROM TT-MAT-INI(WS-QTD-TUR)
                    BY 1 UNTIL WS-IDX-MAT > WS-QTD-MAT
                IF MT-MATERIA(WS-IDX-MAT) = AU-MATERIA
                    MOVE WS-IDX-MAT TO WS-MAT-ACHADA
                END-IF
            END-PERFORM
            IF WS-MAT-ACHADA = 0
                IF WS-QTD-MAT >= 600
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-MAT
                INITIALIZE WS-MAT-ENTRY(WS-QTD-MAT)
                MOVE WS-QTD-TUR TO MT-TUR(WS-QTD-MAT)
                MOVE AU-MATERIA TO MT-MATERIA(WS-QTD-MAT)
                MOVE WS-QTD-MAT TO WS-MAT-ACHADA
            END-IF

      * Reposicao e aula a mais, fora da grade: nao e prevista.
            IF AU-SITUACAO NOT = 'R'
                ADD 1 TO MT-PREVISTAS(WS-MAT-ACHADA)
            END-IF
            SET CONTA-DADA TO FALSE
            SET CONTA-PROJ TO FALSE
            EVALUATE AU-SITUACAO
                WHEN 'D'
                    ADD 1 TO MT-DADAS(WS-MAT-ACHADA)
                    SET CONTA-DADA TO TRUE
                WHEN 'S'
                    ADD 1 TO MT-DADAS(WS-MAT-ACHADA)
                    ADD 1 TO MT-SUBST(WS-MAT-ACHADA)
                    SET CONTA-DADA TO TRUE
                WHEN 'R'
                    ADD 1 TO MT-DADAS(WS-MAT-ACHADA)
                    ADD 1 TO MT-REPOS(WS-MAT-ACHADA)
                    SET CONTA-DADA TO TRUE
                WHEN 'F'
                    ADD 1 TO MT-FALTAS(WS-MAT-ACHADA)
                WHEN OTHER
      * Prevista sem registro: futura ainda vai ser dada; passada
      * esta pendente de lancamento no AULAMAN.
                    IF AU-DATA > WS-DATA-FORMAT
                        ADD 1 TO MT-FUTURAS(WS-MAT-ACHADA)
                        ADD 1 TO TT-HORAS-FUTURAS(WS-QTD-TUR)
                        SET CONTA-PROJ TO TRUE
                    ELSE
                        ADD 1 TO MT-PENDENTES(WS-MAT-ACHADA)
                    END-IF
            END-EVALUATE
            IF CONTA-DADA
                ADD 1 TO TT-HORAS-DADAS(WS-QTD-TUR)
                SET CONTA-PROJ TO TRUE
                IF AU-DATA NOT = WS-ULT-DIA-DADO
                    ADD 1 TO TT-DIAS-DADOS(WS-QTD-TUR)
                    MOVE AU-DATA TO WS-ULT-DIA-DADO
                END-IF
            END-IF
            IF CONTA-PROJ
               AND AU-DATA NOT = WS-ULT-DIA-PROJ
                ADD 1 TO TT-DIAS-PROJ(WS-QTD-TUR)
                MOVE AU-DATA TO WS-ULT-DIA-PROJ
            END-IF
            .

       P400-IMPRIME-TURMA.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TURMA ' DELIMITED BY SIZE
                   TT-TURMA(WS-IDX-TUR) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            MOVE WS-CAB-MAT TO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-MAT FROM TT-MAT-INI(WS-IDX-TUR)
                    BY 1 UNTIL WS-IDX-MAT > WS-QTD-MAT
                IF MT-TUR(WS-IDX-MAT) = WS-IDX-TUR
                    PERFORM P410-LINHA-MATERIA
                END-IF
            END-PERFORM

            COMPUTE WS-HORAS-PROJ = TT-HORAS-DADAS(WS-IDX-TUR)
                                  + TT-HORAS-FUTURAS(WS-IDX-TUR)
            MOVE TT-HORAS-DADAS(WS-IDX-TUR) TO LH-DADAS
            MOVE WS-HORAS-PROJ              TO LH-PROJ
            MOVE WS-MIN-HORAS               TO LH-MINIMO
            MOVE SPACES                     TO LH-AVISO
            IF WS-HORAS-PROJ < WS-MIN-HORAS
                MOVE 'ABAIXO DO MINIMO' TO LH-AVISO
                MOVE 'S' TO TT-DEFICIT(WS-IDX-TUR)
            END-IF
            MOVE WS-LINHA-HORAS TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            MOVE TT-DIAS-DADOS(WS-IDX-TUR) TO LD-DADOS
            MOVE TT-DIAS-PROJ(WS-IDX-TUR)  TO LD-PROJ
            MOVE WS-MIN-DIAS               TO LD-MINIMO
            MOVE SPACES                    TO LD-AVISO
            IF TT-DIAS-PROJ(WS-IDX-TUR) < WS-MIN-DIAS
                MOVE 'ABAIXO DO MINIMO' TO LD-AVISO
                MOVE 'S' TO TT-DEFICIT(WS-IDX-TUR)
            END-IF
            MOVE WS-LINHA-DIAS TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            IF TT-DEFICIT(WS-IDX-TUR) = 'S'
                ADD 1 TO WS-QTD-REPOR
                MOVE '  >>> PRECISA DE REPOSICAO' TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA(1:79)
            END-IF
            .

       P410-LINHA-MATERIA.
      * Saldo: o que foi e vai ser dado contra o previsto na grade;
      * negativo = aulas a repor.
            COMPUTE WS-SALDO = MT-DADAS(WS-IDX-MAT)
                             + MT-FUTURAS(WS-IDX-MAT)
                             - MT-PREVISTAS(WS-IDX-MAT)
            MOVE MT-MATERIA(WS-IDX-MAT)   TO LM-MATERIA
            MOVE MT-PREVISTAS(WS-IDX-MAT) TO LM-PREVISTAS
            MOVE MT-DADAS(WS-IDX-MAT)     TO LM-DADAS
            MOVE MT-SUBST(WS-IDX-MAT)     TO LM-SUBST
            MOVE MT-REPOS(WS-IDX-MAT)     TO LM-REPOS
            MOVE MT-FALTAS(WS-IDX-MAT)    TO LM-FALTAS
            MOVE MT-PENDENTES(WS-IDX-MAT) TO LM-PENDENTES
            MOVE MT-FUTURAS(WS-IDX-MAT)   TO LM-FUTURAS
            MOVE WS-SALDO                 TO LM-SALDO
            MOVE SPACES                   TO LM-AVISO
            IF WS-SALDO < 0
                MOVE 'REPOR AULAS' TO LM-AVISO
                MOVE 'S' TO TT-DEFICIT(WS-IDX-TUR)
            END-IF
            MOVE WS-LINHA-MAT TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            .
