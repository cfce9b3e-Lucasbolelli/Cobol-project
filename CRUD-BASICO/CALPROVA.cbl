      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CALENDARIO DE PROVAS POR TURMA (PROVAS.DAT). O
      *          PROFESSOR OU A COORDENACAO AGENDA A AVALIACAO DE UMA
      *          MATERIA DA TURMA NUMA DATA; O AGENDAMENTO E RECUSADO
      *          QUANDO A DATA NAO E DIA LETIVO (DIALETIVO), QUANDO
      *          CAI FORA DOS BIMESTRES DO CALENDARIO ACADEMICO
      *          (CALENDARIO.DAT), QUANDO A GRADE (GRADEHOR.DAT) NAO
      *          TEM AULA DA MATERIA NA TURMA NAQUELE DIA DA SEMANA,
      *          QUANDO A MATERIA JA TEM PROVA NO DIA OU QUANDO A
      *          TURMA JA CHEGOU AO MAXIMO DE PROVAS NO DIA OU NA
      *          SEMANA (SEGUNDA A DOMINGO) DOS PARAMETROS DA ESCOLA
      *          (PARAMPROVA). O CANCELAMENTO MANTEM O REGISTRO COM A
      *          SITUACAO 'C'. IMPRIME NO SPOOL O CALENDARIO MENSAL
      *          DE PROVAS POR TURMA PARA AS FAMILIAS. AGENDAMENTO E
      *          CANCELAMENTO VAO PARA A AUDITORIA. A NOTA LANCADA NO
      *          AVALIA APONTA PARA O AGENDAMENTO. CADA UNIDADE VE E
      *          AGENDA SO PARA AS SUAS TURMAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALPROVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROVA-FILE
               ASSIGN TO
                   WS-PATH-PROVAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PV-NUMERO
                   ALTERNATE RECORD KEY IS PV-CHAVE-TURMA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRV
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT CALEN-FILE
               ASSIGN TO
                   WS-PATH-CALENDARIO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CD-CHAVE
                   FILE STATUS IS WS-FS-CAL
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PROVA-FILE
       DATA RECORD IS PROVA-LINHA.
           COPY PROVA_DADOS.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD CALEN-FILE
       DATA RECORD IS CALENDARIO-LINHA.
           COPY CALENDARIO_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(132).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-PRV                PIC 99.
          88 FS-PRV-OK             VALUE 0.
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-FS-CAL                PIC 99.
          88 FS-CAL-OK             VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'CALPROVA'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
      * Unidade escolar (UNIDADE): cada unidade ve as suas turmas.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UNIDADE-TURMA         PIC X(02).
       77 WS-UN-ANO                PIC X(07).
       77 WS-UN-TURMA              PIC X(10).
      * Limites do calendario de provas (PARAMPROVA).
       77 WS-PAR-PROVAS-DIA        PIC 9(01).
       77 WS-PAR-PROVAS-SEMANA     PIC 9(02).
      * Agendamento em digitacao.
       77 WS-NUMERO                PIC 9(06).
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-MATERIA               PIC X(20).
       77 WS-MAT-OK                PIC X.
          88 MAT-OK                VALUE 'S' FALSE 'N'.
       77 WS-DATA-PROVA            PIC X(10).
       77 WS-DESCRICAO             PIC X(30).
       77 WS-PROFESSOR             PIC X(30).
       77 WS-BIMESTRE              PIC 9.
       77 WS-IDX-BIM               PIC 9.
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DIA-GRADE             PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
      * Semana da prova: segunda a domingo, pela conta do DIASEM.
       77 WS-DATA-N                PIC 9(08).
       77 WS-DATA-AUX              PIC X(08).
       77 WS-DIA-SEMANA            PIC 9.
       77 WS-DIAS                  PIC 9(08).
       77 WS-SEMANA-INICIO         PIC X(10).
       77 WS-SEMANA-FIM            PIC X(10).
       77 WS-QTD-DIA               PIC 9(02).
       77 WS-QTD-SEMANA            PIC 9(03).
       77 WS-MESMA-MATERIA         PIC X VALUE 'N'.
          88 MESMA-MATERIA-OK      VALUE 'S' FALSE 'N'.
       01 WS-DIAS-SEMANA-STR.
           05 FILLER               PIC X(03) VALUE 'SEG'.
           05 FILLER               PIC X(03) VALUE 'TER'.
           05 FILLER               PIC X(03) VALUE 'QUA'.
           05 FILLER               PIC X(03) VALUE 'QUI'.
           05 FILLER               PIC X(03) VALUE 'SEX'.
           05 FILLER               PIC X(03) VALUE 'SAB'.
           05 FILLER               PIC X(03) VALUE 'DOM'.
       01 WS-DIAS-SEMANA REDEFINES WS-DIAS-SEMANA-STR.
           05 WS-NOME-DIA OCCURS 7 TIMES PIC X(03).
      * Calendario mensal.
       77 WS-MES                   PIC X(07).
       77 WS-TURMA-CORRENTE        PIC X(10).
       77 WS-QTD-TURMAS            PIC 9(03).
       77 WS-QTD-PROVAS            PIC 9(04).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'CALPROVA'.
       77 WS-AUD-ID                PIC 9(06).
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CALPROVA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            CALL 'PARAMPROVA' USING WS-PAR-PROVAS-DIA
                                    WS-PAR-PROVAS-SEMANA
            PERFORM P90-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** CALENDARIO DE PROVAS ****'
            DISPLAY 'LIMITE POR TURMA: ' WS-PAR-PROVAS-DIA
                    ' NO DIA / ' WS-PAR-PROVAS-SEMANA ' NA SEMANA'
            DISPLAY '1 - AGENDAR PROVA'
            DISPLAY '2 - CANCELAR AGENDAMENTO'
            DISPLAY '3 - PROVAS DA TURMA'
            DISPLAY '4 - CALENDARIO MENSAL PARA AS FAMILIAS'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-AGENDA
                WHEN '2'
                    PERFORM P200-CANCELA
                WHEN '3'
                    PERFORM P300-CONSULTA
                WHEN '4'
                    PERFORM P400-CALENDARIO-MES
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-ABRE-PROVAS.
            OPEN I-O PROVA-FILE
            IF WS-FS-PRV = 35
                OPEN OUTPUT PROVA-FILE
                CLOSE PROVA-FILE
                OPEN I-O PROVA-FILE
            END-IF
            IF NOT FS-PRV-OK
                CALL 'FSMSG' USING WS-FS-PRV WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CALENDARIO DE PROVAS --> COD '
                        WS-FS-PRV ': ' WS-FS-MSG
            END-IF
            .

       P060-PEDE-TURMA.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'TURMA: '
                ACCEPT WS-TURMA
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO WS-TURMA
                                 WS-UNIDADE-TURMA WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                DISPLAY 'TURMA ' WS-TURMA ' E DA UNIDADE '
                        WS-UNIDADE-TURMA ' - FORA DA SUA UNIDADE'
            END-IF
            .

       P100-AGENDA.
            PERFORM P060-PEDE-TURMA
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'MATERIA: '
                ACCEPT WS-MATERIA
            CALL 'VALIDAMAT' USING WS-MATERIA WS-MAT-OK
            IF NOT MAT-OK
                DISPLAY 'MATERIA INVALIDA: ' WS-MATERIA
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DATA DA PROVA (AAAA/MM/DD): '
                ACCEPT WS-DATA-PROVA

      * Dia letivo: o DIALETIVO tambem diz o dia da semana da grade
      * (sabado letivo segue a grade do dia indicado no calendario).
            CALL 'DIALETIVO' USING WS-DATA-PROVA WS-DV-LETIVO
                                   WS-DV-TIPO WS-DIA-GRADE
                                   WS-DV-DESCRICAO
            IF WS-DV-LETIVO NOT = 'S'
                DISPLAY 'DATA NAO E DIA LETIVO ('
                        FUNCTION TRIM(WS-DV-DESCRICAO)
                        ') - PROVA NAO AGENDADA'
                EXIT PARAGRAPH
            END-IF

            PERFORM P110-BIMESTRE-DA-DATA
            IF WS-BIMESTRE = 0
                DISPLAY 'DATA FORA DOS BIMESTRES DO CALENDARIO DE '
                        WS-ANO ' (CALENMAN) - PROVA NAO AGENDADA'
                EXIT PARAGRAPH
            END-IF

            PERFORM P120-AULA-NA-GRADE
            IF NOT ACHOU-OK
                DISPLAY 'A GRADE NAO TEM AULA DE '
                        FUNCTION TRIM(WS-MATERIA) ' NA TURMA '
                        FUNCTION TRIM(WS-TURMA) ' NESSE DIA DA '
                        'SEMANA - PROVA NAO AGENDADA'
                EXIT PARAGRAPH
            END-IF

            PERFORM P050-ABRE-PROVAS
            IF NOT FS-PRV-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P130-CONTA-PROVAS
            IF MESMA-MATERIA-OK
                DISPLAY 'A TURMA JA TEM PROVA DE '
                        FUNCTION TRIM(WS-MATERIA) ' EM '
                        WS-DATA-PROVA ' - PROVA NAO AGENDADA'
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF
            IF WS-QTD-DIA >= WS-PAR-PROVAS-DIA
                DISPLAY 'A TURMA JA TEM ' WS-QTD-DIA
                        ' PROVA(S) EM ' WS-DATA-PROVA
                        ' - LIMITE DO DIA: ' WS-PAR-PROVAS-DIA
                DISPLAY 'PROVA NAO AGENDADA'
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF
            IF WS-QTD-SEMANA >= WS-PAR-PROVAS-SEMANA
                DISPLAY 'A TURMA JA TEM ' WS-QTD-SEMANA
                        ' PROVA(S) NA SEMANA DE ' WS-SEMANA-INICIO
                        ' A ' WS-SEMANA-FIM
                DISPLAY 'LIMITE DA SEMANA: ' WS-PAR-PROVAS-SEMANA
                        ' - PROVA NAO AGENDADA'
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF

            DISPLAY 'DESCRICAO (EX: PROVA BIMESTRAL): '
                ACCEPT WS-DESCRICAO
            DISPLAY 'PROFESSOR NA GRADE: ' FUNCTION TRIM(WS-PROFESSOR)
            DISPLAY 'AGENDAR ' FUNCTION TRIM(WS-MATERIA) ' - TURMA '
                    FUNCTION TRIM(WS-TURMA) ' EM ' WS-DATA-PROVA
                    ' (BIMESTRE ' WS-BIMESTRE ') ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'PROVA NAO AGENDADA'
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P150-PROXIMO-NUMERO
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            INITIALIZE PROVA-LINHA
            MOVE WS-NUMERO        TO PV-NUMERO
            MOVE WS-ANO           TO PV-ANO
            MOVE WS-TURMA         TO PV-TURMA
            MOVE WS-DATA-PROVA    TO PV-DATA
            MOVE WS-MATERIA       TO PV-MATERIA
            MOVE WS-BIMESTRE      TO PV-BIMESTRE
            MOVE WS-DESCRICAO     TO PV-DESCRICAO
            MOVE WS-PROFESSOR     TO PV-PROFESSOR
            MOVE WS-UNIDADE-TURMA TO PV-UNIDADE
            MOVE 'A'              TO PV-SITUACAO
            MOVE WS-DATA-SISTEMA  TO PV-DATA-AGENDA
            MOVE WS-OPERADOR-ATUAL TO PV-OPERADOR
            WRITE PROVA-LINHA
            IF NOT FS-PRV-OK
                CALL 'FSMSG' USING WS-FS-PRV WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O AGENDAMENTO --> COD '
                        WS-FS-PRV ': ' WS-FS-MSG
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF
            CLOSE PROVA-FILE
            DISPLAY 'PROVA AGENDADA - NUMERO ' WS-NUMERO

            MOVE WS-NUMERO TO WS-AUD-ID
            MOVE SPACES TO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING 'AGENDADA ' DELIMITED BY SIZE
                   WS-TURMA DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-DATA-PROVA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MATERIA DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            .

       P110-BIMESTRE-DA-DATA.
      * Datas do calendario em AAAA/MM/DD: a comparacao de texto
      * segue a ordem das datas.
            MOVE 0 TO WS-BIMESTRE
            OPEN INPUT CALEN-FILE
            IF NOT FS-CAL-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX-BIM FROM 1 BY 1
                    UNTIL WS-IDX-BIM > 6 OR WS-BIMESTRE > 0
                MOVE WS-ANO     TO CD-ANO
                MOVE WS-IDX-BIM TO CD-BIMESTRE
                READ CALEN-FILE
                    KEY IS CD-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-DATA-PROVA >= CD-INICIO
                           AND WS-DATA-PROVA <= CD-FIM
                            MOVE WS-IDX-BIM TO WS-BIMESTRE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALEN-FILE
            .

       P120-AULA-NA-GRADE.
      * Encaixes da turma no dia da semana, em ordem de periodo.
            SET ACHOU-OK TO FALSE
            MOVE SPACES TO WS-PROFESSOR
            OPEN INPUT GRADE-FILE
            IF NOT FS-GRD-OK
                CALL 'FSMSG' USING WS-FS-GRD WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A GRADE --> COD '
                        WS-FS-GRD ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO       TO GR-ANO
            MOVE WS-TURMA     TO GR-TURMA
            MOVE WS-DIA-GRADE TO GR-DIA
            MOVE 0            TO GR-PERIODO
            SET EOF-OK TO FALSE
            START GRADE-FILE KEY IS NOT LESS GR-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR ACHOU-OK
                READ GRADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF GR-ANO NOT = WS-ANO
                           OR GR-TURMA NOT = WS-TURMA
                           OR GR-DIA NOT = WS-DIA-GRADE
                            SET EOF-OK TO TRUE
                        ELSE
                            IF GR-MATERIA = WS-MATERIA
                                SET ACHOU-OK TO TRUE
                                MOVE GR-PROFESSOR TO WS-PROFESSOR
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GRADE-FILE
            .

       P130-CONTA-PROVAS.
      * Semana de segunda a domingo em torno da data da prova; o
      * DIASEM devolve 1=SEGUNDA ... 7=DOMINGO.
            MOVE WS-DATA-PROVA(1:4) TO WS-DATA-AUX(1:4)
            MOVE WS-DATA-PROVA(6:2) TO WS-DATA-AUX(5:2)
            MOVE WS-DATA-PROVA(9:2) TO WS-DATA-AUX(7:2)
            MOVE WS-DATA-AUX TO WS-DATA-N
            CALL 'DIASEM' USING WS-DATA-N WS-DIA-SEMANA
            COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-DATA-N)
                              - WS-DIA-SEMANA + 1
            COMPUTE WS-DATA-N = FUNCTION DATE-OF-INTEGER(WS-DIAS)
            PERFORM P135-DATA-CALENDARIO
            MOVE WS-DATA-FORMAT TO WS-SEMANA-INICIO
            ADD 6 TO WS-DIAS
            COMPUTE WS-DATA-N = FUNCTION DATE-OF-INTEGER(WS-DIAS)
            PERFORM P135-DATA-CALENDARIO
            MOVE WS-DATA-FORMAT TO WS-SEMANA-FIM

            MOVE 0 TO WS-QTD-DIA
            MOVE 0 TO WS-QTD-SEMANA
            SET MESMA-MATERIA-OK TO FALSE
            MOVE WS-ANO           TO PV-ANO
            MOVE WS-TURMA         TO PV-TURMA
            MOVE WS-SEMANA-INICIO TO PV-DATA
            SET EOF-OK TO FALSE
            START PROVA-FILE KEY IS NOT LESS PV-CHAVE-TURMA
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROVA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PV-ANO NOT = WS-ANO
                           OR PV-TURMA NOT = WS-TURMA
                           OR PV-DATA > WS-SEMANA-FIM
                            SET EOF-OK TO TRUE
                        ELSE
                            IF PV-AGENDADA
                                ADD 1 TO WS-QTD-SEMANA
                                IF PV-DATA = WS-DATA-PROVA
                                    ADD 1 TO WS-QTD-DIA
                                    IF PV-MATERIA = WS-MATERIA
                                        SET MESMA-MATERIA-OK TO TRUE
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P135-DATA-CALENDARIO.
      * AAAAMMDD para AAAA/MM/DD, o formato das datas do calendario.
            MOVE WS-DATA-N TO WS-DATA-AUX
            MOVE SPACES TO WS-DATA-FORMAT
            STRING WS-DATA-AUX(1:4) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-DATA-AUX(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-DATA-AUX(7:2) DELIMITED BY SIZE
                INTO WS-DATA-FORMAT
            .

       P150-PROXIMO-NUMERO.
            MOVE 0 TO WS-NUMERO
            MOVE 0 TO PV-NUMERO
            SET EOF-OK TO FALSE
            START PROVA-FILE KEY IS NOT LESS PV-NUMERO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROVA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE PV-NUMERO TO WS-NUMERO
                END-READ
            END-PERFORM
            ADD 1 TO WS-NUMERO
            .

       P200-CANCELA.
            DISPLAY 'NUMERO DO AGENDAMENTO: '
                ACCEPT WS-NUMERO
            PERFORM P050-ABRE-PROVAS
            IF NOT FS-PRV-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NUMERO TO PV-NUMERO
            READ PROVA-FILE
                KEY IS PV-NUMERO
                INVALID KEY
                    DISPLAY 'AGENDAMENTO NAO ENCONTRADO'
                    CLOSE PROVA-FILE
                    EXIT PARAGRAPH
            END-READ
            MOVE 'V' TO WS-UN-ACAO
            MOVE PV-UNIDADE TO WS-UNIDADE-TURMA
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UNIDADE-TURMA WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                DISPLAY 'AGENDAMENTO DA UNIDADE ' PV-UNIDADE
                        ' - FORA DA SUA UNIDADE'
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF
            PERFORM P310-MOSTRA-PROVA
            IF PV-CANCELADA
                DISPLAY 'AGENDAMENTO JA CANCELADO'
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CONFIRMA O CANCELAMENTO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'AGENDAMENTO MANTIDO'
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE 'C' TO PV-SITUACAO
            MOVE WS-OPERADOR-ATUAL TO PV-OPERADOR
            REWRITE PROVA-LINHA
            IF NOT FS-PRV-OK
                CALL 'FSMSG' USING WS-FS-PRV WS-FS-MSG
                DISPLAY 'ERRO AO CANCELAR --> COD '
                        WS-FS-PRV ': ' WS-FS-MSG
                CLOSE PROVA-FILE
                EXIT PARAGRAPH
            END-IF
            CLOSE PROVA-FILE
            DISPLAY 'AGENDAMENTO CANCELADO'
            MOVE PV-NUMERO TO WS-AUD-ID
            MOVE SPACES TO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING 'AGENDADA ' DELIMITED BY SIZE
                   PV-TURMA DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   PV-DATA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PV-MATERIA DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE 'CANCELADA' TO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            .

       P300-CONSULTA.
            PERFORM P060-PEDE-TURMA
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT PROVA-FILE
            IF NOT FS-PRV-OK
                DISPLAY 'NENHUMA PROVA AGENDADA'
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-QTD-PROVAS
            MOVE WS-ANO   TO PV-ANO
            MOVE WS-TURMA TO PV-TURMA
            MOVE SPACES   TO PV-DATA
            SET EOF-OK TO FALSE
            START PROVA-FILE KEY IS NOT LESS PV-CHAVE-TURMA
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROVA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PV-ANO NOT = WS-ANO
                           OR PV-TURMA NOT = WS-TURMA
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-PROVAS
                            PERFORM P310-MOSTRA-PROVA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROVA-FILE
            IF WS-QTD-PROVAS = 0
                DISPLAY 'NENHUMA PROVA AGENDADA PARA A TURMA'
            END-IF
            .

       P310-MOSTRA-PROVA.
            DISPLAY PV-NUMERO ' ' PV-DATA ' BIM ' PV-BIMESTRE ' '
                    PV-MATERIA ' ' FUNCTION TRIM(PV-DESCRICAO)
            IF PV-CANCELADA
                DISPLAY '       *** CANCELADA ***'
            ELSE
                DISPLAY '       PROFESSOR: ' FUNCTION TRIM(PV-PROFESSOR)
            END-IF
            .

       P400-CALENDARIO-MES.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'TURMA (BRANCO = TODAS AS TURMAS DO ANO): '
                ACCEPT WS-TURMA
            DISPLAY 'MES (AAAA/MM): '
                ACCEPT WS-MES
            OPEN INPUT PROVA-FILE
            IF NOT FS-PRV-OK
                DISPLAY 'NENHUMA PROVA AGENDADA'
                EXIT PARAGRAPH
            END-IF
            PERFORM P900-ABRE-SPOOL
            MOVE 0 TO WS-QTD-TURMAS
            MOVE 0 TO WS-QTD-PROVAS
            MOVE SPACES TO WS-TURMA-CORRENTE
            MOVE WS-ANO   TO PV-ANO
            MOVE WS-TURMA TO PV-TURMA
            MOVE SPACES   TO PV-DATA
            SET EOF-OK TO FALSE
            START PROVA-FILE KEY IS NOT LESS PV-CHAVE-TURMA
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROVA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PV-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF WS-TURMA NOT = SPACES
                               AND PV-TURMA NOT = WS-TURMA
                                SET EOF-OK TO TRUE
                            ELSE
                                PERFORM P410-LINHA-MES
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROVA-FILE
            IF WS-QTD-TURMAS > 0
                PERFORM P430-RODAPE-TURMA
            ELSE
                MOVE 'NENHUMA PROVA AGENDADA NO MES' TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            CLOSE REPORT-FILE
            DISPLAY 'TURMAS: ' WS-QTD-TURMAS
                    '  PROVAS NO MES: ' WS-QTD-PROVAS
            DISPLAY 'CALENDARIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P410-LINHA-MES.
            IF NOT PV-AGENDADA OR PV-DATA(1:7) NOT = WS-MES
                EXIT PARAGRAPH
            END-IF
            MOVE 'V' TO WS-UN-ACAO
            MOVE PV-UNIDADE TO WS-UNIDADE-TURMA
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UNIDADE-TURMA WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
      * Pela chave alternada as provas vem por turma e data: cada
      * troca de turma abre uma folha nova para as familias.
            IF PV-TURMA NOT = WS-TURMA-CORRENTE
                IF WS-QTD-TURMAS > 0
                    PERFORM P430-RODAPE-TURMA
                END-IF
                MOVE PV-TURMA TO WS-TURMA-CORRENTE
                ADD 1 TO WS-QTD-TURMAS
                PERFORM P420-CABECALHO-TURMA
            END-IF
            ADD 1 TO WS-QTD-PROVAS
            MOVE PV-DATA(1:4) TO WS-DATA-AUX(1:4)
            MOVE PV-DATA(6:2) TO WS-DATA-AUX(5:2)
            MOVE PV-DATA(9:2) TO WS-DATA-AUX(7:2)
            MOVE WS-DATA-AUX TO WS-DATA-N
            CALL 'DIASEM' USING WS-DATA-N WS-DIA-SEMANA
            CALL 'DATAFMT' USING WS-DATA-N WS-DATA-FORMAT
            MOVE SPACES TO REL-LINHA
            MOVE WS-DATA-FORMAT TO REL-LINHA(1:10)
            MOVE WS-NOME-DIA(WS-DIA-SEMANA) TO REL-LINHA(12:3)
            MOVE PV-MATERIA TO REL-LINHA(17:20)
            MOVE PV-DESCRICAO TO REL-LINHA(38:30)
            MOVE PV-PROFESSOR TO REL-LINHA(69:30)
            WRITE REL-LINHA
            .

       P420-CABECALHO-TURMA.
            MOVE ALL '=' TO REL-LINHA(1:98)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CALENDARIO DE PROVAS - MES ' DELIMITED BY SIZE
                   WS-MES(6:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-MES(1:4) DELIMITED BY SIZE
                   ' - TURMA ' DELIMITED BY SIZE
                   PV-TURMA DELIMITED BY SPACE
                   ' - ANO LETIVO ' DELIMITED BY SIZE
                   PV-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF PV-UNIDADE NOT = SPACES
                STRING 'UNIDADE ' DELIMITED BY SIZE
                       PV-UNIDADE DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'SENHORES PAIS E RESPONSAVEIS, SEGUEM AS AVALIACOES '
                 & 'AGENDADAS PARA A TURMA NESTE MES.' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'DATA       DIA  MATERIA              AVALIACAO'
                TO REL-LINHA
            MOVE 'PROFESSOR' TO REL-LINHA(69:9)
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:98)
            WRITE REL-LINHA
            .

       P430-RODAPE-TURMA.
            MOVE ALL '-' TO REL-LINHA(1:98)
            WRITE REL-LINHA
            MOVE 'DATAS SUJEITAS A ALTERACAO PELA COORDENACAO; A '
                 & 'ESCOLA AVISA AS FAMILIAS DE QUALQUER MUDANCA.'
                TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            .

       P90-LE-SESSAO.
            MOVE 'DESCONHECIDO' TO WS-OPERADOR-ATUAL
            OPEN INPUT SESSAO-FILE
            IF WS-FS-SESSAO = 0
                READ SESSAO-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SE-OPERADOR TO WS-OPERADOR-ATUAL
                END-READ
                CLOSE SESSAO-FILE
            END-IF
            .

       P900-ABRE-SPOOL.
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
            .
