      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: EVACUACAO E SIMULADO DE EMERGENCIA - CONTAGEM POR
      *          LOCAL. PARA "AGORA" (DATA E HORA DO SISTEMA, O
      *          PERIODO SAI DA TABELA DE HORARIO DAS AULAS) OU PARA
      *          QUALQUER DIA E PERIODO INFORMADOS, A GRADE DE
      *          HORARIOS (GRADEHOR.DAT) DIZ ONDE CADA TURMA ESTA -
      *          SALA, LABORATORIO, GINASIO (SALAS.DAT) - E COM QUAL
      *          PROFESSOR. QUEM ESTA DE FATO NA ESCOLA SAI DA
      *          CHAMADA DO DIA (RESUMO EM CHAMDIA.DAT E AS FALTAS DA
      *          AULA NO LIVRO FALTAS.DAT) E DAS SAIDAS LIBERADAS NA
      *          PORTARIA (RETIRADAS.DAT); TURMA SEM CHAMADA NO DIA
      *          SAI COM TODOS OS ALUNOS A CONFERIR. IMPRIME NO SPOOL
      *          UMA FOLHA DE CONTAGEM POR LOCAL, COM O PROFESSOR
      *          RESPONSAVEL, OS PRESENTES PARA MARCAR, OS AUSENTES E
      *          SAIDOS A PARTE E OS ALERTAS DA FICHA DE SAUDE
      *          (SAUDEALUNO.DAT, EXIBIDOS CONFORME O PERFIL - SIGILO),
      *          E A FOLHA MESTRA DO PONTO DE ENCONTRO, COM OS TOTAIS
      *          POR TURMA PARA CONFERIR E AS TURMAS DO ANO SEM AULA
      *          NA GRADE NAQUELE PERIODO, PARA LOCALIZAR. CADA
      *          UNIDADE VE AS SUAS TURMAS; A SESSAO DA REDE VE TODAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVACUA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT SALA-FILE
               ASSIGN TO
                   WS-PATH-SALAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SA-CODIGO
                   FILE STATUS IS WS-FS-SAL
                   .
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT CHAMDIA-FILE
               ASSIGN TO
                   WS-PATH-CHAMDIA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CM-CHAVE
                   FILE STATUS IS WS-FS-CMD
                   .
               SELECT FALTAS-FILE
               ASSIGN TO
                   WS-PATH-FALTAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-FAL
                   .
               SELECT RETIRADA-FILE
               ASSIGN TO
                   WS-PATH-RETIRADAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RET
                   .
               SELECT SAUDE-FILE
               ASSIGN TO
                   WS-PATH-SAUDE-ALUNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SA-NOME OF SAUDE-ALUNO-LINHA
                   FILE STATUS IS WS-FS-SAU
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD SALA-FILE
       DATA RECORD IS SALA-LINHA.
           COPY SALA_DADOS.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD CHAMDIA-FILE
       DATA RECORD IS CHAMDIA-LINHA.
           COPY CHAMDIA_DADOS.
       FD FALTAS-FILE
       DATA RECORD IS FALTA-LINHA.
           COPY FALTAS_DADOS.
       FD RETIRADA-FILE
       DATA RECORD IS RETIRADA-LINHA.
           COPY RETIRADA_DADOS.
       FD SAUDE-FILE
       DATA RECORD IS SAUDE-ALUNO-LINHA.
           COPY SAUDEALUNO_DADOS.
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
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-FS-SAL                PIC 99.
          88 FS-SAL-OK             VALUE 0.
       77 WS-FS-TUR                PIC 99.
          88 FS-TUR-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-CMD                PIC 99.
          88 FS-CMD-OK             VALUE 0.
       77 WS-FS-FAL                PIC 99.
       77 WS-FS-RET                PIC 99.
       77 WS-FS-SAU                PIC 99.
          88 FS-SAU-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'EVACUA'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      * Unidade escolar (UNIDADE): cada unidade ve as suas turmas.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-ANO                PIC X(07).
       77 WS-UN-TURMA              PIC X(10).
      * Dia e periodo da contagem.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-DATA-X                PIC X(08).
       77 WS-DATA-EVAC             PIC X(10).
       77 WS-ANO-FILTRO            PIC X(07).
       77 WS-PERIODO               PIC 9.
       77 WS-DIA-GRADE             PIC 9.
       77 WS-HORA-SISTEMA          PIC 9(08).
       77 WS-HORA-X REDEFINES WS-HORA-SISTEMA PIC X(08).
       77 WS-HORA-HHMM             PIC 9(04).
       77 WS-HORA-ED               PIC X(05).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DESCRICAO          PIC X(30).
      * Horario de inicio dos periodos de aula (HHMM); depois do
      * fim do ultimo (WS-FIM-AULAS) nao ha aula.
       01 WS-HORARIO-STR.
           05 FILLER               PIC 9(04) VALUE 0730.
           05 FILLER               PIC 9(04) VALUE 0820.
           05 FILLER               PIC 9(04) VALUE 0910.
           05 FILLER               PIC 9(04) VALUE 1020.
           05 FILLER               PIC 9(04) VALUE 1110.
           05 FILLER               PIC 9(04) VALUE 1330.
           05 FILLER               PIC 9(04) VALUE 1420.
           05 FILLER               PIC 9(04) VALUE 1510.
           05 FILLER               PIC 9(04) VALUE 1620.
       01 WS-HORARIO REDEFINES WS-HORARIO-STR.
           05 WS-INICIO-PERIODO OCCURS 9 TIMES PIC 9(04).
       77 WS-FIM-AULAS             PIC 9(04) VALUE 1710.
      * Locais ocupados no periodo: um por turma com aula na grade,
      * em ordem de sala + turma.
       77 WS-QTD-LOC               PIC 9(03) VALUE 0.
       01 WS-LOC-TAB.
           05 WS-LOC OCCURS 200 TIMES.
               10 LC-CHAVE.
                   15 LC-SALA      PIC X(06).
                   15 LC-TURMA     PIC X(10).
               10 LC-ANO           PIC X(07).
               10 LC-MATERIA       PIC X(20).
               10 LC-PROFESSOR     PIC X(30).
               10 LC-UNIDADE       PIC X(02).
               10 LC-SALA-NOME     PIC X(30).
               10 LC-CHAMADA       PIC X.
               10 LC-QTD-ALUNOS    PIC 9(03).
               10 LC-QTD-PRESENTES PIC 9(03).
               10 LC-QTD-AUSENTES  PIC 9(03).
               10 LC-QTD-SAIDOS    PIC 9(03).
               10 LC-QTD-CONFERIR  PIC 9(03).
               10 LC-QTD-ALERTAS   PIC 9(03).
       77 WS-IDX-LOC               PIC 9(03).
       77 WS-POS-LOC               PIC 9(03).
       01 WS-LOC-NOVA.
           05 LN-CHAVE.
               10 LN-SALA          PIC X(06).
               10 LN-TURMA         PIC X(10).
           05 LN-ANO               PIC X(07).
           05 LN-MATERIA           PIC X(20).
           05 LN-PROFESSOR         PIC X(30).
           05 LN-UNIDADE           PIC X(02).
           05 LN-SALA-NOME         PIC X(30).
           05 LN-CHAMADA           PIC X.
           05 LN-CONTADORES        PIC X(18).
      * Alunos das turmas com aula: a linha do boletim da materia
      * do periodo identifica as faltas da aula no livro.
       77 WS-QTD-ALU               PIC 9(04) VALUE 0.
       01 WS-ALU-TAB.
           05 WS-ALU OCCURS 3000 TIMES.
               10 EA-NOME          PIC X(30).
               10 EA-LOC           PIC 9(03).
               10 EA-ID-AULA       PIC 9(06).
               10 EA-SITUACAO      PIC X.
               10 EA-HORA-SAIDA    PIC X(05).
       77 WS-IDX-ALU               PIC 9(04).
       77 WS-ACHOU-ALU             PIC 9(04).
      * Faltas lancadas no dia (FALTAS.DAT) e saidas da portaria.
       77 WS-QTD-FAL               PIC 9(04) VALUE 0.
       01 WS-FAL-TAB.
           05 WS-FAL-ID OCCURS 3000 TIMES PIC 9(06).
       77 WS-IDX-FAL               PIC 9(04).
       77 WS-LIMITE-AVISADO        PIC X VALUE 'N'.
          88 LIMITE-AVISADO-OK     VALUE 'S' FALSE 'N'.
      * Alertas da ficha de saude (SIGILO).
       77 WS-SG-ACAO               PIC X.
       77 WS-SG-TIPO               PIC X VALUE 'S'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-ID                 PIC 9(06) VALUE 0.
       77 WS-SG-RESULTADO          PIC X.
      * Totais da folha mestra.
       77 WS-TOT-ALUNOS            PIC 9(05) VALUE 0.
       77 WS-TOT-PRESENTES         PIC 9(05) VALUE 0.
       77 WS-TOT-AUSENTES          PIC 9(05) VALUE 0.
       77 WS-TOT-SAIDOS            PIC 9(05) VALUE 0.
       77 WS-TOT-CONFERIR          PIC 9(05) VALUE 0.
       77 WS-TOT-ALERTAS           PIC 9(05) VALUE 0.
       77 WS-CONT-SEM-AULA         PIC 9(03) VALUE 0.
       77 WS-QTD-ED                PIC ZZ9.
       77 WS-TOT-ED                PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'EVACUA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            DISPLAY '*** EVACUACAO - CONTAGEM POR LOCAL ***'
            PERFORM P100-MOMENTO
            IF WS-PERIODO = 0
                STOP RUN
            END-IF
            PERFORM P200-LOCAIS
            IF WS-QTD-LOC = 0
                DISPLAY 'NENHUMA TURMA COM AULA NA GRADE NESTE '
                        'DIA/PERIODO'
                STOP RUN
            END-IF
            PERFORM P300-CARREGA-FALTAS
            PERFORM P400-ALUNOS
            PERFORM P450-CARREGA-SAIDAS
            PERFORM P500-SITUACAO

            PERFORM P900-ABRE-SPOOL
            PERFORM VARYING WS-IDX-LOC FROM 1 BY 1
                    UNTIL WS-IDX-LOC > WS-QTD-LOC
                PERFORM P600-FOLHA-LOCAL
            END-PERFORM
            PERFORM P700-FOLHA-MESTRA
            CLOSE REPORT-FILE
            DISPLAY 'LOCAIS: ' WS-QTD-LOC
                    '  ALUNOS NA ESCOLA: ' WS-TOT-PRESENTES
                    '  A CONFERIR: ' WS-TOT-CONFERIR
            DISPLAY 'FOLHAS GRAVADAS EM: ' WS-PATH-RELATORIO
            STOP RUN
            .

       P100-MOMENTO.
      * Branco nos dois = agora: data do sistema e periodo da hora.
            MOVE 0 TO WS-PERIODO
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO WS-DATA-X
            DISPLAY 'DATA AAAA/MM/DD (BRANCO = HOJE): '
                ACCEPT WS-DATA-EVAC
            IF WS-DATA-EVAC = SPACES
                MOVE SPACES TO WS-DATA-EVAC
                STRING WS-DATA-X(1:4) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-DATA-X(5:2) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-DATA-X(7:2) DELIMITED BY SIZE
                    INTO WS-DATA-EVAC
            END-IF
            DISPLAY 'PERIODO DE AULA 1-9 (0 OU BRANCO = AGORA): '
                ACCEPT WS-PERIODO
            IF WS-PERIODO = 0
                ACCEPT WS-HORA-SISTEMA FROM TIME
                MOVE WS-HORA-X(1:4) TO WS-HORA-HHMM
                PERFORM VARYING WS-IDX-LOC FROM 1 BY 1
                        UNTIL WS-IDX-LOC > 9
                    IF WS-HORA-HHMM >= WS-INICIO-PERIODO(WS-IDX-LOC)
                        MOVE WS-IDX-LOC TO WS-PERIODO
                    END-IF
                END-PERFORM
                IF WS-HORA-HHMM >= WS-FIM-AULAS
                    MOVE 0 TO WS-PERIODO
                END-IF
                MOVE SPACES TO WS-HORA-ED
                STRING WS-HORA-X(1:2) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-HORA-X(3:2) DELIMITED BY SIZE
                    INTO WS-HORA-ED
                IF WS-PERIODO = 0
                    DISPLAY 'FORA DO HORARIO DE AULAS (' WS-HORA-ED
                            ') - INFORME O PERIODO'
                    EXIT PARAGRAPH
                END-IF
                DISPLAY 'AGORA ' WS-HORA-ED ' = PERIODO ' WS-PERIODO
            END-IF
      * Dia da semana da grade: no sabado letivo vale o dia indicado
      * no calendario (DIALETIVO).
            CALL 'DIALETIVO' USING WS-DATA-EVAC WS-DV-LETIVO
                                   WS-DV-TIPO WS-DIA-GRADE
                                   WS-DV-DESCRICAO
            IF WS-DV-LETIVO NOT = 'S'
                DISPLAY 'DIA NAO LETIVO ('
                        FUNCTION TRIM(WS-DV-DESCRICAO)
                        ') - NAO HA TURMAS NA GRADE'
                MOVE 0 TO WS-PERIODO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO (BRANCO = OS DO ANO DA DATA): '
                ACCEPT WS-ANO-FILTRO
            .

       P200-LOCAIS.
            OPEN INPUT GRADE-FILE
            IF NOT FS-GRD-OK
                CALL 'FSMSG' USING WS-FS-GRD WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A GRADE --> COD '
                        WS-FS-GRD ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT SALA-FILE
            OPEN INPUT CHAMDIA-FILE
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ GRADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF GR-DIA = WS-DIA-GRADE
                           AND GR-PERIODO = WS-PERIODO
                            PERFORM P210-LOCAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GRADE-FILE
            IF FS-SAL-OK
                CLOSE SALA-FILE
            END-IF
            IF FS-CMD-OK
                CLOSE CHAMDIA-FILE
            END-IF
            .

       P210-LOCAL.
            IF WS-ANO-FILTRO = SPACES
                IF GR-ANO(1:4) NOT = WS-DATA-EVAC(1:4)
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF GR-ANO NOT = WS-ANO-FILTRO
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE 'V' TO WS-UN-ACAO
            MOVE GR-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            IF WS-QTD-LOC >= 200
                DISPLAY 'LIMITE DE 200 LOCAIS - TURMA ' GR-TURMA
                        ' FORA DAS FOLHAS'
                EXIT PARAGRAPH
            END-IF
            INITIALIZE WS-LOC-NOVA
            MOVE GR-SALA      TO LN-SALA
            MOVE GR-TURMA     TO LN-TURMA
            MOVE GR-ANO       TO LN-ANO
            MOVE GR-MATERIA   TO LN-MATERIA
            MOVE GR-PROFESSOR TO LN-PROFESSOR
            MOVE WS-UN-CODIGO TO LN-UNIDADE
            MOVE ALL '0'      TO LN-CONTADORES
            IF GR-SALA = SPACES
                MOVE 'SALA NAO ATRIBUIDA NA GRADE' TO LN-SALA-NOME
            ELSE
                MOVE 'SALA FORA DO CADASTRO' TO LN-SALA-NOME
                IF FS-SAL-OK
                    MOVE GR-SALA TO SA-CODIGO
                    READ SALA-FILE
                        KEY IS SA-CODIGO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE SA-NOME OF SALA-LINHA TO LN-SALA-NOME
                    END-READ
                END-IF
            END-IF
      * Chamada do dia ja feita para a turma: o resumo existe.
            MOVE 'N' TO LN-CHAMADA
            IF FS-CMD-OK
                MOVE WS-DATA-EVAC TO CM-DATA
                MOVE GR-ANO       TO CM-ANO
                MOVE GR-TURMA     TO CM-TURMA
                READ CHAMDIA-FILE
                    KEY IS CM-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO LN-CHAMADA
                END-READ
            END-IF
      * Insere na ordem de sala + turma: a folha de cada local sai
      * junta e a sala em branco fica no comeco.
            MOVE 1 TO WS-POS-LOC
            PERFORM UNTIL WS-POS-LOC > WS-QTD-LOC
                       OR LC-CHAVE(WS-POS-LOC) > LN-CHAVE
                ADD 1 TO WS-POS-LOC
            END-PERFORM
            PERFORM VARYING WS-IDX-LOC FROM WS-QTD-LOC BY -1
                    UNTIL WS-IDX-LOC < WS-POS-LOC
                MOVE WS-LOC(WS-IDX-LOC) TO WS-LOC(WS-IDX-LOC + 1)
            END-PERFORM
            MOVE WS-LOC-NOVA TO WS-LOC(WS-POS-LOC)
            ADD 1 TO WS-QTD-LOC
            .

       P300-CARREGA-FALTAS.
            MOVE 0 TO WS-QTD-FAL
            SET LIMITE-AVISADO-OK TO FALSE
            OPEN INPUT FALTAS-FILE
            IF WS-FS-FAL NOT = 0
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ FALTAS-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FL-DATA = WS-DATA-EVAC
                            IF WS-QTD-FAL < 3000
                                ADD 1 TO WS-QTD-FAL
                                MOVE FL-ID TO WS-FAL-ID(WS-QTD-FAL)
                            ELSE
                                IF NOT LIMITE-AVISADO-OK
                                    SET LIMITE-AVISADO-OK TO TRUE
                                    DISPLAY 'LIMITE DE 3000 FALTAS NO '
                                            'DIA - CONFIRA NA CHAMADA'
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FALTAS-FILE
            .

       P400-ALUNOS.
      * Uma passada no boletim: cada aluno das turmas com aula entra
      * uma vez; a linha da materia do periodo guarda o ID da aula.
            SET LIMITE-AVISADO-OK TO FALSE
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-STATUS NOT = 'EXPURGADO'
                            PERFORM P410-ALUNO-DO-LOCAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            .

       P410-ALUNO-DO-LOCAL.
            MOVE 0 TO WS-POS-LOC
            PERFORM VARYING WS-IDX-LOC FROM 1 BY 1
                    UNTIL WS-IDX-LOC > WS-QTD-LOC OR WS-POS-LOC > 0
                IF LC-TURMA(WS-IDX-LOC) = F-TURMA
                   AND LC-ANO(WS-IDX-LOC) = F-ANO-LETIVO
                    MOVE WS-IDX-LOC TO WS-POS-LOC
                END-IF
            END-PERFORM
            IF WS-POS-LOC = 0
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-ACHOU-ALU
            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALU OR WS-ACHOU-ALU > 0
                IF EA-NOME(WS-IDX-ALU) = F-NOME
                   AND EA-LOC(WS-IDX-ALU) = WS-POS-LOC
                    MOVE WS-IDX-ALU TO WS-ACHOU-ALU
                END-IF
            END-PERFORM
            IF WS-ACHOU-ALU = 0
                IF WS-QTD-ALU >= 3000
                    IF NOT LIMITE-AVISADO-OK
                        SET LIMITE-AVISADO-OK TO TRUE
                        DISPLAY 'LIMITE DE 3000 ALUNOS NAS FOLHAS'
                    END-IF
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-ALU
                MOVE WS-QTD-ALU TO WS-ACHOU-ALU
                MOVE F-NOME     TO EA-NOME(WS-QTD-ALU)
                MOVE WS-POS-LOC TO EA-LOC(WS-QTD-ALU)
                MOVE 0          TO EA-ID-AULA(WS-QTD-ALU)
                MOVE 'P'        TO EA-SITUACAO(WS-QTD-ALU)
                MOVE SPACES     TO EA-HORA-SAIDA(WS-QTD-ALU)
            END-IF
            IF F-MATERIA = LC-MATERIA(WS-POS-LOC)
                MOVE F-ID TO EA-ID-AULA(WS-ACHOU-ALU)
            END-IF
            .

       P450-CARREGA-SAIDAS.
      * Saida liberada na portaria antes do periodo (RT-AULA e a
      * primeira aula perdida): o aluno nao esta mais na escola.
            OPEN INPUT RETIRADA-FILE
            IF WS-FS-RET NOT = 0
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ RETIRADA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RT-DATA = WS-DATA-EVAC
                           AND RT-LIBERADO
                           AND RT-AULA > 0
                           AND RT-AULA <= WS-PERIODO
                            PERFORM P460-MARCA-SAIDA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETIRADA-FILE
            .

       P460-MARCA-SAIDA.
            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALU
                IF EA-NOME(WS-IDX-ALU) = RT-NOME
                    MOVE 'S'     TO EA-SITUACAO(WS-IDX-ALU)
                    MOVE RT-HORA TO EA-HORA-SAIDA(WS-IDX-ALU)
                END-IF
            END-PERFORM
            .

       P500-SITUACAO.
      * P presente, F falta na aula do periodo, S saiu pela
      * portaria, C turma sem chamada no dia (conferir na hora).
            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALU
                MOVE EA-LOC(WS-IDX-ALU) TO WS-IDX-LOC
                IF EA-SITUACAO(WS-IDX-ALU) = 'P'
                    IF LC-CHAMADA(WS-IDX-LOC) NOT = 'S'
                        MOVE 'C' TO EA-SITUACAO(WS-IDX-ALU)
                    ELSE
                        PERFORM VARYING WS-IDX-FAL FROM 1 BY 1
                                UNTIL WS-IDX-FAL > WS-QTD-FAL
                            IF EA-ID-AULA(WS-IDX-ALU) > 0
                               AND WS-FAL-ID(WS-IDX-FAL) =
                                   EA-ID-AULA(WS-IDX-ALU)
                                MOVE 'F' TO EA-SITUACAO(WS-IDX-ALU)
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
                ADD 1 TO LC-QTD-ALUNOS(WS-IDX-LOC)
                EVALUATE EA-SITUACAO(WS-IDX-ALU)
                    WHEN 'P'
                        ADD 1 TO LC-QTD-PRESENTES(WS-IDX-LOC)
                    WHEN 'F'
                        ADD 1 TO LC-QTD-AUSENTES(WS-IDX-LOC)
                    WHEN 'S'
                        ADD 1 TO LC-QTD-SAIDOS(WS-IDX-LOC)
                    WHEN OTHER
                        ADD 1 TO LC-QTD-CONFERIR(WS-IDX-LOC)
                END-EVALUATE
            END-PERFORM
            .

       P600-FOLHA-LOCAL.
            MOVE ALL '=' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'FOLHA DE CONTAGEM - LOCAL: ' DELIMITED BY SIZE
                   LC-SALA(WS-IDX-LOC) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LC-SALA-NOME(WS-IDX-LOC) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DATA: ' DELIMITED BY SIZE
                   WS-DATA-EVAC DELIMITED BY SIZE
                   '  PERIODO: ' DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   '  TURMA: ' DELIMITED BY SIZE
                   LC-TURMA(WS-IDX-LOC) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LC-ANO(WS-IDX-LOC) DELIMITED BY SIZE
                   '  UNIDADE: ' DELIMITED BY SIZE
                   LC-UNIDADE(WS-IDX-LOC) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'RESPONSAVEL PELA TURMA: ' DELIMITED BY SIZE
                   LC-PROFESSOR(WS-IDX-LOC) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(LC-MATERIA(WS-IDX-LOC))
                        DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF LC-CHAMADA(WS-IDX-LOC) NOT = 'S'
                MOVE '*** CHAMADA DO DIA NAO FEITA - CONFERIR TODOS '
                     & 'OS NOMES ***' TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE 'OK  ALUNO                          ALERTA DE SAUDE'
                TO REL-LINHA
            WRITE REL-LINHA
            OPEN INPUT SAUDE-FILE
            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALU
                IF EA-LOC(WS-IDX-ALU) = WS-IDX-LOC
                   AND (EA-SITUACAO(WS-IDX-ALU) = 'P'
                        OR EA-SITUACAO(WS-IDX-ALU) = 'C')
                    PERFORM P610-LINHA-PRESENTE
                END-IF
            END-PERFORM
            IF FS-SAU-OK
                CLOSE SAUDE-FILE
            END-IF
            IF LC-QTD-AUSENTES(WS-IDX-LOC) > 0
               OR LC-QTD-SAIDOS(WS-IDX-LOC) > 0
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
                MOVE 'FORA DA ESCOLA NESTE PERIODO (NAO PROCURAR):'
                    TO REL-LINHA
                WRITE REL-LINHA
                PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                        UNTIL WS-IDX-ALU > WS-QTD-ALU
                    IF EA-LOC(WS-IDX-ALU) = WS-IDX-LOC
                       AND (EA-SITUACAO(WS-IDX-ALU) = 'F'
                            OR EA-SITUACAO(WS-IDX-ALU) = 'S')
                        PERFORM P620-LINHA-FORA
                    END-IF
                END-PERFORM
            END-IF
            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE LC-QTD-PRESENTES(WS-IDX-LOC) TO WS-QTD-ED
            MOVE SPACES TO REL-LINHA
            STRING 'ESPERADOS NO PONTO DE ENCONTRO: ' DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                INTO REL-LINHA
            IF LC-QTD-CONFERIR(WS-IDX-LOC) > 0
                MOVE LC-QTD-CONFERIR(WS-IDX-LOC) TO WS-QTD-ED
                STRING '  A CONFERIR: ' DELIMITED BY SIZE
                       WS-QTD-ED DELIMITED BY SIZE
                    INTO REL-LINHA(40:)
            END-IF
            WRITE REL-LINHA
            MOVE 'CONTADOS: _____   ASSINATURA: ____________________'
                TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            .

       P610-LINHA-PRESENTE.
            MOVE SPACES TO REL-LINHA
            MOVE '[ ]' TO REL-LINHA(1:3)
            MOVE EA-NOME(WS-IDX-ALU) TO REL-LINHA(5:30)
            IF FS-SAU-OK
                MOVE EA-NOME(WS-IDX-ALU) TO SA-NOME OF SAUDE-ALUNO-LINHA
                READ SAUDE-FILE
                    KEY IS SA-NOME OF SAUDE-ALUNO-LINHA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SA-ALERTAS NOT = SPACES
                            PERFORM P615-ALERTA
                        END-IF
                END-READ
            END-IF
            WRITE REL-LINHA
            .

       P615-ALERTA.
      * Texto integral ou mascarado conforme o perfil da sessao; a
      * visao integral fica no log de acessos do proprio SIGILO.
            MOVE 'V' TO WS-SG-ACAO
            MOVE SA-ALERTAS TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE WS-SG-ID
                                SA-NOME OF SAUDE-ALUNO-LINHA
                                WS-SG-RESULTADO
            MOVE WS-SG-EXIBE TO REL-LINHA(36:60)
            ADD 1 TO LC-QTD-ALERTAS(WS-IDX-LOC)
            IF SA-CONTATO1-FONE NOT = SPACES
                WRITE REL-LINHA
                MOVE SPACES TO REL-LINHA
                STRING 'EMERGENCIA: ' DELIMITED BY SIZE
                       FUNCTION TRIM(SA-CONTATO1-NOME)
                            DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SA-CONTATO1-FONE DELIMITED BY SIZE
                    INTO REL-LINHA(36:)
            END-IF
            .

       P620-LINHA-FORA.
            MOVE SPACES TO REL-LINHA
            MOVE EA-NOME(WS-IDX-ALU) TO REL-LINHA(5:30)
            IF EA-SITUACAO(WS-IDX-ALU) = 'S'
                STRING 'SAIU PELA PORTARIA AS ' DELIMITED BY SIZE
                       EA-HORA-SAIDA(WS-IDX-ALU) DELIMITED BY SIZE
                    INTO REL-LINHA(36:)
            ELSE
                MOVE 'FALTA NA CHAMADA DA AULA' TO REL-LINHA(36:)
            END-IF
            WRITE REL-LINHA
            .

       P700-FOLHA-MESTRA.
            MOVE ALL '=' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'FOLHA MESTRA - PONTO DE ENCONTRO - '
                        DELIMITED BY SIZE
                   WS-DATA-EVAC DELIMITED BY SIZE
                   ' PERIODO ' DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF WS-UNIDADE-SESSAO = '00'
                MOVE 'REDE - TODAS AS UNIDADES' TO REL-LINHA
            ELSE
                STRING 'UNIDADE ' DELIMITED BY SIZE
                       WS-UNIDADE-SESSAO DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE 'TURMA      LOCAL  PROFESSOR                  MAT PRE'
                TO REL-LINHA
            MOVE 'S FAL SAI CONF ALE  OK' TO REL-LINHA(56:)
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-LOC FROM 1 BY 1
                    UNTIL WS-IDX-LOC > WS-QTD-LOC
                MOVE SPACES TO REL-LINHA
                MOVE LC-TURMA(WS-IDX-LOC)     TO REL-LINHA(1:10)
                MOVE LC-SALA(WS-IDX-LOC)      TO REL-LINHA(12:6)
                MOVE LC-PROFESSOR(WS-IDX-LOC) TO REL-LINHA(19:26)
                MOVE LC-QTD-ALUNOS(WS-IDX-LOC)    TO WS-QTD-ED
                MOVE WS-QTD-ED TO REL-LINHA(46:3)
                MOVE LC-QTD-PRESENTES(WS-IDX-LOC) TO WS-QTD-ED
                MOVE WS-QTD-ED TO REL-LINHA(50:3)
                MOVE LC-QTD-AUSENTES(WS-IDX-LOC)  TO WS-QTD-ED
                MOVE WS-QTD-ED TO REL-LINHA(56:3)
                MOVE LC-QTD-SAIDOS(WS-IDX-LOC)    TO WS-QTD-ED
                MOVE WS-QTD-ED TO REL-LINHA(60:3)
                MOVE LC-QTD-CONFERIR(WS-IDX-LOC)  TO WS-QTD-ED
                MOVE WS-QTD-ED TO REL-LINHA(65:3)
                MOVE LC-QTD-ALERTAS(WS-IDX-LOC)   TO WS-QTD-ED
                MOVE WS-QTD-ED TO REL-LINHA(69:3)
                MOVE '[ ]' TO REL-LINHA(74:3)
                WRITE REL-LINHA
                ADD LC-QTD-ALUNOS(WS-IDX-LOC)    TO WS-TOT-ALUNOS
                ADD LC-QTD-PRESENTES(WS-IDX-LOC) TO WS-TOT-PRESENTES
                ADD LC-QTD-AUSENTES(WS-IDX-LOC)  TO WS-TOT-AUSENTES
                ADD LC-QTD-SAIDOS(WS-IDX-LOC)    TO WS-TOT-SAIDOS
                ADD LC-QTD-CONFERIR(WS-IDX-LOC)  TO WS-TOT-CONFERIR
                ADD LC-QTD-ALERTAS(WS-IDX-LOC)   TO WS-TOT-ALERTAS
            END-PERFORM
            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE 'TOTAL' TO REL-LINHA(1:5)
            MOVE WS-TOT-ALUNOS TO WS-TOT-ED
            MOVE WS-TOT-ED TO REL-LINHA(44:5)
            MOVE WS-TOT-PRESENTES TO WS-TOT-ED
            MOVE WS-TOT-ED TO REL-LINHA(50:5)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ESPERADOS NO PONTO DE ENCONTRO: ' DELIMITED BY SIZE
                   WS-TOT-PRESENTES DELIMITED BY SIZE
                   '  A CONFERIR: ' DELIMITED BY SIZE
                   WS-TOT-CONFERIR DELIMITED BY SIZE
                   '  COM ALERTA DE SAUDE: ' DELIMITED BY SIZE
                   WS-TOT-ALERTAS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'MAT MATRICULADOS  PRES PRESENTES  FAL FALTA NA AULA  '
                TO REL-LINHA
            MOVE 'SAI SAIU PELA PORTARIA  CONF SEM CHAMADA'
                TO REL-LINHA(55:)
            WRITE REL-LINHA
            PERFORM P750-TURMAS-SEM-AULA
            .

       P750-TURMAS-SEM-AULA.
      * Turma do ano sem encaixe na grade neste periodo (janela,
      * educacao fisica fora da grade...): localizar a parte.
            OPEN INPUT TURMACAT-FILE
            IF NOT FS-TUR-OK
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT-SEM-AULA
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ TURMACAT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P760-TURMA-SEM-AULA
                END-READ
            END-PERFORM
            CLOSE TURMACAT-FILE
            IF WS-CONT-SEM-AULA = 0
                MOVE 'TODAS AS TURMAS DO ANO TEM AULA NA GRADE NESTE '
                     & 'PERIODO' TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P760-TURMA-SEM-AULA.
            IF WS-ANO-FILTRO = SPACES
                IF TU-ANO(1:4) NOT = WS-DATA-EVAC(1:4)
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF TU-ANO NOT = WS-ANO-FILTRO
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE 'V' TO WS-UN-ACAO
            MOVE TU-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-POS-LOC
            PERFORM VARYING WS-IDX-LOC FROM 1 BY 1
                    UNTIL WS-IDX-LOC > WS-QTD-LOC OR WS-POS-LOC > 0
                IF LC-TURMA(WS-IDX-LOC) = TU-TURMA
                   AND LC-ANO(WS-IDX-LOC) = TU-ANO
                    MOVE WS-IDX-LOC TO WS-POS-LOC
                END-IF
            END-PERFORM
            IF WS-POS-LOC > 0
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT-SEM-AULA
            IF WS-CONT-SEM-AULA = 1
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
                MOVE 'TURMAS SEM AULA NA GRADE NESTE PERIODO - '
                     & 'LOCALIZAR:'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '  ' DELIMITED BY SIZE
                   TU-TURMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TU-ANO DELIMITED BY SIZE
                   '   [ ] LOCALIZADA' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
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
