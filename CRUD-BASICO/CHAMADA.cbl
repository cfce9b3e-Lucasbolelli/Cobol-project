      *          VIRA LANCAMENTO NO LIVRO DE FALTAS (FALTAS.DAT, O
      *          MESMO QUE A CONSOLIDACAO DO PROGRAMA FALTAS LE),
      *          COM O BIMESTRE DEDUZIDO DO CALENDARIO ACADEMICO
      *          (CALENDARIO.DAT) - O SEMESTRE, NA TURMA SEMESTRAL; A
      *          TURMA TRIMESTRAL INFORMA O TRIMESTRE. NO FIM SAI A
      *          LISTA DE AUSENTES DO
      *          DIA COM O TELEFONE DO RESPONSAVEL (CADASTROPF.DAT),
      *          PARA A SECRETARIA LIGAR NA MESMA MANHA - E NAO
      *          DESCOBRIR O PROBLEMA SEMANAS DEPOIS NA CONSOLIDACAO.
      *          DIA NAO LETIVO NO CALENDARIO DE DIAS (DIALETIVO -
      *          FERIADO, RECESSO, FIM DE SEMANA SEM SABADO LETIVO)
      *          RECUSA A CHAMADA; NO SABADO LETIVO AS AULAS SAEM DA
      *          GRADE DO DIA DA SEMANA INDICADO NO CALENMAN. AO
      *          TERMINAR GRAVA O RESUMO DO DIA DA TURMA (CHAMDIA.DAT:
      *          ALUNOS, PRESENTES E PRESENTES COM ALERTA DE SAUDE NO
      *          SAUDECHK), DE ONDE SAI A CONTAGEM DA MERENDA. CADA
      *          AUSENTE COM RESPONSAVEL GERA UM AVISO DE AUSENCIA NA
      *          FILA DE SAIDA DE COMUNICACOES (COMUNICA), NO CANAL
      *          PREFERIDO DA FAMILIA. ALUNO LIBERADO NA PORTARIA
      *          NO DIA (RETIRADAS.DAT, TELA RETIRADA) LEVA FALTA SEM
      *          PERGUNTA NAS AULAS A PARTIR DO PERIODO EM QUE SAIU E
      *          NAO GERA AVISO DE AUSENCIA - A FAMILIA JA SABE.
      *          RODA SOZINHO OU CHAMADO PELO AUTOATENDIMENTO DO
      *          PROFESSOR NO BOLETIMV2: NA SESSAO DE PERFIL P SO
      *          ENTRA TURMA DO PROFESSOR E SO AS AULAS DAS MATERIAS
      *          DELE (PROFCHK); TURMA DE OUTRO PROFESSOR E RECUSADA
      *          E FICA NO LOG DE ACESSOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT CHAMDIA-FILE
               ASSIGN TO
                   WS-PATH-CHAMDIA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CM-CHAVE
                   FILE STATUS IS WS-FS-CMD
                   .
               SELECT RETIRADA-FILE
               ASSIGN TO
                   WS-PATH-RETIRADAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RET
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD CHAMDIA-FILE
       DATA RECORD IS CHAMDIA-LINHA.
           COPY CHAMDIA_DADOS.
       FD RETIRADA-FILE
       DATA RECORD IS RETIRADA-LINHA.
           COPY RETIRADA_DADOS.
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
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-RET                PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'CHAMADA'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DATA-NUM              PIC 9(08).
       77 WS-DIA-SEMANA            PIC 9.
      * Calendario de dias (DIALETIVO): dia letivo e dia da grade.
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
       77 WS-BIMESTRE              PIC 9.
      * Controle de periodos (PERVAL): periodo fechado pelo BIMCTL
      * nao aceita lancamento de falta - nem por chamada retroativa.
       77 WS-BIM-RESULTADO         PIC X.
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-RESPOSTA              PIC X.
      * Alunos distintos da turma (nome + responsavel), no molde da
      * contagem de ocupacao do TURMAVAL.
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
               10 CH-NOME          PIC X(30).
               10 CH-RESP          PIC 9(06).
               10 CH-ID            PIC 9(06).
               10 CH-AUSENTE       PIC X.
               10 CH-FALTAS-DIA    PIC 9(02).
      * Periodo da grade a partir do qual saiu pela portaria (0 =
      * nao saiu).
               10 CH-SAIU-AULA     PIC 9.
       77 WS-IDX                   PIC 9(03).
      * Aulas do dia, vindas da grade ou informadas na mao.
       77 WS-QTD-AULAS             PIC 9(02) VALUE 0.
       01 WS-AULA-TAB.
           05 WS-AULA-MATERIA OCCURS 9 TIMES PIC X(20).
       01 WS-AULA-PER-TAB.
           05 WS-AULA-PERIODO OCCURS 9 TIMES PIC 9.
       77 WS-IDX-AULA              PIC 9(02).
       77 WS-ID-FALTA              PIC 9(06).
       77 WS-CONT-FALTAS           PIC 9(04) VALUE 0.
       77 WS-CONT-AUSENTES         PIC 9(03) VALUE 0.
      * Fila de saida de comunicacoes (COMUNICA).
       77 WS-CM-TIPO               PIC X(10) VALUE 'AUSENCIA'.
       77 WS-CM-ORIGEM             PIC X(12) VALUE 'CHAMADA'.
       77 WS-CM-ASSUNTO            PIC X(60).
      * Resumo do dia para a merenda (CHAMDIA + SAUDECHK).
       77 WS-FS-CMD                PIC 99.
          88 FS-CMD-OK             VALUE 0.
       77 WS-SC-TEM-FICHA          PIC X.
       77 WS-SC-TEM-ALERTA         PIC X.
      * Sessao de professor (PROFCHK): turma e aulas restritas as
      * dele.
       77 WS-PC-ACAO               PIC X.
       77 WS-PC-MATERIA            PIC X(20).
       77 WS-PC-ID                 PIC 9(06) VALUE 0.
       77 WS-PC-PROFESSOR          PIC X(30).
       77 WS-PC-RESULTADO          PIC X.
       77 WS-QTD-AULAS-PROF        PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CHAMADA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** CHAMADA DIARIA ***'
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
                ACCEPT WS-TURMA
            DISPLAY 'DATA DA CHAMADA (AAAA/MM/DD): '
                ACCEPT WS-DATA-CHAMADA
            MOVE 'V'    TO WS-PC-ACAO
            MOVE SPACES TO WS-PC-MATERIA
            CALL 'PROFCHK' USING WS-PC-ACAO WS-ANO WS-TURMA
                                 WS-PC-MATERIA WS-PC-ID
                                 WS-PC-PROFESSOR WS-PC-RESULTADO
            IF WS-PC-RESULTADO NOT = 'S'
                GOBACK
            END-IF

      * O dia da semana sai da PROPRIA data (DIASEM, como no
      * RUNCTL/AGENMAN): digitado a parte, um descompasso puxaria
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X NOT NUMERIC
                DISPLAY 'DATA INVALIDA - USE AAAA/MM/DD'
                GOBACK
            END-IF
            MOVE WS-DATA-NUM-X TO WS-DATA-NUM
            CALL 'DIASEM' USING WS-DATA-NUM WS-DIA-SEMANA
            DISPLAY 'DIA DA SEMANA DA CHAMADA (1=SEG ... 7=DOM): '
                    WS-DIA-SEMANA
            CALL 'DIALETIVO' USING WS-DATA-CHAMADA WS-DV-LETIVO
                                   WS-DV-TIPO WS-DV-DIA-GRADE
                                   WS-DV-DESCRICAO
            IF WS-DV-LETIVO NOT = 'S'
                EVALUATE WS-DV-TIPO
                    WHEN 'F'
                        DISPLAY 'FERIADO: ' WS-DV-DESCRICAO
                    WHEN 'R'
                        DISPLAY 'RECESSO: ' WS-DV-DESCRICAO
                    WHEN 'W'
                        DISPLAY 'FIM DE SEMANA SEM SABADO LETIVO '
                                'CADASTRADO'
                    WHEN OTHER
                        DISPLAY 'DATA INVALIDA'
                END-EVALUATE
                DISPLAY 'DIA NAO LETIVO - CHAMADA RECUSADA (CALENMAN)'
                GOBACK
            END-IF
            IF WS-DV-TIPO = 'S'
                DISPLAY 'SABADO LETIVO - AULAS DA GRADE DO DIA '
                        WS-DV-DIA-GRADE
            END-IF

            PERFORM P100-DEDUZ-BIMESTRE
            PERFORM P110-PERIODO-DO-REGIME
            CALL 'PERVAL' USING WS-ANO WS-TURMA WS-BIMESTRE
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO = 'I'
                DISPLAY FUNCTION TRIM(WS-NOME-PERIODO) ' '
                        WS-BIMESTRE ' INEXISTENTE NO REGIME DA '
                        'TURMA - CHAMADA RECUSADA'
                GOBACK
            END-IF
            IF WS-BIM-RESULTADO NOT = 'A'
                DISPLAY 'O ' FUNCTION TRIM(WS-NOME-PERIODO) ' '
                        WS-BIMESTRE ' DE ' WS-ANO
                        ' ESTA FECHADO PELA DIRECAO - CHAMADA '
                        'RECUSADA (BIMCTL)'
                GOBACK
            END-IF
            PERFORM P200-CARREGA-ALUNOS
            IF WS-QTD-ALUNOS = 0
                DISPLAY 'NENHUM ALUNO NA TURMA ' WS-TURMA
                        ' DO ANO ' WS-ANO
                GOBACK
            END-IF
            PERFORM P300-CARREGA-AULAS
            PERFORM P310-AULAS-DO-PROFESSOR
            PERFORM P320-CARREGA-SAIDAS
            IF WS-QTD-AULAS = 0
                DISPLAY 'NENHUMA AULA PARA O DIA - CHAMADA '
                        'ENCERRADA'
                GOBACK
            END-IF

            PERFORM P400-RODA-CHAMADA
                UNTIL WS-IDX-AULA > WS-QTD-AULAS

            DISPLAY 'FALTAS LANCADAS NO LIVRO: ' WS-CONT-FALTAS
            PERFORM P550-GRAVA-RESUMO
            PERFORM P600-LISTA-AUSENTES
            GOBACK
            .

       P100-DEDUZ-BIMESTRE.
                CLOSE CALEN-FILE
            END-IF
            IF WS-BIMESTRE = 0
                PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
                    DISPLAY 'DATA FORA DO CALENDARIO (CALENMAN) - '
                            'INFORME O BIMESTRE (1-4): '
                        ACCEPT WS-BIMESTRE
                    IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                        DISPLAY 'BIMESTRE INVALIDO'
                    END-IF
                END-PERFORM
            ELSE
                DISPLAY 'BIMESTRE DA CHAMADA (CALENDARIO): '
                        WS-BIMESTRE
            END-IF
            .

       P110-PERIODO-DO-REGIME.
      * O calendario e bimestral. Turma semestral converte o bimestre
      * (1-2 = 1o semestre, 3-4 = 2o); trimestre nao se deduz de
      * bimestre, entao a turma trimestral informa o periodo.
            CALL 'REGIME' USING WS-ANO WS-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            EVALUATE WS-QTD-PERIODOS
                WHEN 2
                    COMPUTE WS-BIMESTRE = (WS-BIMESTRE + 1) / 2
                    DISPLAY 'TURMA SEMESTRAL - SEMESTRE DA CHAMADA: '
                            WS-BIMESTRE
                WHEN 3
                    MOVE 0 TO WS-BIMESTRE
                    PERFORM UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 3
                        DISPLAY 'TURMA TRIMESTRAL - INFORME O '
                                'TRIMESTRE (1-3): '
                            ACCEPT WS-BIMESTRE
                        IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 3
                            DISPLAY 'TRIMESTRE INVALIDO'
                        END-IF
                    END-PERFORM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .

       P200-CARREGA-ALUNOS.
            MOVE 0 TO WS-QTD-ALUNOS
            SET EOF-OK TO FALSE
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                GOBACK
            END-IF
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                ADD 1 TO WS-QTD-ALUNOS
                MOVE F-NOME           TO CH-NOME(WS-QTD-ALUNOS)
                MOVE F-ID-RESPONSAVEL TO CH-RESP(WS-QTD-ALUNOS)
                MOVE F-ID             TO CH-ID(WS-QTD-ALUNOS)
                MOVE 'N'              TO CH-AUSENTE(WS-QTD-ALUNOS)
                MOVE 0                TO CH-FALTAS-DIA(WS-QTD-ALUNOS)
                MOVE 0                TO CH-SAIU-AULA(WS-QTD-ALUNOS)
            END-IF
            .

                SET EOF-OK TO FALSE
                MOVE WS-ANO        TO GR-ANO
                MOVE WS-TURMA      TO GR-TURMA
                MOVE WS-DV-DIA-GRADE TO GR-DIA
                MOVE 0             TO GR-PERIODO
                START GRADE-FILE KEY IS NOT LESS GR-CHAVE
                    INVALID KEY SET EOF-OK TO TRUE
                        NOT AT END
                            IF GR-ANO NOT = WS-ANO
                               OR GR-TURMA NOT = WS-TURMA
                               OR GR-DIA NOT = WS-DV-DIA-GRADE
                                SET EOF-OK TO TRUE
                            ELSE
                                IF WS-QTD-AULAS < 9
                                    ADD 1 TO WS-QTD-AULAS
                                    MOVE GR-MATERIA TO
                                      WS-AULA-MATERIA(WS-QTD-AULAS)
                                    MOVE GR-PERIODO TO
                                      WS-AULA-PERIODO(WS-QTD-AULAS)
                                END-IF
                            END-IF
                    END-READ
                        UNTIL WS-IDX-AULA > WS-QTD-AULAS
                    DISPLAY 'MATERIA DA AULA ' WS-IDX-AULA ': '
                        ACCEPT WS-AULA-MATERIA(WS-IDX-AULA)
                    MOVE WS-IDX-AULA TO WS-AULA-PERIODO(WS-IDX-AULA)
                END-PERFORM
            END-IF
            .

       P310-AULAS-DO-PROFESSOR.
      * Na sessao de professor ficam so as aulas das materias dele;
      * fora dela o PROFCHK aceita tudo e a tabela fica como esta.
            MOVE 0   TO WS-QTD-AULAS-PROF
            MOVE 'C' TO WS-PC-ACAO
            PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                    UNTIL WS-IDX-AULA > WS-QTD-AULAS
                MOVE WS-AULA-MATERIA(WS-IDX-AULA) TO WS-PC-MATERIA
                CALL 'PROFCHK' USING WS-PC-ACAO WS-ANO WS-TURMA
                                     WS-PC-MATERIA WS-PC-ID
                                     WS-PC-PROFESSOR WS-PC-RESULTADO
                IF WS-PC-RESULTADO = 'S'
                    ADD 1 TO WS-QTD-AULAS-PROF
                    MOVE WS-PC-MATERIA TO
                         WS-AULA-MATERIA(WS-QTD-AULAS-PROF)
                    MOVE WS-AULA-PERIODO(WS-IDX-AULA) TO
                         WS-AULA-PERIODO(WS-QTD-AULAS-PROF)
                END-IF
            END-PERFORM
            IF WS-QTD-AULAS-PROF < WS-QTD-AULAS
                DISPLAY 'AULAS DE OUTROS PROFESSORES FICAM FORA DESTA '
                        'CHAMADA'
            END-IF
            MOVE WS-QTD-AULAS-PROF TO WS-QTD-AULAS
            .

       P320-CARREGA-SAIDAS.
      * Saidas liberadas na portaria no dia da chamada: vale o
      * primeiro periodo perdido (a saida mais cedo, se houver
      * mais de uma).
            SET EOF-OK TO FALSE
            OPEN INPUT RETIRADA-FILE
            IF WS-FS-RET <> 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ RETIRADA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RT-DATA = WS-DATA-CHAMADA
                           AND RT-LIBERADO
                           AND RT-AULA > 0
                            PERFORM P330-MARCA-SAIDA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETIRADA-FILE
            .

       P330-MARCA-SAIDA.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                IF CH-NOME(WS-IDX) = RT-NOME
                   AND (CH-SAIU-AULA(WS-IDX) = 0
                        OR RT-AULA < CH-SAIU-AULA(WS-IDX))
                    MOVE RT-AULA TO CH-SAIU-AULA(WS-IDX)
                    DISPLAY FUNCTION TRIM(CH-NOME(WS-IDX))
                            ' SAIU PELA PORTARIA AS ' RT-HORA
                            ' (A PARTIR DA AULA ' RT-AULA ')'
                END-IF
            END-PERFORM
            .

       P400-RODA-CHAMADA.
            DISPLAY ' '
            DISPLAY '--- AULA ' WS-IDX-AULA ': '
                    WS-AULA-MATERIA(WS-IDX-AULA) ' ---'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                IF CH-SAIU-AULA(WS-IDX) > 0
                   AND WS-AULA-PERIODO(WS-IDX-AULA)
                       >= CH-SAIU-AULA(WS-IDX)
                    DISPLAY FUNCTION TRIM(CH-NOME(WS-IDX))
                            ' - SAIU PELA PORTARIA: AUSENTE'
                    MOVE 'N' TO WS-RESPOSTA
                ELSE
                    DISPLAY FUNCTION TRIM(CH-NOME(WS-IDX))
                            ' PRESENTE ? S/N'
                        CALL 'CONFIRMA' USING WS-RESPOSTA
                END-IF
                IF WS-RESPOSTA = 'N'
                    MOVE 'S' TO CH-AUSENTE(WS-IDX)
                    ADD 1 TO CH-FALTAS-DIA(WS-IDX)
                    PERFORM P500-LANCA-FALTA
                END-IF
            END-PERFORM
            ADD 1 TO WS-CONT-FALTAS
            .

       P550-GRAVA-RESUMO.
      * Presente no dia = presente em pelo menos uma aula. Dos
      * presentes, conta quem tem alerta na ficha de saude.
            MOVE WS-DATA-CHAMADA TO CM-DATA
            MOVE WS-ANO          TO CM-ANO
            MOVE WS-TURMA        TO CM-TURMA
            MOVE WS-QTD-ALUNOS   TO CM-QTD-ALUNOS
            MOVE 0               TO CM-QTD-PRESENTES
            MOVE 0               TO CM-QTD-RESTRICAO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                IF CH-FALTAS-DIA(WS-IDX) < WS-QTD-AULAS
                    ADD 1 TO CM-QTD-PRESENTES
                    CALL 'SAUDECHK' USING CH-NOME(WS-IDX)
                                          WS-SC-TEM-FICHA
                                          WS-SC-TEM-ALERTA
                    IF WS-SC-TEM-ALERTA = 'S'
                        ADD 1 TO CM-QTD-RESTRICAO
                    END-IF
                END-IF
            END-PERFORM

            OPEN I-O CHAMDIA-FILE
            IF WS-FS-CMD = 35
                OPEN OUTPUT CHAMDIA-FILE
                CLOSE CHAMDIA-FILE
                OPEN I-O CHAMDIA-FILE
            END-IF
            IF NOT FS-CMD-OK
                CALL 'FSMSG' USING WS-FS-CMD WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O RESUMO DA CHAMADA --> COD '
                        WS-FS-CMD ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            WRITE CHAMDIA-LINHA
            IF WS-FS-CMD = 22
                REWRITE CHAMDIA-LINHA
            END-IF
            IF FS-CMD-OK
                DISPLAY 'PRESENTES NO DIA: ' CM-QTD-PRESENTES
                        ' (COM RESTRICAO ALIMENTAR: '
                        CM-QTD-RESTRICAO ')'
            ELSE
                DISPLAY 'ERRO AO GRAVAR O RESUMO --> COD ' WS-FS-CMD
            END-IF
            CLOSE CHAMDIA-FILE
            .

       P600-LISTA-AUSENTES.
      * Lista de ausentes do dia, com o telefone do responsavel,
      * para a secretaria ligar ainda de manha.

       P650-LINHA-AUSENTE.
            MOVE SPACES TO REL-LINHA
            IF CH-SAIU-AULA(WS-IDX) > 0
                STRING FUNCTION TRIM(CH-NOME(WS-IDX))
                            DELIMITED BY SIZE
                       ' - SAIDA ANTECIPADA PELA PORTARIA'
                            DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
                EXIT PARAGRAPH
            END-IF
            IF CH-RESP(WS-IDX) NOT = 0
                PERFORM P700-TELEFONE-RESP
                MOVE SPACES TO WS-CM-ASSUNTO
                STRING 'AUSENCIA EM ' DELIMITED BY SIZE
                       WS-DATA-CHAMADA DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(CH-NOME(WS-IDX))
                            DELIMITED BY SIZE
                    INTO WS-CM-ASSUNTO
                CALL 'COMUNICA' USING CH-RESP(WS-IDX) WS-CM-TIPO
                                      CH-ID(WS-IDX) WS-CM-ASSUNTO
                                      WS-CM-ORIGEM
            ELSE
                STRING FUNCTION TRIM(CH-NOME(WS-IDX))
                            DELIMITED BY SIZE
