      *          NOTAS ZERADAS, NA TURMA NOVA INFORMADA PELA DIRECAO
      *          POR TURMA DE ORIGEM - VIA CREATE, PRESERVANDO A
      *          CADEIA F-ID-ORIGINAL COMO O P30-REMATRICULA FAZ UM A
      *          UM. PROGRESSAO PARCIAL: O ALUNO COM REPROVACOES
      *          DENTRO DO LIMITE SAI PROMOVIDO-DP E CADA MATERIA
      *          REPROVADA VIRA UMA DEPENDENCIA EM DEPENDENCIAS.DAT;
      *          NA SEMEADURA A DEPENDENCIA GANHA UMA LINHA PROPRIA NO
      *          ANO NOVO, LIGADA PELO F-ID-ORIGINAL A LINHA
      *          REPROVADA. NO FECHAMENTO SEGUINTE A LINHA DE
      *          DEPENDENCIA (DEPCHK) NAO CONTA COMO MATERIA REGULAR:
      *          APROVADO DA BAIXA, REPROVADO RETEM O ALUNO
      *          (RETIDO-DP) E EM ABERTO DEIXA A DECISAO PENDENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PROMO
                   .
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
       FD BOLETIM.
       FD PROMO-FILE
       DATA RECORD IS PROMO-LINHA.
       01 PROMO-LINHA              PIC X(120).
       FD DEP-FILE
       DATA RECORD IS DEPENDENCIA-LINHA.
           COPY DEPENDENCIA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       COPY INF-ALUNO.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-PROMO              PIC 99.
       77 WS-FS-DEP                PIC 99.
          88 FS-DEP-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
               10 PR-QTD-REPROVADAS    PIC 9(02).
               10 PR-QTD-RECUPERACAO   PIC 9(02).
               10 PR-MIN-FREQUENCIA    PIC 9(03).
               10 PR-QTD-DEP-ABERTAS   PIC 9(02).
               10 PR-QTD-DEP-REPROV    PIC 9(02).
               10 PR-DECISAO           PIC X(12).
                  88 PR-PROMOVIDO      VALUE 'PROMOVIDO'
                                             'PROMOVIDO-DP'.
               10 PR-MAT-TAB OCCURS 12 TIMES.
                   15 PR-MAT-NOME      PIC X(20).
                   15 PR-MAT-PROF      PIC X(30).
                   15 PR-MAT-ID        PIC 9(06).
                   15 PR-MAT-STATUS    PIC X(14).
                   15 PR-MAT-CONTA     PIC X.
                   15 PR-MAT-DEP       PIC X.
      * Mapa turma de origem -> turma do ano novo, preenchido com a
      * direcao na hora de semear (30 entradas como a tabela de
      * turmas do GETALL).
       77 WS-CONT-PENDENTES        PIC 9(03) VALUE 0.
       77 WS-CONT-SEMEADOS         PIC 9(04) VALUE 0.
       77 WS-CONT-FALHAS-SEM       PIC 9(04) VALUE 0.
      * Progressao parcial: linha de dependencia reconhecida pelo
      * registro de dependencias (DEPCHK), contadores do registro e
      * a turma do ano novo do aluno sendo semeado.
       77 WS-DC-DEP                PIC X.
       77 WS-DC-ORIGEM             PIC 9(06).
       77 WS-DC-ANO-ORIGEM         PIC X(07).
       77 WS-DC-STATUS             PIC X.
       77 WS-DEP-A-SEMEAR          PIC X.
       77 WS-TURMA-DESTINO         PIC X(10).
       77 WS-CONT-PROMOVIDOS-DP    PIC 9(03) VALUE 0.
       77 WS-CONT-DEP-REGISTRADAS  PIC 9(04) VALUE 0.
       77 WS-CONT-DEP-BAIXADAS     PIC 9(04) VALUE 0.
       77 WS-CONT-DEP-SEMEADAS     PIC 9(04) VALUE 0.
      * Dados da materia no catalogo (MATINFO): materia que nao conta
      * para a promocao nao entra na contagem de reprovacoes.
       77 WS-MAT-ACHADA            PIC X.
       77 WS-MAT-CONTA             PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PROMOCAO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** FECHAMENTO DE ANO - PROMOCAO POR ALUNO ***'
            DISPLAY 'INFORME O ANO LETIVO/PERIODO A FECHAR '
                    '(EX: 2026/1): '
                ACCEPT WS-ANO-ALVO
            DISPLAY 'QUANTAS REPROVACOES DE MATERIA SAO PERMITIDAS '
                    'SEM RETER O ALUNO ? (PROMOVIDO COM DEPENDENCIA'
                    ' - REGRA DA ESCOLA, EX: 2)'
                ACCEPT WS-MAX-REPROVACOES
            DISPLAY 'QUAL A FREQUENCIA MINIMA EXIGIDA (0-100, '
                    'PADRAO 75) ?'
                ACCEPT WS-FREQUENCIA-MINIMA

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            PERFORM P100-COLETA
            IF WS-QTD-ALUNOS = 0
                DISPLAY 'NENHUM REGISTRO ENCONTRADO PARA O ANO '
            END-IF

            PERFORM P200-DECIDE
            PERFORM P250-REGISTRA-DEPENDENCIAS
            PERFORM P300-GRAVA-DECISOES

            DISPLAY ' '
            DISPLAY 'ALUNOS AVALIADOS: '  WS-QTD-ALUNOS
            DISPLAY 'PROMOVIDOS: '        WS-CONT-PROMOVIDOS
            DISPLAY '  DOS QUAIS COM DEPENDENCIA: '
                                          WS-CONT-PROMOVIDOS-DP
            DISPLAY 'RETIDOS: '           WS-CONT-RETIDOS
            DISPLAY 'PENDENTES (RECUPERACAO EM ABERTO): '
                                          WS-CONT-PENDENTES
            DISPLAY 'DEPENDENCIAS REGISTRADAS: '
                                          WS-CONT-DEP-REGISTRADAS
            DISPLAY 'DEPENDENCIAS BAIXADAS (CUMPRIDAS/REPROVADAS): '
                                          WS-CONT-DEP-BAIXADAS
            DISPLAY 'DECISOES GRAVADAS EM: ' WS-PATH-PROMOCAO

            IF WS-CONT-PROMOVIDOS > 0
      * Localiza (ou cria) a entrada do aluno pelo nome, como na
      * consolidacao do HISTESCOLAR; tabela pequena, busca
      * sequencial no estilo do P370-ACUMULA-TURMA do GETALL.
            CALL 'DEPCHK' USING F-ID WS-DC-DEP WS-DC-ORIGEM
                                WS-DC-ANO-ORIGEM WS-DC-STATUS
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-ALUNOS
                    OR PR-NOME(WS-IDX) = F-NOME
                MOVE F-NOME  TO PR-NOME(WS-IDX)
                MOVE F-TURMA TO PR-TURMA(WS-IDX)
                MOVE F-ID-RESPONSAVEL TO PR-ID-RESP(WS-IDX)
                MOVE 0 TO PR-ID-ORIGINAL(WS-IDX)
                MOVE 0 TO PR-QTD-MATERIAS(WS-IDX)
                MOVE 0 TO PR-QTD-REPROVADAS(WS-IDX)
                MOVE 0 TO PR-QTD-RECUPERACAO(WS-IDX)
                MOVE 0 TO PR-QTD-DEP-ABERTAS(WS-IDX)
                MOVE 0 TO PR-QTD-DEP-REPROV(WS-IDX)
                MOVE 100 TO PR-MIN-FREQUENCIA(WS-IDX)
                MOVE SPACES TO PR-DECISAO(WS-IDX)
            END-IF

      * A cadeia F-ID-ORIGINAL do aluno vem de uma linha regular: a
      * linha de dependencia aponta para a linha reprovada de
      * origem, nao para a raiz da matricula.
            IF WS-DC-DEP NOT = 'S' AND PR-ID-ORIGINAL(WS-IDX) = 0
                IF F-ID-ORIGINAL = 0
                    MOVE F-ID TO PR-ID-ORIGINAL(WS-IDX)
                ELSE
                    MOVE F-ID-ORIGINAL TO PR-ID-ORIGINAL(WS-IDX)
                END-IF
            END-IF

            CALL 'MATINFO' USING F-MATERIA WS-MAT-ACHADA
                                 WS-MAT-MEDIA WS-MAT-HORAS
                                 WS-MAT-CONTA

            IF PR-QTD-MATERIAS(WS-IDX) < 12
                ADD 1 TO PR-QTD-MATERIAS(WS-IDX)
                MOVE PR-QTD-MATERIAS(WS-IDX) TO WS-IDX-MAT
                    TO PR-MAT-NOME(WS-IDX WS-IDX-MAT)
                MOVE F-PROFESSOR
                    TO PR-MAT-PROF(WS-IDX WS-IDX-MAT)
                MOVE F-ID
                    TO PR-MAT-ID(WS-IDX WS-IDX-MAT)
                MOVE F-STATUS
                    TO PR-MAT-STATUS(WS-IDX WS-IDX-MAT)
                MOVE WS-MAT-CONTA
                    TO PR-MAT-CONTA(WS-IDX WS-IDX-MAT)
                MOVE WS-DC-DEP
                    TO PR-MAT-DEP(WS-IDX WS-IDX-MAT)
            END-IF

      * Dependencia conta a parte: reprovado nela retem o aluno,
      * ainda em aberto deixa a decisao pendente.
            IF WS-DC-DEP = 'S'
                EVALUATE F-STATUS
                    WHEN 'APROVADO'
                        CONTINUE
                    WHEN 'REPROVADO'
                        ADD 1 TO PR-QTD-DEP-REPROV(WS-IDX)
                    WHEN OTHER
                        ADD 1 TO PR-QTD-DEP-ABERTAS(WS-IDX)
                END-EVALUATE
            ELSE
                IF WS-MAT-CONTA = 'S'
                    EVALUATE F-STATUS
                        WHEN 'REPROVADO'
                            ADD 1 TO PR-QTD-REPROVADAS(WS-IDX)
                        WHEN 'EM RECUPERACAO'
                            ADD 1 TO PR-QTD-RECUPERACAO(WS-IDX)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF

            IF F-FREQUENCIA < PR-MIN-FREQUENCIA(WS-IDX)
      * Regra de promocao: frequencia minima vale para TODAS as
      * materias; recuperacao em aberto impede a decisao (PENDENTE)
      * ate a nota ser lancada pelo UPDATT; acima do limite de
      * reprovacoes o aluno e retido. Dentro do limite, cada
      * reprovacao vira dependencia (PROMOVIDO-DP); dependencia de
      * ano anterior reprovada retem (RETIDO-DP) e ainda em aberto
      * deixa a decisao pendente, como a recuperacao.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                EVALUATE TRUE
                                         WS-MAX-REPROVACOES
                        MOVE 'RETIDO' TO PR-DECISAO(WS-IDX)
                        ADD 1 TO WS-CONT-RETIDOS
                    WHEN PR-QTD-DEP-REPROV(WS-IDX) > 0
                        MOVE 'RETIDO-DP' TO PR-DECISAO(WS-IDX)
                        ADD 1 TO WS-CONT-RETIDOS
                    WHEN PR-QTD-RECUPERACAO(WS-IDX) > 0
                      OR PR-QTD-DEP-ABERTAS(WS-IDX) > 0
                        MOVE 'PENDENTE' TO PR-DECISAO(WS-IDX)
                        ADD 1 TO WS-CONT-PENDENTES
                    WHEN PR-QTD-REPROVADAS(WS-IDX) > 0
                        MOVE 'PROMOVIDO-DP' TO PR-DECISAO(WS-IDX)
                        ADD 1 TO WS-CONT-PROMOVIDOS
                        ADD 1 TO WS-CONT-PROMOVIDOS-DP
                    WHEN OTHER
                        MOVE 'PROMOVIDO' TO PR-DECISAO(WS-IDX)
                        ADD 1 TO WS-CONT-PROMOVIDOS
            END-PERFORM
            .

       P250-REGISTRA-DEPENDENCIAS.
      * Registro de dependencias: uma entrada por materia reprovada
      * de aluno PROMOVIDO-DP (chave = F-ID da linha reprovada; se
      * o fechamento for rodado de novo, a entrada ja existente
      * fica como esta) e a baixa das dependencias que o ano
      * fechado resolveu.
            OPEN I-O DEP-FILE
            IF WS-FS-DEP = 35
                OPEN OUTPUT DEP-FILE
                CLOSE DEP-FILE
                OPEN I-O DEP-FILE
            END-IF
            IF NOT FS-DEP-OK
                CALL 'FSMSG' USING WS-FS-DEP WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE DEPENDENCIAS '
                        '--> COD ' WS-FS-DEP ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                PERFORM P255-DEPENDENCIAS-DO-ALUNO
            END-PERFORM
            CLOSE DEP-FILE
            .

       P255-DEPENDENCIAS-DO-ALUNO.
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > PR-QTD-MATERIAS(WS-IDX)
                EVALUATE TRUE
                    WHEN PR-MAT-DEP(WS-IDX WS-IDX-MAT) = 'S'
                        PERFORM P260-BAIXA-DEPENDENCIA
                    WHEN PR-DECISAO(WS-IDX) = 'PROMOVIDO-DP'
                     AND PR-MAT-STATUS(WS-IDX WS-IDX-MAT) = 'REPROVADO'
                     AND PR-MAT-CONTA(WS-IDX WS-IDX-MAT) = 'S'
                        PERFORM P270-GRAVA-DEPENDENCIA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM
            .

       P260-BAIXA-DEPENDENCIA.
            MOVE PR-MAT-ID(WS-IDX WS-IDX-MAT) TO DP-ID-DEP
            READ DEP-FILE
                KEY IS DP-ID-DEP
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF NOT DP-ABERTA
                EXIT PARAGRAPH
            END-IF
            EVALUATE PR-MAT-STATUS(WS-IDX WS-IDX-MAT)
                WHEN 'APROVADO'
                    SET DP-CUMPRIDA TO TRUE
                WHEN 'REPROVADO'
                    SET DP-REPROVADA TO TRUE
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE
            MOVE WS-DATA-FORMAT TO DP-DATA-BAIXA
            REWRITE DEPENDENCIA-LINHA
            IF FS-DEP-OK
                ADD 1 TO WS-CONT-DEP-BAIXADAS
            END-IF
            .

       P270-GRAVA-DEPENDENCIA.
            MOVE PR-MAT-ID(WS-IDX WS-IDX-MAT)   TO DP-ID-ORIGEM
            MOVE 0                              TO DP-ID-DEP
            MOVE PR-NOME(WS-IDX)                TO DP-NOME
            MOVE PR-MAT-NOME(WS-IDX WS-IDX-MAT) TO DP-MATERIA
            MOVE WS-ANO-ALVO                    TO DP-ANO-ORIGEM
            MOVE PR-TURMA(WS-IDX)               TO DP-TURMA-ORIGEM
            MOVE SPACES                         TO DP-ANO-CURSO
                                                   DP-TURMA-CURSO
                                                   DP-DATA-BAIXA
            SET DP-ABERTA                       TO TRUE
            MOVE WS-DATA-FORMAT                 TO DP-DATA
            WRITE DEPENDENCIA-LINHA
            IF FS-DEP-OK
                ADD 1 TO WS-CONT-DEP-REGISTRADAS
            END-IF
            .

       P300-GRAVA-DECISOES.
            OPEN OUTPUT PROMO-FILE
            MOVE SPACES TO PROMO-LINHA
                DISPLAY FUNCTION TRIM(PR-NOME(WS-IDX)) ' ('
                        PR-TURMA(WS-IDX) '): '
                        PR-DECISAO(WS-IDX)
                PERFORM P310-LINHAS-DEPENDENCIA
            END-PERFORM
            CLOSE PROMO-FILE
            .

       P310-LINHAS-DEPENDENCIA.
      * Abaixo da decisao, uma linha por dependencia: as novas (do
      * PROMOVIDO-DP) e as que o aluno ja cursava neste ano.
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > PR-QTD-MATERIAS(WS-IDX)
                MOVE SPACES TO PROMO-LINHA
                EVALUATE TRUE
                    WHEN PR-MAT-DEP(WS-IDX WS-IDX-MAT) = 'S'
                        STRING
                            '    DEPENDENCIA CURSADA: '
                                                DELIMITED BY SIZE
                            PR-MAT-NOME(WS-IDX WS-IDX-MAT)
                                                DELIMITED BY SIZE
                            ' SITUACAO: '       DELIMITED BY SIZE
                            PR-MAT-STATUS(WS-IDX WS-IDX-MAT)
                                                DELIMITED BY SIZE
                            INTO PROMO-LINHA
                        WRITE PROMO-LINHA
                    WHEN PR-DECISAO(WS-IDX) = 'PROMOVIDO-DP'
                     AND PR-MAT-STATUS(WS-IDX WS-IDX-MAT) = 'REPROVADO'
                     AND PR-MAT-CONTA(WS-IDX WS-IDX-MAT) = 'S'
                        STRING
                            '    DEPENDENCIA NOVA: '
                                                DELIMITED BY SIZE
                            PR-MAT-NOME(WS-IDX WS-IDX-MAT)
                                                DELIMITED BY SIZE
                            ' ID DE ORIGEM: '   DELIMITED BY SIZE
                            PR-MAT-ID(WS-IDX WS-IDX-MAT)
                                                DELIMITED BY SIZE
                            INTO PROMO-LINHA
                        WRITE PROMO-LINHA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM
            .

       P400-SEMEIA.
            DISPLAY 'INFORME O ANO LETIVO/PERIODO NOVO (EX: 2027/1): '
                ACCEPT WS-ANO-NOVO
      * novo (6A vira 7A, e assim por diante).
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                IF PR-PROMOVIDO(WS-IDX)
                    PERFORM P410-MAPEIA-TURMA
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                IF PR-PROMOVIDO(WS-IDX)
                    PERFORM P420-SEMEIA-ALUNO
                END-IF
            END-PERFORM

            DISPLAY 'REGISTROS SEMEADOS PARA O ANO NOVO: '
                    WS-CONT-SEMEADOS
            DISPLAY '  DOS QUAIS LINHAS DE DEPENDENCIA: '
                    WS-CONT-DEP-SEMEADAS
            IF WS-CONT-FALHAS-SEM > 0
                DISPLAY 'REGISTROS QUE O CREATE REJEITOU: '
                        WS-CONT-FALHAS-SEM
      * Cria uma casca de boletim por materia cursada: notas zeradas,
      * frequencia 100 (nada foi apurado ainda), situacao EM
      * ANDAMENTO, mesma cadeia F-ID-ORIGINAL da matricula anterior -
      * exatamente o que o P30-REMATRICULA faria aluno a aluno. As
      * dependencias do PROMOVIDO-DP sao semeadas primeiro: quando a
      * linha regular da mesma materia chega ao CREATE, a de
      * dependencia ja esta no registro e nao conta como duplicata.
            MOVE 1 TO WS-IDX-TUR
            PERFORM UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                    OR TM-TURMA-ANTIGA(WS-IDX-TUR) = PR-TURMA(WS-IDX)
                ADD 1 TO WS-IDX-TUR
            END-PERFORM
            IF WS-IDX-TUR <= WS-QTD-TURMAS
                MOVE TM-TURMA-NOVA(WS-IDX-TUR) TO WS-TURMA-DESTINO
            ELSE
                MOVE PR-TURMA(WS-IDX)          TO WS-TURMA-DESTINO
            END-IF

            IF PR-DECISAO(WS-IDX) = 'PROMOVIDO-DP'
                PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                        UNTIL WS-IDX-MAT > PR-QTD-MATERIAS(WS-IDX)
                    IF PR-MAT-DEP(WS-IDX WS-IDX-MAT) NOT = 'S'
                       AND PR-MAT-STATUS(WS-IDX WS-IDX-MAT)
                                                    = 'REPROVADO'
                       AND PR-MAT-CONTA(WS-IDX WS-IDX-MAT) = 'S'
                        PERFORM P430-SEMEIA-DEPENDENCIA
                    END-IF
                END-PERFORM
            END-IF

      * Linha de dependencia ja cursada neste ano nao vira materia
      * regular do ano novo.
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > PR-QTD-MATERIAS(WS-IDX)
                IF PR-MAT-DEP(WS-IDX WS-IDX-MAT) NOT = 'S'
                    PERFORM P425-MONTA-CASCA
                    MOVE PR-ID-ORIGINAL(WS-IDX) TO WS-ID-ORIGINAL
                    CALL 'CREATE' USING BOLETIM-COMPLETO
                    IF CREATE-OK
                        ADD 1 TO WS-CONT-SEMEADOS
                    ELSE
                        ADD 1 TO WS-CONT-FALHAS-SEM
                    END-IF
                END-IF
            END-PERFORM
            .

       P425-MONTA-CASCA.
            INITIALIZE BOLETIM-COMPLETO
            MOVE PR-NOME(WS-IDX)        TO WS-NOME-ALUNO
            MOVE PR-MAT-NOME(WS-IDX WS-IDX-MAT)
                                        TO WS-NOME-MATERIA
            MOVE WS-ANO-NOVO            TO WS-ANO-LETIVO
            MOVE WS-TURMA-DESTINO       TO WS-TURMA
            MOVE PR-ID-RESP(WS-IDX)     TO WS-ID-RESPONSAVEL
            MOVE 0                      TO MEDIA1 MEDIA2
                                           MEDIA3 MEDIA4
                                           MEDIATOTAL
            MOVE 100                    TO WS-FREQUENCIA
            MOVE PR-MAT-PROF(WS-IDX WS-IDX-MAT)
                                        TO WS-PROFESSOR
            MOVE 'EM ANDAMENTO'         TO WS-SITUACAO
            .

       P430-SEMEIA-DEPENDENCIA.
      * Linha de dependencia: mesma casca, mas com F-ID-ORIGINAL
      * apontando para a linha reprovada de origem. So semeia
      * entrada aberta e ainda sem linha (DP-ID-DEP zero), para que
      * rodar a semeadura de novo nao duplique a dependencia; o
      * F-ID gerado pelo CREATE volta para o registro.
            MOVE 'N' TO WS-DEP-A-SEMEAR
            OPEN INPUT DEP-FILE
            IF FS-DEP-OK
                MOVE PR-MAT-ID(WS-IDX WS-IDX-MAT) TO DP-ID-ORIGEM
                READ DEP-FILE
                    KEY IS DP-ID-ORIGEM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF DP-ABERTA AND DP-ID-DEP = 0
                            MOVE 'S' TO WS-DEP-A-SEMEAR
                        END-IF
                END-READ
                CLOSE DEP-FILE
            END-IF
            IF WS-DEP-A-SEMEAR NOT = 'S'
                EXIT PARAGRAPH
            END-IF

            PERFORM P425-MONTA-CASCA
            MOVE PR-MAT-ID(WS-IDX WS-IDX-MAT) TO WS-ID-ORIGINAL
            CALL 'CREATE' USING BOLETIM-COMPLETO
            IF NOT CREATE-OK
                ADD 1 TO WS-CONT-FALHAS-SEM
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT-SEMEADOS
            ADD 1 TO WS-CONT-DEP-SEMEADAS

            OPEN I-O DEP-FILE
            IF NOT FS-DEP-OK
                EXIT PARAGRAPH
            END-IF
            MOVE PR-MAT-ID(WS-IDX WS-IDX-MAT) TO DP-ID-ORIGEM
            READ DEP-FILE
                KEY IS DP-ID-ORIGEM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-ID-ALUNO   TO DP-ID-DEP
                    MOVE WS-ANO-LETIVO TO DP-ANO-CURSO
                    MOVE WS-TURMA      TO DP-TURMA-CURSO
                    REWRITE DEPENDENCIA-LINHA
            END-READ
            CLOSE DEP-FILE
            .
