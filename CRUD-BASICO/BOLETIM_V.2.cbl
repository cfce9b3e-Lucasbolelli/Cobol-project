           01 SESSAO-LINHA.
               03 SE-OPERADOR      PIC X(20).
               03 SE-PERFIL        PIC X.
               03 SE-UNIDADE       PIC X(02).
           FD TENTATIVAS-FILE
           DATA RECORD IS TENTATIVA-LINHA.
      *    Log de tentativas de sign-on: cada tentativa, boa ou ma,
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       COPY INF-ALUNO.
       77 WS-SAIDA                 PIC A.
       77 WS-TXT                   PIC A VALUE 'S'.
       77 WS-OPERADOR              PIC X(20).
       77 WS-SENHA                 PIC X(12).
       77 WS-PERFIL                PIC X VALUE 'C'.
      * Unidade escolar do operador ('00' = rede inteira), gravada
      * na sessao para o UNIDADE separar os dados de cada unidade.
       77 WS-UNIDADE               PIC X(02) VALUE '00'.
       77 WS-TENTATIVAS            PIC 9 VALUE 0.
       77 WS-ASSINADO              PIC X VALUE 'N'.
          88 ASSINADO-OK           VALUE 'S' FALSE 'N'.
      * (AVALREG): as notas individuais do cadastro ficam guardadas
      * em AVALIACOES.DAT (bimestre 0) em vez de morrer na tabela.
       77 WS-AVR-BIM               PIC 9 VALUE 0.
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-AVR-SEQ               PIC 9(02).
      * Situacao financeira da familia (FINCONS): a rematricula
      * mostra o atraso e o bloqueio opcional ligado pelo MENSAL -
       77 WS-SENHA-NOVA            PIC X(12).
       77 WS-REUSO                 PIC X.
       77 WS-IDX-SEN               PIC 9.
      * Senhas cifradas (SENHAHASH): OPERADORES.DAT guarda so o
      * resumo salgado; a senha digitada e conferida contra ele.
       77 WS-SH-MODO               PIC X.
       77 WS-SH-RESULTADO          PIC X.
          88 SH-CONFERE-OK         VALUE 'S' FALSE 'N'.
      * Autoatendimento do professor (perfil P): so as turmas e
      * materias do professor ligado ao operador (PROFCHK).
       77 WS-PC-ACAO               PIC X.
       77 WS-PC-ANO                PIC X(07) VALUE SPACES.
       77 WS-PC-TURMA              PIC X(10) VALUE SPACES.
       77 WS-PC-MATERIA            PIC X(20) VALUE SPACES.
       77 WS-PC-ID                 PIC 9(06) VALUE 0.
       77 WS-PC-PROFESSOR          PIC X(30).
       77 WS-PC-RESULTADO          PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'BOLETIMV2' TO WS-PROGRAMA-CORRENTE
                DISPLAY 'ACESSO NEGADO - PROGRAMA ENCERRADO'
                STOP RUN
            END-IF
      * Matriz de permissoes: o perfil recem-assinado precisa do
      * proprio BOLETIMV2.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                IF WS-SR-SEQ NOT = 0
                    MOVE 'X' TO WS-SR-ACAO
                    CALL 'SESSREG' USING WS-SR-ACAO WS-SR-SEQ
                                         WS-OPERADOR WS-PERFIL
                END-IF
                STOP RUN
            END-IF

            MOVE 'E' TO WS-BLQ-ACAO
            MOVE 'SESSAO-INT' TO WS-BLQ-CHAVE
            CALL 'BLOQUEIO' USING WS-BLQ-ACAO WS-BLQ-CHAVE
                                  WS-BLQ-PROGRAMA WS-BLQ-RESULTADO

      * Professor (perfil P) nao ve o painel nem o menu principal:
      * entra direto no autoatendimento das proprias turmas.
            IF WS-PERFIL = 'P'
                PERFORM P60-SESSAO-PROFESSOR
            ELSE
      * Painel de pendencias da manha: o que espera em APROVA,
      * DESPACHO, ERRVIEW e SEGCHAM aparece antes do menu.
                CALL 'PAINEL'

                INITIALIZE BOLETIM-COMPLETO
                SET SAIR-OK           TO FALSE
                PERFORM P00-MENU      THRU P00-FIM UNTIL SAIR-OK
            END-IF

            MOVE 'X' TO WS-BLQ-ACAO
            MOVE 'SESSAO-INT' TO WS-BLQ-CHAVE
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

      * Cada opcao do menu e uma funcao da matriz de permissoes
      * (OPCAO-1 a OPCAO-8); na carga inicial o perfil de consulta
      * so lista, consulta e reimprime.
            IF WS-OPCAO >= '1' AND WS-OPCAO <= '8'
                MOVE SPACES TO WS-PM-FUNCAO
                STRING 'OPCAO-' DELIMITED BY SIZE
                       WS-OPCAO DELIMITED BY SIZE
                    INTO WS-PM-FUNCAO
                CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                     WS-PM-RESULTADO
                MOVE SPACES TO WS-PM-FUNCAO
                IF NOT PM-PERMITIDO
                    MOVE '9' TO WS-OPCAO
                END-IF
            END-IF

            IF WS-SR-SEQ NOT = 0
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN '9'
      * Opcao ja barrada pela matriz de permissoes logo acima.
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            .
       P00-FIM.

       P60-SESSAO-PROFESSOR.
      * O operador de perfil P precisa estar ligado (OPERMAN) a um
      * professor ativo do PROFCAT; sem vinculo nao ha o que
      * oferecer.
            MOVE 'S' TO WS-PC-ACAO
            CALL 'PROFCHK' USING WS-PC-ACAO WS-PC-ANO WS-PC-TURMA
                                 WS-PC-MATERIA WS-PC-ID
                                 WS-PC-PROFESSOR WS-PC-RESULTADO
            IF WS-PC-RESULTADO NOT = 'S'
                DISPLAY 'OPERADOR DE PERFIL PROFESSOR SEM PROFESSOR '
                        'ATIVO VINCULADO - PROCURE A ADMINISTRACAO '
                        '(OPERMAN)'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'PROFESSOR: ' FUNCTION TRIM(WS-PC-PROFESSOR)
            SET SAIR-OK TO FALSE
            PERFORM P61-MENU-PROFESSOR THRU P61-FIM UNTIL SAIR-OK
            .

       P61-MENU-PROFESSOR.
            DISPLAY ' '
            DISPLAY '**** BOLETIM - AUTOATENDIMENTO DO PROFESSOR ****'
            DISPLAY '1 - MINHAS TURMAS/MATERIAS'
            DISPLAY '2 - LANCAR MEDIA DE BIMESTRE (VAI PARA APROVACAO)'
            DISPLAY '3 - CHAMADA DO DIA'
            DISPLAY '4 - IMPRIMIR O DIARIO DE CLASSE'
            DISPLAY '0 - ENCERRAR O PROGRAMA'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

            IF WS-SR-SEQ NOT = 0
                MOVE 'T' TO WS-SR-ACAO
                CALL 'SESSREG' USING WS-SR-ACAO WS-SR-SEQ
                                     WS-OPERADOR WS-PERFIL
            END-IF

      * CHAMADA e DIARIO rodam tambem sozinhos: aqui sao chamados e
      * descarregados a cada uso, para comecarem sempre do zero, e o
      * programa corrente volta a ser o BOLETIMV2.
            EVALUATE WS-OPCAO
                WHEN '1'
                    MOVE 'L' TO WS-PC-ACAO
                    CALL 'PROFCHK' USING WS-PC-ACAO WS-PC-ANO
                                         WS-PC-TURMA WS-PC-MATERIA
                                         WS-PC-ID WS-PC-PROFESSOR
                                         WS-PC-RESULTADO
                WHEN '2'
                    CALL 'PROFNOTA' USING WS-OPERADOR
                WHEN '3'
                    CALL 'CHAMADA'
                    CANCEL 'CHAMADA'
                    MOVE 'BOLETIMV2' TO WS-PROGRAMA-CORRENTE
                WHEN '4'
                    CALL 'DIARIO'
                    CANCEL 'DIARIO'
                    MOVE 'BOLETIMV2' TO WS-PROGRAMA-CORRENTE
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .
       P61-FIM.

       P90-ASSINA-OPERADOR.
      * Ate tres tentativas de nome+senha contra OPERADORES.DAT,
      * agora com memoria: cada tentativa e registrada em
                            'EXISTE - ENTRANDO SEM CONTROLE DE '
                            'PERFIL (RODE O OPERMAN)'
                    MOVE 'X' TO WS-PERFIL
                    MOVE '00' TO WS-UNIDADE
                    SET ASSINADO-OK TO TRUE
                ELSE
                    MOVE WS-OPERADOR TO OP-NOME
                OPEN OUTPUT SESSAO-FILE
                MOVE WS-OPERADOR TO SE-OPERADOR
                MOVE WS-PERFIL   TO SE-PERFIL
                MOVE WS-UNIDADE  TO SE-UNIDADE
                WRITE SESSAO-LINHA
                CLOSE SESSAO-FILE
      * Registro proprio desta sessao no arquivo multi-terminal.
                                     WS-OPERADOR WS-PERFIL
                DISPLAY 'BEM-VINDO, ' FUNCTION TRIM(WS-OPERADOR)
                        ' (PERFIL ' WS-PERFIL ')'
                IF WS-UNIDADE = '00'
                    DISPLAY 'UNIDADE: REDE (TODAS AS UNIDADES)'
                ELSE
                    DISPLAY 'UNIDADE: ' WS-UNIDADE
                END-IF
            END-IF
            .

                PERFORM P91-REGISTRA-TENTATIVA
                EXIT PARAGRAPH
            END-IF
            MOVE 'C' TO WS-SH-MODO
            CALL 'SENHAHASH' USING WS-SH-MODO WS-SENHA OP-SENHA
                                   WS-SH-RESULTADO
            IF SH-CONFERE-OK AND OP-ATIVO = 'S'
                MOVE 0 TO OP-FALHAS
      * Senha ainda em claro (cadastro nao migrado): ja sai daqui
      * cifrada no REWRITE abaixo.
                IF OP-SENHA(1:1) NOT = '$'
                    MOVE 'G' TO WS-SH-MODO
                    CALL 'SENHAHASH' USING WS-SH-MODO WS-SENHA
                                           OP-SENHA WS-SH-RESULTADO
                END-IF
                MOVE OP-PERFIL TO WS-PERFIL
                MOVE OP-UNIDADE TO WS-UNIDADE
                IF WS-UNIDADE = SPACES
                    MOVE '01' TO WS-UNIDADE
                END-IF
                MOVE 'O' TO WS-TENT-RESULTADO
                PERFORM P91-REGISTRA-TENTATIVA
      * Troca obrigatoria: primeiro acesso de operador novo, ADMIN
            DISPLAY 'NOVA SENHA: '
                ACCEPT WS-SENHA-NOVA
            MOVE 'N' TO WS-REUSO
            MOVE 'C' TO WS-SH-MODO
            CALL 'SENHAHASH' USING WS-SH-MODO WS-SENHA-NOVA OP-SENHA
                                   WS-SH-RESULTADO
            IF SH-CONFERE-OK
               OR WS-SENHA-NOVA = SPACES
                MOVE 'S' TO WS-REUSO
            END-IF
            PERFORM VARYING WS-IDX-SEN FROM 1 BY 1
                    UNTIL WS-IDX-SEN > 3
                CALL 'SENHAHASH' USING WS-SH-MODO WS-SENHA-NOVA
                                       OP-SENHA-ANT(WS-IDX-SEN)
                                       WS-SH-RESULTADO
                IF SH-CONFERE-OK
                    MOVE 'S' TO WS-REUSO
                END-IF
            END-PERFORM
                MOVE OP-SENHA-ANT(2) TO OP-SENHA-ANT(3)
                MOVE OP-SENHA-ANT(1) TO OP-SENHA-ANT(2)
                MOVE OP-SENHA        TO OP-SENHA-ANT(1)
                MOVE 'G' TO WS-SH-MODO
                CALL 'SENHAHASH' USING WS-SH-MODO WS-SENHA-NOVA
                                       OP-SENHA WS-SH-RESULTADO
                ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                CALL 'DATAFMT' USING WS-DATA-HOJE WS-DATA-HOJE-FMT
                MOVE WS-DATA-HOJE-FMT TO OP-DATA-SENHA
                    'NA MATERIA (0-100): '
                ACCEPT WS-FREQUENCIA

      * As colunas exibidas seguem o regime da turma (REGIME); a
      * turma bimestral continua com os quatro bimestres.
            CALL 'REGIME' USING WS-ANO-LETIVO WS-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            IF WS-QTD-PERIODOS = 4
                DISPLAY 'MEDIA 1º BIM: ' MEDIA1
                DISPLAY 'MEDIA 2º BIM: ' MEDIA2
                DISPLAY 'MEDIA 3º BIM: ' MEDIA3
                DISPLAY 'MEDIA 4º BIM: ' MEDIA4
            ELSE
                DISPLAY 'MEDIA 1o ' FUNCTION TRIM(WS-NOME-PERIODO)
                        ': ' MEDIA1
                DISPLAY 'MEDIA 2o ' FUNCTION TRIM(WS-NOME-PERIODO)
                        ': ' MEDIA2
                IF WS-QTD-PERIODOS = 3
                    DISPLAY 'MEDIA 3o ' FUNCTION TRIM(WS-NOME-PERIODO)
                            ': ' MEDIA3
                END-IF
            END-IF
            DISPLAY 'MEDIA TOTAL: '  MEDIATOTAL

            PERFORM P01-RESULTPROC
