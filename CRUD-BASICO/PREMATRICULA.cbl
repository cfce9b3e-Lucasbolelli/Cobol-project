      *          QUE JA APLICA TERMO FECHADO, CAPACIDADE DA TURMA E
      *          GUARDA DE DUPLICATA. NO FIM SAI O RELATORIO DA
      *          CARGA: CARREGADOS, REJEITADOS E JA EXISTENTES.
      *          QUANDO O MUNICIPIO INFORMA O NIS (MU-NIS), O ALUNO
      *          FICA MARCADO NO MESTRE (ALUNOS.DAT) COMO
      *          BENEFICIARIO DO BOLSA FAMILIA, COM O NIS.
      *          TODO CARREGADO GANHA O CHECKLIST DE DOCUMENTOS DA
      *          MATRICULA COM OS PRAZOS DE ENTREGA (DOCCHK).
      *          CPF DO ALUNO E DO RESPONSAVEL, QUANDO VEM, PRECISA
      *          TER O DIGITO VERIFICADOR CERTO (CPFCHK) - SENAO A
      *          LINHA E REJEITADA. RESPONSAVEL CUJO CPF JA ESTA NO
      *          CADASTROPF E REAPROVEITADO DIRETO (MATCH CERTO); O
      *          DE MESMO NOME SO E REAPROVEITADO SE O CPF NAO
      *          DIVERGE. O CPF DO ALUNO VAI PARA O MESTRE, SALVO SE
      *          JA FOR DE OUTRO ALUNO (LINHA NO RELATORIO).
      *          O NASCIMENTO INFORMADO PELO MUNICIPIO VAI PARA O
      *          MESTRE, E A IDADE E CONFERIDA CONTRA A SERIE DA TURMA
      *          DE DESTINO (IDADECHK, CORTE DE 31/03): FORA DA FAIXA
      *          E SEM LIBERACAO NO IDADELIB, A LINHA E REJEITADA E
      *          ENTRA DE NOVO NA PROXIMA CARGA, DEPOIS DE LIBERADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT MATCAT-FILE
                   RECORD KEY   IS MC-NOME
                   FILE STATUS IS WS-FS-CAT
                   .
               SELECT ALUNOS-FILE
               ASSIGN TO
                   WS-PATH-ALUNOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ALU
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
       FD MATCAT-FILE
       DATA RECORD IS MATCAT-LINHA.
           COPY MATCAT_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       COPY INF-ALUNO.
       COPY MATERIAS.
       77 WS-FS-MUN                PIC 99.
       77 WS-ALM-TURMA             PIC X(10).
       77 WS-ALM-RESP              PIC 9(06).
       77 WS-ALM-NASC              PIC X(10).
      * Bolsa Familia: NIS vindo do municipio gravado no mestre.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-CONT-BOLSA            PIC 9(04) VALUE 0.
      * Checklist de documentos da matricula (DOCCHK) do ingressante.
       77 WS-DK-ACAO               PIC X.
       77 WS-DK-PENDENTES          PIC 9(02).
       77 WS-DK-VENCIDOS           PIC 9(02).
      * CPF do aluno e do responsavel: conferencia (CPFCHK) e cifra
      * (SIGILO) para gravar e comparar com o cadastro.
       77 WS-CC-ACAO               PIC X.
       77 WS-CC-ID                 PIC 9(06).
       77 WS-CC-ID-DONO            PIC 9(06).
       77 WS-CC-RESULTADO          PIC X.
       77 WS-CC-MENSAGEM           PIC X(60).
       77 WS-MOTIVO-CPF            PIC X(30).
       77 WS-RESP-CIFRADO          PIC X(11).
       77 WS-CPF-ACHADO            PIC X(11).
       77 WS-SG-ACAO               PIC X VALUE 'C'.
       77 WS-SG-TIPO               PIC X VALUE 'C'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-NOME               PIC X(30).
       77 WS-SG-RESULTADO          PIC X.
      * Idade x serie da turma de destino (IDADECHK), sem tela.
           COPY IDADECHK-AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PREMATRICULA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** CARGA DE PRE-MATRICULA DO MUNICIPIO ***'

            PERFORM P100-CARREGA-CURRICULO
                WS-CONT-REJEITADOS DELIMITED BY SIZE
                '  JA EXISTENTES: ' DELIMITED BY SIZE
                WS-CONT-JA-EXISTENTES DELIMITED BY SIZE
                '  BOLSA FAMILIA: ' DELIMITED BY SIZE
                WS-CONT-BOLSA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'REJEITADOS: '        WS-CONT-REJEITADOS
            DISPLAY 'JA EXISTENTES: '     WS-CONT-JA-EXISTENTES
            DISPLAY 'CASCAS DE BOLETIM CRIADAS: ' WS-CONT-CASCAS
            DISPLAY 'MARCADOS BOLSA FAMILIA: ' WS-CONT-BOLSA
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            STOP RUN
            .
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
      * Eletiva so entra pela alocacao de vagas (ELETIVA).
                            IF MC-ATIVA = 'S' AND NOT MC-E-ELETIVA
                               AND WS-QTD-CURRICULO < 30
                                ADD 1 TO WS-QTD-CURRICULO
                                MOVE MC-NOME TO
                        INTO REL-LINHA
                    WRITE REL-LINHA
                ELSE
                    PERFORM P250-CONFERE-CPFS
                    IF WS-MOTIVO-CPF NOT = SPACES
                        ADD 1 TO WS-CONT-REJEITADOS
                        MOVE SPACES TO REL-LINHA
                        STRING
                            'REJEITADO: '    DELIMITED BY SIZE
                            FUNCTION TRIM(WS-MOTIVO-CPF)
                                             DELIMITED BY SIZE
                            ' - '            DELIMITED BY SIZE
                            FUNCTION TRIM(MU-NOME-ALUNO)
                                             DELIMITED BY SIZE
                            INTO REL-LINHA
                        WRITE REL-LINHA
                    ELSE
                        PERFORM P300-GARANTE-RESPONSAVEL
                        PERFORM P400-CRIA-CASCAS
                    END-IF
                END-IF
            END-IF
            .

       P250-CONFERE-CPFS.
      * So o digito verificador; a unicidade e tratada na gravacao
      * de cada cadastro.
            MOVE SPACES TO WS-MOTIVO-CPF
            MOVE 'V' TO WS-CC-ACAO
            MOVE 0 TO WS-CC-ID
            CALL 'CPFCHK' USING WS-CC-ACAO MU-CPF-ALUNO WS-CC-ID
                                WS-CC-ID-DONO WS-CC-RESULTADO
                                WS-CC-MENSAGEM
            IF WS-CC-RESULTADO = 'I'
                MOVE 'CPF DO ALUNO INVALIDO' TO WS-MOTIVO-CPF
                EXIT PARAGRAPH
            END-IF
            CALL 'CPFCHK' USING WS-CC-ACAO MU-RESP-CPF WS-CC-ID
                                WS-CC-ID-DONO WS-CC-RESULTADO
                                WS-CC-MENSAGEM
            IF WS-CC-RESULTADO = 'I'
                MOVE 'CPF DO RESPONSAVEL INVALIDO' TO WS-MOTIVO-CPF
            END-IF
            .

       P300-GARANTE-RESPONSAVEL.
      * Reaproveita o responsavel quando o CPF ja esta no cadastro
      * (match certo) ou quando os dois nomes ja existem e o CPF nao
      * diverge; senao inclui com a mesma deducao de cidade/UF por
      * faixa de CEP do CADASTROPF.
            MOVE 0 TO WS-ID-RESP-ACHADO
            MOVE 0 TO WS-MAX-ID-PF
            MOVE SPACES TO WS-RESP-CIFRADO WS-CPF-ACHADO
            IF MU-RESP-CPF NOT = SPACES
                MOVE MU-RESP-CPF TO WS-SG-VALOR
                MOVE MU-RESP-PRIMEIRO TO WS-SG-NOME
                CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                    WS-SG-EXIBE WS-CC-ID WS-SG-NOME
                                    WS-SG-RESULTADO
                MOVE WS-SG-VALOR TO WS-RESP-CIFRADO
                MOVE 'R' TO WS-CC-ACAO
                MOVE 0 TO WS-CC-ID
                CALL 'CPFCHK' USING WS-CC-ACAO MU-RESP-CPF WS-CC-ID
                                    WS-CC-ID-DONO WS-CC-RESULTADO
                                    WS-CC-MENSAGEM
                IF WS-CC-RESULTADO = 'D'
                    MOVE WS-CC-ID-DONO TO WS-ID-RESP-ACHADO
                    EXIT PARAGRAPH
                END-IF
            END-IF
            SET EOF-PF-OK TO FALSE
            OPEN I-O CADASTRO-PF-FILE
            IF WS-FS-PF = 35
                        END-IF
                        IF F-PRIMEIRO-NOME = MU-RESP-PRIMEIRO
                           AND F-SEGUNDO-NOME = MU-RESP-SEGUNDO
                           AND (F-CPF = SPACES
                                OR WS-RESP-CIFRADO = SPACES)
                            MOVE F-ID-PF TO WS-ID-RESP-ACHADO
                            MOVE F-CPF   TO WS-CPF-ACHADO
                        END-IF
                END-READ
            END-PERFORM
                MOVE MU-CEP-2          TO F-CEP-2
                MOVE 'BRASILEIRA'      TO F-NACIONALIDADE
                MOVE SPACES            TO F-PROFISSAO
                MOVE SPACES            TO F-EMAIL
                MOVE 'C'               TO F-CANAL
                MOVE WS-RESP-CIFRADO   TO F-CPF
                PERFORM P350-DEDUZ-CIDADE-UF
                WRITE CADASTRO-PF-LINHA
                IF NOT FS-PF-OK
                            WS-FS-PF
                    MOVE 0 TO WS-ID-RESP-ACHADO
                END-IF
            ELSE
      * Mesmo nome ainda sem CPF: o CPF do municipio completa o
      * cadastro reaproveitado.
                IF WS-CPF-ACHADO = SPACES
                   AND WS-RESP-CIFRADO NOT = SPACES
                    MOVE WS-ID-RESP-ACHADO TO F-ID-PF
                    READ CADASTRO-PF-FILE
                        KEY IS F-ID-PF
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE WS-RESP-CIFRADO TO F-CPF
                            REWRITE CADASTRO-PF-LINHA
                    END-READ
                END-IF
            END-IF
            CLOSE CADASTRO-PF-FILE
            .
            MOVE MU-NOME-ALUNO     TO WS-ALM-NOME
            MOVE MU-TURMA          TO WS-ALM-TURMA
            MOVE WS-ID-RESP-ACHADO TO WS-ALM-RESP
            MOVE MU-NASCIMENTO     TO WS-ALM-NASC
            CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                  WS-ALM-ID WS-ALM-NOME
                                  WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC
            IF WS-ALM-ACHADO = 'S' AND MU-NIS NOT = SPACES
                PERFORM P450-MARCA-BOLSA
            END-IF
            IF WS-ALM-ACHADO = 'S' AND MU-CPF-ALUNO NOT = SPACES
                PERFORM P460-GRAVA-CPF-ALUNO
            END-IF
            PERFORM P420-CONFERE-IDADE
            IF IC-FORA
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CURRICULO
                INITIALIZE BOLETIM-COMPLETO
            END-PERFORM

            IF WS-ALGUMA-CASCA = 'S'
                MOVE 'G' TO WS-DK-ACAO
                CALL 'DOCCHK' USING WS-DK-ACAO MU-NOME-ALUNO
                                    MU-ANO-LETIVO MU-TURMA
                                    WS-DK-PENDENTES WS-DK-VENCIDOS
                ADD 1 TO WS-CONT-CARREGADOS
                MOVE SPACES TO REL-LINHA
                STRING
                WRITE REL-LINHA
            END-IF
            .

       P420-CONFERE-IDADE.
      * Carga em lote nao pede liberacao: o aluno fora da faixa vai
      * para o relatorio e a coordenacao libera no IDADELIB.
            MOVE 'V'            TO WS-IC-ACAO
            MOVE MU-ANO-LETIVO  TO WS-IC-ANO
            MOVE MU-TURMA       TO WS-IC-TURMA
            MOVE WS-ALM-NOME    TO WS-IC-NOME
            MOVE 'PREMATRICULA' TO WS-IC-PROGRAMA
            CALL 'IDADECHK' USING WS-IDADECHK-AREA
            IF IC-FORA
                ADD 1 TO WS-CONT-REJEITADOS
                MOVE SPACES TO REL-LINHA
                STRING
                    'REJEITADO: IDADE X SERIE - ' DELIMITED BY SIZE
                    FUNCTION TRIM(MU-NOME-ALUNO) DELIMITED BY SIZE
                    ' TURMA ' DELIMITED BY SIZE
                    MU-TURMA DELIMITED BY SIZE
                    ' IDADE ' DELIMITED BY SIZE
                    WS-IC-IDADE DELIMITED BY SIZE
                    ' (' DELIMITED BY SIZE
                    WS-IC-IDADE-MIN DELIMITED BY SIZE
                    ' A ' DELIMITED BY SIZE
                    WS-IC-IDADE-MAX DELIMITED BY SIZE
                    ')' DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P450-MARCA-BOLSA.
      * NIS informado pelo municipio: aluno beneficiario do Bolsa
      * Familia, base da frequencia bimestral (PRESENCA).
            OPEN I-O ALUNOS-FILE
            IF NOT FS-ALU-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ALM-ID TO AL-ID
            READ ALUNOS-FILE
                KEY IS AL-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE MU-NIS TO AL-NIS
                    MOVE 'S'    TO AL-BOLSA-FAMILIA
                    REWRITE ALUNO-LINHA
                    IF FS-ALU-OK
                        ADD 1 TO WS-CONT-BOLSA
                    END-IF
            END-READ
            CLOSE ALUNOS-FILE
            .

       P460-GRAVA-CPF-ALUNO.
      * CPF ja de outro aluno nao e gravado; o ingressante entra
      * assim mesmo e a secretaria resolve pelo relatorio.
            MOVE 'G' TO WS-CC-ACAO
            CALL 'CPFCHK' USING WS-CC-ACAO MU-CPF-ALUNO WS-ALM-ID
                                WS-CC-ID-DONO WS-CC-RESULTADO
                                WS-CC-MENSAGEM
            IF WS-CC-RESULTADO NOT = 'S'
                MOVE SPACES TO REL-LINHA
                STRING
                    'CPF NAO GRAVADO: ' DELIMITED BY SIZE
                    FUNCTION TRIM(MU-NOME-ALUNO) DELIMITED BY SIZE
                    ' - '               DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CC-MENSAGEM) DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .
