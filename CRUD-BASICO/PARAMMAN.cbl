      * Purpose: MANUTENCAO DOS PARAMETROS DA ESCOLA
      *          (PARAMETROS.DAT) - MEDIA DE APROVACAO PADRAO, PISO
      *          DA FAIXA DE RECUPERACAO, FREQUENCIA MINIMA LEGAL E
      *          MAXIMO DE NOTAS POR MATERIA, MAIS A MULTA E OS JUROS
      *          DIARIOS DA COBRANCA EM ATRASO E O LIMITE E O PRAZO
      *          DOS EMPRESTIMOS DA BIBLIOTECA E O MAXIMO DE PROVAS
      *          DA TURMA NO DIA E NA SEMANA (CALPROVA). O ACESSO
      *          SEGUE A MATRIZ DE PERMISSOES (SO ADMINISTRACAO, NA
      *          CARGA INICIAL), E CADA MUDANCA DEIXA LINHA NA TRILHA
      *          DE AUDITORIA COM OS VALORES ANTES E DEPOIS. CADA
      *          UNIDADE ESCOLAR DA REDE MANTEM OS SEUS PARAMETROS
      *          (UNIPATH); A UNIDADE QUE AINDA NAO TEM PARTE DOS DA
      *          SEDE, E A SEDE E A SESSAO DA REDE MANTEM O ARQUIVO
      *          DE SEMPRE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-PAR                PIC 99.
       77 WS-PAR-MEDIA             PIC 9(02)V9.
       77 WS-PAR-RECUP             PIC 9(02)V9.
       77 WS-PAR-FREQ              PIC 9(03).
       77 WS-PAR-MAXNOTAS          PIC 9(02).
       77 WS-PAR-MULTA             PIC 9(02)V99.
       77 WS-PAR-JUROS             PIC 9(01)V9999.
       77 WS-PAR-BIB-LIMITE        PIC 9(02).
       77 WS-PAR-BIB-PRAZO         PIC 9(03).
       77 WS-PAR-PROVAS-DIA        PIC 9(01).
       77 WS-PAR-PROVAS-SEMANA     PIC 9(02).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'PARAMMAN'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-UP-MODO               PIC X.
       77 WS-UN-ACAO               PIC X VALUE 'S'.
       77 WS-UN-ANO                PIC X(07) VALUE SPACES.
       77 WS-UN-TURMA              PIC X(10) VALUE SPACES.
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-RESULTADO          PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PARAMMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** PARAMETROS DA ESCOLA - MANUTENCAO ***'
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF WS-UN-CODIGO = '00' OR WS-UN-CODIGO = '01'
                DISPLAY 'UNIDADE: 01 (SEDE)'
            ELSE
                DISPLAY 'UNIDADE: ' WS-UN-CODIGO
            END-IF

            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-PAR-FREQ WS-PAR-MAXNOTAS
            CALL 'PARAMFIN' USING WS-PAR-MULTA WS-PAR-JUROS
            CALL 'PARAMBIB' USING WS-PAR-BIB-LIMITE WS-PAR-BIB-PRAZO
            CALL 'PARAMPROVA' USING WS-PAR-PROVAS-DIA
                                    WS-PAR-PROVAS-SEMANA

            DISPLAY 'VALORES ATUAIS:'
            DISPLAY '  MEDIA DE APROVACAO PADRAO: ' WS-PAR-MEDIA
            DISPLAY '  PISO DA RECUPERACAO......: ' WS-PAR-RECUP
            DISPLAY '  FREQUENCIA MINIMA.......%: ' WS-PAR-FREQ
            DISPLAY '  MAXIMO DE NOTAS/MATERIA..: ' WS-PAR-MAXNOTAS
            DISPLAY '  MULTA POR ATRASO.......%: ' WS-PAR-MULTA
            DISPLAY '  JUROS DE MORA AO DIA...%: ' WS-PAR-JUROS
            DISPLAY '  LIVROS POR ALUNO.........: ' WS-PAR-BIB-LIMITE
            DISPLAY '  PRAZO DO EMPRESTIMO (DIAS): ' WS-PAR-BIB-PRAZO
            DISPLAY '  PROVAS DA TURMA NO DIA...: ' WS-PAR-PROVAS-DIA
            DISPLAY '  PROVAS DA TURMA NA SEMANA: '
                    WS-PAR-PROVAS-SEMANA

            MOVE SPACES TO WS-AUD-ANTES
            STRING
                                DELIMITED BY SIZE
                WS-PAR-FREQ     DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-MAXNOTAS DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-MULTA    DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-JUROS    DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-BIB-LIMITE DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-BIB-PRAZO DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-PROVAS-DIA DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-PROVAS-SEMANA DELIMITED BY SIZE
                INTO WS-AUD-ANTES

            DISPLAY 'NOVA MEDIA DE APROVACAO PADRAO (EX: 070 = 7,0): '
                DISPLAY 'FREQUENCIA FORA DE 0-100 - MANTIDA 75'
                MOVE 75 TO WS-PAR-FREQ
            END-IF
            DISPLAY 'NOVA MULTA POR ATRASO EM % (EX: 0200 = 2,00): '
                ACCEPT WS-PAR-MULTA
            DISPLAY 'NOVOS JUROS AO DIA EM % (EX: 00333 = 0,0333): '
                ACCEPT WS-PAR-JUROS
            DISPLAY 'NOVO LIMITE DE LIVROS POR ALUNO (1-99): '
                ACCEPT WS-PAR-BIB-LIMITE
            IF WS-PAR-BIB-LIMITE < 1
                DISPLAY 'LIMITE ZERADO - MANTIDO 3'
                MOVE 3 TO WS-PAR-BIB-LIMITE
            END-IF
            DISPLAY 'NOVO PRAZO DO EMPRESTIMO EM DIAS (1-999): '
                ACCEPT WS-PAR-BIB-PRAZO
            IF WS-PAR-BIB-PRAZO < 1
                DISPLAY 'PRAZO ZERADO - MANTIDO 14'
                MOVE 14 TO WS-PAR-BIB-PRAZO
            END-IF
            DISPLAY 'NOVO MAXIMO DE PROVAS DA TURMA NO DIA (1-9): '
                ACCEPT WS-PAR-PROVAS-DIA
            IF WS-PAR-PROVAS-DIA < 1
                DISPLAY 'MAXIMO ZERADO - MANTIDO 2'
                MOVE 2 TO WS-PAR-PROVAS-DIA
            END-IF
            DISPLAY 'NOVO MAXIMO DE PROVAS DA TURMA NA SEMANA (1-99): '
                ACCEPT WS-PAR-PROVAS-SEMANA
            IF WS-PAR-PROVAS-SEMANA < WS-PAR-PROVAS-DIA
                DISPLAY 'MAXIMO SEMANAL MENOR QUE O DIARIO - AJUSTADO'
                MOVE 4 TO WS-PAR-PROVAS-SEMANA
                IF WS-PAR-PROVAS-SEMANA < WS-PAR-PROVAS-DIA
                    MOVE WS-PAR-PROVAS-DIA TO WS-PAR-PROVAS-SEMANA
                END-IF
            END-IF

            DISPLAY 'CONFIRMA A GRAVACAO DOS PARAMETROS ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
                STOP RUN
            END-IF

            MOVE 'U' TO WS-UP-MODO
            CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-PARAMETROS
            OPEN OUTPUT PARAM-FILE
            MOVE WS-PAR-MEDIA    TO PA-MEDIA-APROVACAO
            MOVE WS-PAR-RECUP    TO PA-RECUP-MINIMA
            MOVE WS-PAR-FREQ     TO PA-FREQ-MINIMA
            MOVE WS-PAR-MAXNOTAS TO PA-MAX-NOTAS
            MOVE WS-PAR-MULTA    TO PA-MULTA-ATRASO
            MOVE WS-PAR-JUROS    TO PA-JUROS-DIA
            MOVE WS-PAR-BIB-LIMITE TO PA-BIB-LIMITE
            MOVE WS-PAR-BIB-PRAZO  TO PA-BIB-PRAZO
            MOVE WS-PAR-PROVAS-DIA    TO PA-PROVAS-DIA
            MOVE WS-PAR-PROVAS-SEMANA TO PA-PROVAS-SEMANA
            WRITE PARAMETRO-LINHA
            CLOSE PARAM-FILE

                                DELIMITED BY SIZE
                WS-PAR-FREQ     DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-MAXNOTAS DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-MULTA    DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-JUROS    DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-BIB-LIMITE DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-BIB-PRAZO DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-PROVAS-DIA DELIMITED BY SIZE '/'
                                DELIMITED BY SIZE
                WS-PAR-PROVAS-SEMANA DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            DISPLAY 'PARAMETROS GRAVADOS E AUDITADOS'
            STOP RUN
            .
