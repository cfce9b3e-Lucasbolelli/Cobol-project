      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: AVALIACOES EXTERNAS (SAEB, AVALIACAO ESTADUAL) X
      *          NOTAS DA ESCOLA. OPCAO 1 CARREGA O ARQUIVO DE
      *          RESULTADOS POR ALUNO DA DIRETORIA DE ENSINO
      *          (AVALIACAO_EXTERNA.DAT, AVEXT_LAYOUT) EM AVEXT.DAT:
      *          O ALUNO E LOCALIZADO NO MESTRE PELO CPF (COMPARADO
      *          JA CIFRADO, SIGILO) OU PELO NOME COM A DATA DE
      *          NASCIMENTO, E A DISCIPLINA PELO CODIGO ESTADUAL DA
      *          MATERIA (MC-CODIGO-ESTADO). QUEM NAO E LOCALIZADO VAI
      *          PARA A LISTA DE CONFERENCIA NO SPOOL - ACERTADO O
      *          MESTRE OU O CATALOGO, BASTA CARREGAR DE NOVO (A MESMA
      *          EDICAO SUBSTITUI O RESULTADO). OPCAO 2 TIRA NO SPOOL O
      *          COMPARATIVO POR TURMA E MATERIA: A MEDIA FINAL DO
      *          BOLETIM (F-MEDIATOTAL) LEVADA A MESMA ESCALA DE
      *          QUATRO NIVEIS DA AVALIACAO EXTERNA, OS ALUNOS COM NOTA
      *          ALTA NA ESCOLA E DESEMPENHO ABAIXO DO BASICO FORA (E O
      *          CONTRARIO) E O RESUMO DE CADA PROFESSOR CONTRA A
      *          ESCALA EXTERNA. CADA UNIDADE VE AS SUAS TURMAS; A
      *          SESSAO DA REDE VE TODAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALEXT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENTRADA-FILE
               ASSIGN TO
                   WS-PATH-AVEXT-ENT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ENT
                   .
               SELECT AVEXTREG-FILE
               ASSIGN TO
                   WS-PATH-AVEXT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AX-CHAVE
                   FILE STATUS IS WS-FS-AVX
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
               SELECT MATCAT-FILE
               ASSIGN TO
                   WS-PATH-MATCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS MC-NOME
                   FILE STATUS IS WS-FS-CAT
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA-FILE
       DATA RECORD IS AVEXT-REGISTRO.
           COPY AVEXT_LAYOUT.
       FD AVEXTREG-FILE
       DATA RECORD IS AVEXTREG-LINHA.
           COPY AVEXT_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD MATCAT-FILE
       DATA RECORD IS MATCAT-LINHA.
           COPY MATCAT_DADOS.
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
       77 WS-FS-ENT                PIC 99.
       77 WS-FS-AVX                PIC 99.
          88 FS-AVX-OK             VALUE 0.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-CAT                PIC 99.
          88 FS-CAT-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'AVALEXT'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-FIM-BOL               PIC X VALUE 'N'.
          88 FIM-BOL               VALUE 'S' FALSE 'N'.
       77 WS-FIM-ALU               PIC X VALUE 'N'.
          88 FIM-ALU               VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-AVALIACAO             PIC X(10).
       77 WS-EDICAO                PIC X(04).
       77 WS-MATERIA               PIC X(20).
       77 WS-NOME-EXT              PIC X(30).
       77 WS-NASC-EXT              PIC X(10).
       77 WS-MOTIVO                PIC X(60).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Unidade escolar (UNIDADE): cada unidade ve as suas turmas.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UN-CODIGO             PIC X(02).
      * Cifra do CPF para procurar no mestre como esta gravado
      * (SIGILO).
       77 WS-SG-ACAO               PIC X.
       77 WS-SG-TIPO               PIC X VALUE 'C'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-ID                 PIC 9(06) VALUE 0.
       77 WS-SG-NOME               PIC X(30) VALUE SPACES.
       77 WS-SG-RESULTADO          PIC X.
       77 WS-VINCULO               PIC X.
          88 VINCULADO             VALUE 'C' 'N'.
      * Catalogo de materias por codigo estadual.
       77 WS-QTD-MAT               PIC 9(03) VALUE 0.
       01 WS-MAT-TAB.
           05 WS-MAT OCCURS 100 TIMES.
               10 MT-CODIGO        PIC X(06).
               10 MT-NOME          PIC X(20).
      * Trailer do arquivo da diretoria.
       77 WS-TRAILER-LIDO          PIC X VALUE 'N'.
       77 WS-TRAILER-QTD           PIC 9(06) VALUE 0.
       77 WS-CONT-DETALHES         PIC 9(06) VALUE 0.
       77 WS-CONT-CPF              PIC 9(06) VALUE 0.
       77 WS-CONT-NOME             PIC 9(06) VALUE 0.
       77 WS-CONT-REVISAO          PIC 9(06) VALUE 0.
       77 WS-CONT-GRAVADOS         PIC 9(06) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(06) VALUE 0.
      * Escala interna: a media final (0 a 10) levada aos quatro
      * niveis da escala externa pelos cortes abaixo.
       77 WS-CORTE-BASICO          PIC 9(02)V9 VALUE 5.0.
       77 WS-CORTE-ADEQUADO        PIC 9(02)V9 VALUE 7.0.
       77 WS-CORTE-AVANCADO        PIC 9(02)V9 VALUE 9.0.
       77 WS-NOTA-INTERNA          PIC 9(02)V9.
       77 WS-FAIXA-INTERNA         PIC 9(01).
       77 WS-PROFESSOR             PIC X(30).
       77 WS-TEM-NOTA              PIC X VALUE 'N'.
          88 TEM-NOTA              VALUE 'S' FALSE 'N'.
       77 WS-SINAL                 PIC X(21).
          88 SINAL-ALTA-BAIXA      VALUE 'ESCOLA ALTA/EXT BAIXA'.
          88 SINAL-BAIXA-ALTA      VALUE 'ESCOLA BAIXA/EXT ALTA'.
      * Grupos turma x materia do comparativo, em ordem de turma.
       77 WS-QTD-GR                PIC 9(03) VALUE 0.
       77 WS-IDX-GR                PIC 9(03).
       77 WS-POS                   PIC 9(03).
       01 WS-GRUPO-TAB.
           05 WS-GRUPO OCCURS 200 TIMES.
               10 GR-CHAVE.
                   15 GR-TURMA     PIC X(10).
                   15 GR-MATERIA   PIC X(20).
               10 GR-PROFESSOR     PIC X(30).
               10 GR-QTD           PIC 9(04).
               10 GR-SEM-NOTA      PIC 9(04).
               10 GR-SOMA-NOTA     PIC 9(06)V9.
               10 GR-SOMA-PROF     PIC 9(08)V99.
               10 GR-SOMA-FAIXA    PIC 9(05).
               10 GR-SOMA-PADRAO   PIC 9(05).
               10 GR-ALTA-BAIXA    PIC 9(04).
               10 GR-BAIXA-ALTA    PIC 9(04).
       01 WS-GR-CHAVE-NOVA.
           05 WS-GR-TURMA-NOVA     PIC X(10).
           05 WS-GR-MATERIA-NOVA   PIC X(20).
      * Resumo por professor.
       77 WS-QTD-PR                PIC 9(03) VALUE 0.
       77 WS-IDX-PR                PIC 9(03).
       01 WS-PROF-TAB.
           05 WS-PROF OCCURS 100 TIMES.
               10 PR-NOME          PIC X(30).
               10 PR-QTD           PIC 9(05).
               10 PR-SOMA-FAIXA    PIC 9(06).
               10 PR-SOMA-PADRAO   PIC 9(06).
               10 PR-ACIMA         PIC 9(05).
               10 PR-IGUAL         PIC 9(05).
               10 PR-ABAIXO        PIC 9(05).
               10 PR-ALTA-BAIXA    PIC 9(05).
               10 PR-BAIXA-ALTA    PIC 9(05).
       77 WS-IDX                   PIC 9(03).
       77 WS-MEDIA-ED              PIC Z9.9.
       77 WS-MEDIA-PROF-ED         PIC ZZ9.99.
       77 WS-MEDIA-FAIXA-ED        PIC 9.99.
       77 WS-DIFERENCA             PIC S9(01)V99.
       77 WS-DIFERENCA-ED          PIC +9.99.
       77 WS-MEDIA-CALC            PIC 9(03)V99.
       77 WS-TENDENCIA             PIC X(32).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'AVALEXT'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AVALEXT' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO WS-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** AVALIACOES EXTERNAS X NOTAS DA ESCOLA ****'
            DISPLAY '1 - CARREGAR ARQUIVO DE RESULTADOS'
            DISPLAY '2 - COMPARATIVO POR TURMA/MATERIA E PROFESSOR'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P200-CARREGA
                WHEN '2'
                    PERFORM P500-COMPARATIVO
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-PEDE-ANO.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            .

       P100-ABRE-SPOOL.
            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P200-CARREGA.
            MOVE 0 TO WS-CONT-DETALHES WS-CONT-CPF WS-CONT-NOME
                      WS-CONT-REVISAO WS-CONT-GRAVADOS WS-CONT-ERROS
                      WS-TRAILER-QTD
            MOVE 'N' TO WS-TRAILER-LIDO
            OPEN INPUT ENTRADA-FILE
            IF WS-FS-ENT NOT = 0
                DISPLAY 'NENHUM ARQUIVO DE RESULTADOS EM: '
                        WS-PATH-AVEXT-ENT
                EXIT PARAGRAPH
            END-IF
            READ ENTRADA-FILE
                AT END
                    MOVE SPACES TO AVEXT-REGISTRO
            END-READ
            IF AE-TIPO-REG NOT = 'H'
               OR AE-H-AVALIACAO = SPACES
               OR AE-H-EDICAO IS NOT NUMERIC
                DISPLAY 'ARQUIVO DE RESULTADOS SEM HEADER VALIDO - '
                        'NADA CARREGADO'
                CLOSE ENTRADA-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE AE-H-AVALIACAO TO WS-AVALIACAO
            MOVE AE-H-EDICAO    TO WS-EDICAO
            DISPLAY 'AVALIACAO ' WS-AVALIACAO ' EDICAO ' WS-EDICAO
      * O ano letivo da aplicacao diz em que boletim procurar a
      * turma e a nota interna do aluno.
            PERFORM P050-PEDE-ANO
            DISPLAY 'CARREGAR OS RESULTADOS NO ANO LETIVO ' WS-ANO
                    ' ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA CARREGADO'
                CLOSE ENTRADA-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P210-CARREGA-MATERIAS
            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                CLOSE ENTRADA-FILE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                CLOSE ENTRADA-FILE ALUNOS-FILE
                EXIT PARAGRAPH
            END-IF
            OPEN I-O AVEXTREG-FILE
            IF WS-FS-AVX = 35
                OPEN OUTPUT AVEXTREG-FILE
                CLOSE AVEXTREG-FILE
                OPEN I-O AVEXTREG-FILE
            END-IF
            IF NOT FS-AVX-OK
                CALL 'FSMSG' USING WS-FS-AVX WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O AVEXT.DAT --> COD '
                        WS-FS-AVX ': ' WS-FS-MSG
                CLOSE ENTRADA-FILE ALUNOS-FILE BOLETIM
                EXIT PARAGRAPH
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            PERFORM P100-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** AVALIACAO EXTERNA ' DELIMITED BY SIZE
                   WS-AVALIACAO DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-EDICAO DELIMITED BY SIZE
                   ' - RESULTADOS A CONFERIR ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ACERTE O MESTRE (ALUMAN) OU O CATALOGO (MATMANUT) E'
                TO REL-LINHA
            MOVE ' CARREGUE DE NOVO' TO REL-LINHA(52:)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'SEQ.   NOME NO ARQUIVO                          '
                TO REL-LINHA
            MOVE 'NASCIMENTO DISC.  MOTIVO' TO REL-LINHA(49:)
            WRITE REL-LINHA

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ENTRADA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        EVALUATE AE-TIPO-REG
                            WHEN 'D'
                                ADD 1 TO WS-CONT-DETALHES
                                PERFORM P300-DETALHE
                            WHEN 'T'
                                MOVE 'S'      TO WS-TRAILER-LIDO
                                MOVE AE-T-QTD TO WS-TRAILER-QTD
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE ENTRADA-FILE ALUNOS-FILE BOLETIM AVEXTREG-FILE

            IF WS-TRAILER-LIDO NOT = 'S'
               OR WS-TRAILER-QTD NOT = WS-CONT-DETALHES
                MOVE SPACES TO REL-LINHA
                STRING 'TRAILER DIVERGENTE: DIRETORIA INFORMA '
                            DELIMITED BY SIZE
                       WS-TRAILER-QTD DELIMITED BY SIZE
                       ' DETALHES, ARQUIVO TEM ' DELIMITED BY SIZE
                       WS-CONT-DETALHES DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'RESULTADOS: ' DELIMITED BY SIZE
                   WS-CONT-DETALHES DELIMITED BY SIZE
                   '  PELO CPF: ' DELIMITED BY SIZE
                   WS-CONT-CPF DELIMITED BY SIZE
                   '  PELO NOME+NASCIMENTO: ' DELIMITED BY SIZE
                   WS-CONT-NOME DELIMITED BY SIZE
                   '  A CONFERIR: ' DELIMITED BY SIZE
                   WS-CONT-REVISAO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE

            MOVE SPACES TO WS-AUD-ANTES
            STRING WS-AVALIACAO DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-EDICAO DELIMITED BY SIZE
                   ' ANO ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING 'CARGA ' DELIMITED BY SIZE
                   WS-CONT-GRAVADOS DELIMITED BY SIZE
                   ' CONFERIR ' DELIMITED BY SIZE
                   WS-CONT-REVISAO DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS

            DISPLAY 'RESULTADOS NO ARQUIVO..: ' WS-CONT-DETALHES
            DISPLAY '  GRAVADOS.............: ' WS-CONT-GRAVADOS
            DISPLAY '  A CONFERIR...........: ' WS-CONT-REVISAO
            DISPLAY '  ERROS DE GRAVACAO....: ' WS-CONT-ERROS
            DISPLAY 'LISTA DE CONFERENCIA EM: ' WS-PATH-RELATORIO
            .

       P210-CARREGA-MATERIAS.
      * Codigo estadual -> materia do catalogo (so as que tem).
            MOVE 0 TO WS-QTD-MAT
            OPEN INPUT MATCAT-FILE
            IF NOT FS-CAT-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ MATCAT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MC-CODIGO-ESTADO NOT = SPACES
                           AND WS-QTD-MAT < 100
                            ADD 1 TO WS-QTD-MAT
                            MOVE MC-CODIGO-ESTADO
                                TO MT-CODIGO(WS-QTD-MAT)
                            MOVE MC-NOME TO MT-NOME(WS-QTD-MAT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATCAT-FILE
            .

       P300-DETALHE.
            IF NOT AE-D-PADRAO-VALIDO
                MOVE 'NIVEL DE DESEMPENHO FORA DA ESCALA (1 A 4)'
                    TO WS-MOTIVO
                PERFORM P390-LINHA-REVISAO
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-MATERIA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-MAT
                IF MT-CODIGO(WS-IDX) = AE-D-COD-DISCIPLINA
                    MOVE MT-NOME(WS-IDX) TO WS-MATERIA
                END-IF
            END-PERFORM
            IF WS-MATERIA = SPACES
                MOVE 'DISCIPLINA SEM MATERIA COM ESSE CODIGO ESTADUAL'
                    TO WS-MOTIVO
                PERFORM P390-LINHA-REVISAO
                EXIT PARAGRAPH
            END-IF
            PERFORM P310-LOCALIZA-ALUNO
            IF NOT VINCULADO
                MOVE 'ALUNO NAO LOCALIZADO PELO CPF NEM PELO NOME + '
                    TO WS-MOTIVO
                MOVE 'NASCIMENTO' TO WS-MOTIVO(47:)
                PERFORM P390-LINHA-REVISAO
                EXIT PARAGRAPH
            END-IF
            IF WS-VINCULO = 'C'
                ADD 1 TO WS-CONT-CPF
            ELSE
                ADD 1 TO WS-CONT-NOME
            END-IF

      * Turma do aluno na materia naquele ano; sem linha no boletim
      * vale a turma do mestre.
            MOVE AL-NOME TO WS-NOME-EXT
            PERFORM P600-NOTA-INTERNA
            INITIALIZE AVEXTREG-LINHA
            MOVE WS-AVALIACAO      TO AX-AVALIACAO
            MOVE WS-EDICAO         TO AX-EDICAO
            MOVE WS-MATERIA        TO AX-MATERIA
            MOVE AL-ID             TO AX-ID-ALUNO
            MOVE AL-NOME           TO AX-NOME
            MOVE WS-ANO            TO AX-ANO-LETIVO
            IF TEM-NOTA
                MOVE F-TURMA       TO AX-TURMA
            ELSE
                MOVE AL-TURMA      TO AX-TURMA
            END-IF
            MOVE AE-D-SERIE        TO AX-SERIE
            MOVE AE-D-PROFICIENCIA TO AX-PROFICIENCIA
            MOVE AE-D-PADRAO       TO AX-PADRAO
            MOVE WS-VINCULO        TO AX-VINCULO
            MOVE WS-DATA-FORMAT    TO AX-DATA-CARGA
            WRITE AVEXTREG-LINHA
            IF WS-FS-AVX = 22
                REWRITE AVEXTREG-LINHA
            END-IF
            IF FS-AVX-OK
                ADD 1 TO WS-CONT-GRAVADOS
            ELSE
                ADD 1 TO WS-CONT-ERROS
                CALL 'FSMSG' USING WS-FS-AVX WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR ' AL-NOME ' ' WS-MATERIA
                        ' --> COD ' WS-FS-AVX ': ' WS-FS-MSG
            END-IF
            .

       P310-LOCALIZA-ALUNO.
            MOVE SPACES TO WS-VINCULO
            IF AE-D-CPF IS NUMERIC
                MOVE 'C' TO WS-SG-ACAO
                MOVE AE-D-CPF TO WS-SG-VALOR
                CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                    WS-SG-EXIBE WS-SG-ID WS-SG-NOME
                                    WS-SG-RESULTADO
                MOVE WS-SG-VALOR(1:11) TO AL-CPF
                READ ALUNOS-FILE
                    KEY IS AL-CPF
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'C' TO WS-VINCULO
                END-READ
                IF VINCULADO
                    EXIT PARAGRAPH
                END-IF
            END-IF
      * Sem CPF (ou CPF que nao esta no mestre): nome como no mestre
      * e a data de nascimento, que desempata os homonimos.
            MOVE FUNCTION UPPER-CASE(AE-D-NOME(1:30)) TO WS-NOME-EXT
            MOVE SPACES TO WS-NASC-EXT
            STRING AE-D-NASC-ANO DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AE-D-NASC-MES DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AE-D-NASC-DIA DELIMITED BY SIZE
                INTO WS-NASC-EXT
            MOVE WS-NOME-EXT TO AL-NOME
            SET FIM-ALU TO FALSE
            START ALUNOS-FILE KEY IS EQUAL AL-NOME
                INVALID KEY SET FIM-ALU TO TRUE
            END-START
            PERFORM UNTIL FIM-ALU OR VINCULADO
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        SET FIM-ALU TO TRUE
                    NOT AT END
                        IF AL-NOME NOT = WS-NOME-EXT
                            SET FIM-ALU TO TRUE
                        ELSE
                            IF AL-NASCIMENTO = WS-NASC-EXT
                                MOVE 'N' TO WS-VINCULO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P390-LINHA-REVISAO.
            ADD 1 TO WS-CONT-REVISAO
            MOVE SPACES TO REL-LINHA
            MOVE AE-SEQ-REG          TO REL-LINHA(1:6)
            MOVE AE-D-NOME           TO REL-LINHA(8:40)
            STRING AE-D-NASC-DIA DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AE-D-NASC-MES DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AE-D-NASC-ANO DELIMITED BY SIZE
                INTO REL-LINHA(49:10)
            MOVE AE-D-COD-DISCIPLINA TO REL-LINHA(60:6)
            MOVE WS-MOTIVO           TO REL-LINHA(67:60)
            WRITE REL-LINHA
            .

       P500-COMPARATIVO.
            DISPLAY 'AVALIACAO (EX: SAEB): '
                ACCEPT WS-AVALIACAO
            MOVE FUNCTION UPPER-CASE(WS-AVALIACAO) TO WS-AVALIACAO
            DISPLAY 'EDICAO (AAAA): '
                ACCEPT WS-EDICAO
            OPEN INPUT AVEXTREG-FILE
            IF NOT FS-AVX-OK
                CALL 'FSMSG' USING WS-FS-AVX WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O AVEXT.DAT --> COD '
                        WS-FS-AVX ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                CLOSE AVEXTREG-FILE
                EXIT PARAGRAPH
            END-IF
            INITIALIZE WS-GRUPO-TAB WS-PROF-TAB
            MOVE 0 TO WS-QTD-GR WS-QTD-PR

      * Primeira passada: totais por turma x materia e professor.
            MOVE WS-AVALIACAO TO AX-AVALIACAO
            MOVE WS-EDICAO    TO AX-EDICAO
            MOVE LOW-VALUES   TO AX-MATERIA
            MOVE 0            TO AX-ID-ALUNO
            SET EOF-OK TO FALSE
            START AVEXTREG-FILE KEY IS NOT LESS AX-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ AVEXTREG-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AX-AVALIACAO NOT = WS-AVALIACAO
                           OR AX-EDICAO NOT = WS-EDICAO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P550-ACUMULA
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QTD-GR = 0
                DISPLAY 'NENHUM RESULTADO DE ' WS-AVALIACAO ' '
                        WS-EDICAO ' NAS TURMAS DA UNIDADE'
                CLOSE AVEXTREG-FILE BOLETIM
                EXIT PARAGRAPH
            END-IF

            PERFORM P100-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** AVALIACAO EXTERNA ' DELIMITED BY SIZE
                   WS-AVALIACAO DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-EDICAO DELIMITED BY SIZE
                   ' X MEDIA FINAL DA ESCOLA ***' DELIMITED BY SIZE
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
            MOVE 'NIVEIS: 1 ABAIXO DO BASICO 2 BASICO 3 ADEQUADO 4 '
                TO REL-LINHA
            MOVE 'AVANCADO - MEDIA DA ESCOLA: <5 =1, <7 =2, <9 =3, '
                TO REL-LINHA(51:)
            MOVE 'SENAO 4' TO REL-LINHA(100:)
            WRITE REL-LINHA

            PERFORM VARYING WS-IDX-GR FROM 1 BY 1
                    UNTIL WS-IDX-GR > WS-QTD-GR
                PERFORM P700-IMPRIME-GRUPO
            END-PERFORM
            CLOSE AVEXTREG-FILE BOLETIM
            PERFORM P800-IMPRIME-PROFESSORES
            CLOSE REPORT-FILE
            DISPLAY 'TURMAS X MATERIAS: ' WS-QTD-GR
                    '  PROFESSORES: ' WS-QTD-PR
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P550-ACUMULA.
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO AX-ANO-LETIVO AX-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            MOVE AX-NOME       TO WS-NOME-EXT
            MOVE AX-MATERIA    TO WS-MATERIA
            MOVE AX-ANO-LETIVO TO WS-ANO
            PERFORM P600-NOTA-INTERNA
            PERFORM P650-LOCALIZA-GRUPO
            IF WS-IDX-GR = 0
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO GR-QTD(WS-IDX-GR)
            ADD AX-PROFICIENCIA TO GR-SOMA-PROF(WS-IDX-GR)
            IF NOT TEM-NOTA
                ADD 1 TO GR-SEM-NOTA(WS-IDX-GR)
                EXIT PARAGRAPH
            END-IF
            IF GR-PROFESSOR(WS-IDX-GR) = SPACES
                MOVE WS-PROFESSOR TO GR-PROFESSOR(WS-IDX-GR)
            END-IF
            ADD WS-NOTA-INTERNA  TO GR-SOMA-NOTA(WS-IDX-GR)
            ADD WS-FAIXA-INTERNA TO GR-SOMA-FAIXA(WS-IDX-GR)
            ADD AX-PADRAO        TO GR-SOMA-PADRAO(WS-IDX-GR)
            IF SINAL-ALTA-BAIXA
                ADD 1 TO GR-ALTA-BAIXA(WS-IDX-GR)
            END-IF
            IF SINAL-BAIXA-ALTA
                ADD 1 TO GR-BAIXA-ALTA(WS-IDX-GR)
            END-IF
            PERFORM P680-ACUMULA-PROFESSOR
            .

       P600-NOTA-INTERNA.
      * Linha do aluno WS-NOME-EXT na WS-MATERIA do WS-ANO: media
      * final, faixa na escala de quatro niveis e o sinal de
      * divergencia com o nivel externo (AX-PADRAO).
            SET TEM-NOTA TO FALSE
            MOVE SPACES TO WS-SINAL WS-PROFESSOR
            MOVE 0 TO WS-NOTA-INTERNA WS-FAIXA-INTERNA
            MOVE WS-NOME-EXT TO F-NOME
            SET FIM-BOL TO FALSE
            START BOLETIM KEY IS EQUAL F-NOME
                INVALID KEY SET FIM-BOL TO TRUE
            END-START
            PERFORM UNTIL FIM-BOL OR TEM-NOTA
                READ BOLETIM NEXT RECORD
                    AT END
                        SET FIM-BOL TO TRUE
                    NOT AT END
                        IF F-NOME NOT = WS-NOME-EXT
                            SET FIM-BOL TO TRUE
                        ELSE
                            IF F-MATERIA = WS-MATERIA
                               AND F-ANO-LETIVO = WS-ANO
                               AND F-STATUS NOT = 'EXPURGADO'
                                SET TEM-NOTA TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF NOT TEM-NOTA
                EXIT PARAGRAPH
            END-IF
            MOVE F-MEDIATOTAL TO WS-NOTA-INTERNA
            MOVE F-PROFESSOR  TO WS-PROFESSOR
            EVALUATE TRUE
                WHEN WS-NOTA-INTERNA < WS-CORTE-BASICO
                    MOVE 1 TO WS-FAIXA-INTERNA
                WHEN WS-NOTA-INTERNA < WS-CORTE-ADEQUADO
                    MOVE 2 TO WS-FAIXA-INTERNA
                WHEN WS-NOTA-INTERNA < WS-CORTE-AVANCADO
                    MOVE 3 TO WS-FAIXA-INTERNA
                WHEN OTHER
                    MOVE 4 TO WS-FAIXA-INTERNA
            END-EVALUATE
            IF WS-FAIXA-INTERNA >= 3 AND AX-PADRAO = 1
                SET SINAL-ALTA-BAIXA TO TRUE
            END-IF
            IF WS-FAIXA-INTERNA = 1 AND AX-PADRAO >= 3
                SET SINAL-BAIXA-ALTA TO TRUE
            END-IF
            .

       P650-LOCALIZA-GRUPO.
      * Grupo turma x materia do resultado; grupo novo entra no
      * lugar da ordem de turma (zero quando a tabela esta cheia).
            MOVE AX-TURMA   TO WS-GR-TURMA-NOVA
            MOVE AX-MATERIA TO WS-GR-MATERIA-NOVA
            MOVE 0 TO WS-IDX-GR
            MOVE 0 TO WS-POS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-GR OR WS-IDX-GR > 0
                IF GR-CHAVE(WS-IDX) = WS-GR-CHAVE-NOVA
                    MOVE WS-IDX TO WS-IDX-GR
                END-IF
                IF GR-CHAVE(WS-IDX) > WS-GR-CHAVE-NOVA
                   AND WS-POS = 0
                    MOVE WS-IDX TO WS-POS
                END-IF
            END-PERFORM
            IF WS-IDX-GR > 0
                EXIT PARAGRAPH
            END-IF
            IF WS-QTD-GR >= 200
                DISPLAY 'MAIS DE 200 TURMAS X MATERIAS - ' AX-TURMA
                        ' ' AX-MATERIA ' FORA DO COMPARATIVO'
                EXIT PARAGRAPH
            END-IF
            IF WS-POS = 0
                COMPUTE WS-POS = WS-QTD-GR + 1
            END-IF
            PERFORM VARYING WS-IDX FROM WS-QTD-GR BY -1
                    UNTIL WS-IDX < WS-POS
                MOVE WS-GRUPO(WS-IDX) TO WS-GRUPO(WS-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-QTD-GR
            INITIALIZE WS-GRUPO(WS-POS)
            MOVE WS-GR-CHAVE-NOVA TO GR-CHAVE(WS-POS)
            MOVE WS-POS TO WS-IDX-GR
            .

       P680-ACUMULA-PROFESSOR.
            MOVE 0 TO WS-IDX-PR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PR OR WS-IDX-PR > 0
                IF PR-NOME(WS-IDX) = WS-PROFESSOR
                    MOVE WS-IDX TO WS-IDX-PR
                END-IF
            END-PERFORM
            IF WS-IDX-PR = 0
                IF WS-QTD-PR >= 100
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-PR
                MOVE WS-QTD-PR TO WS-IDX-PR
                MOVE WS-PROFESSOR TO PR-NOME(WS-IDX-PR)
            END-IF
            ADD 1 TO PR-QTD(WS-IDX-PR)
            ADD WS-FAIXA-INTERNA TO PR-SOMA-FAIXA(WS-IDX-PR)
            ADD AX-PADRAO        TO PR-SOMA-PADRAO(WS-IDX-PR)
            EVALUATE TRUE
                WHEN WS-FAIXA-INTERNA > AX-PADRAO
                    ADD 1 TO PR-ACIMA(WS-IDX-PR)
                WHEN WS-FAIXA-INTERNA < AX-PADRAO
                    ADD 1 TO PR-ABAIXO(WS-IDX-PR)
                WHEN OTHER
                    ADD 1 TO PR-IGUAL(WS-IDX-PR)
            END-EVALUATE
            IF SINAL-ALTA-BAIXA
                ADD 1 TO PR-ALTA-BAIXA(WS-IDX-PR)
            END-IF
            IF SINAL-BAIXA-ALTA
                ADD 1 TO PR-BAIXA-ALTA(WS-IDX-PR)
            END-IF
            .

       P700-IMPRIME-GRUPO.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TURMA ' DELIMITED BY SIZE
                   GR-TURMA(WS-IDX-GR) DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   GR-MATERIA(WS-IDX-GR) DELIMITED BY SIZE
                   ' PROF. ' DELIMITED BY SIZE
                   GR-PROFESSOR(WS-IDX-GR) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            COMPUTE WS-MEDIA-CALC ROUNDED =
                GR-SOMA-PROF(WS-IDX-GR) / GR-QTD(WS-IDX-GR)
            MOVE WS-MEDIA-CALC TO WS-MEDIA-PROF-ED
            STRING '  ALUNOS: ' DELIMITED BY SIZE
                   GR-QTD(WS-IDX-GR) DELIMITED BY SIZE
                   '  PROFICIENCIA MEDIA: ' DELIMITED BY SIZE
                   WS-MEDIA-PROF-ED DELIMITED BY SIZE
                INTO REL-LINHA
            IF GR-QTD(WS-IDX-GR) > GR-SEM-NOTA(WS-IDX-GR)
                COMPUTE WS-MEDIA-CALC ROUNDED =
                    GR-SOMA-NOTA(WS-IDX-GR) /
                    (GR-QTD(WS-IDX-GR) - GR-SEM-NOTA(WS-IDX-GR))
                MOVE WS-MEDIA-CALC TO WS-MEDIA-ED
                MOVE '  MEDIA DA ESCOLA: ' TO REL-LINHA(50:)
                MOVE WS-MEDIA-ED TO REL-LINHA(69:4)
                COMPUTE WS-MEDIA-CALC ROUNDED =
                    GR-SOMA-FAIXA(WS-IDX-GR) /
                    (GR-QTD(WS-IDX-GR) - GR-SEM-NOTA(WS-IDX-GR))
                MOVE WS-MEDIA-CALC TO WS-MEDIA-FAIXA-ED
                MOVE '  NIVEL ESCOLA: ' TO REL-LINHA(73:)
                MOVE WS-MEDIA-FAIXA-ED TO REL-LINHA(89:4)
                COMPUTE WS-MEDIA-CALC ROUNDED =
                    GR-SOMA-PADRAO(WS-IDX-GR) /
                    (GR-QTD(WS-IDX-GR) - GR-SEM-NOTA(WS-IDX-GR))
                MOVE WS-MEDIA-CALC TO WS-MEDIA-FAIXA-ED
                MOVE '  NIVEL EXTERNO: ' TO REL-LINHA(93:)
                MOVE WS-MEDIA-FAIXA-ED TO REL-LINHA(110:4)
            END-IF
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '  ESCOLA ALTA/EXTERNA BAIXA: ' DELIMITED BY SIZE
                   GR-ALTA-BAIXA(WS-IDX-GR) DELIMITED BY SIZE
                   '  ESCOLA BAIXA/EXTERNA ALTA: ' DELIMITED BY SIZE
                   GR-BAIXA-ALTA(WS-IDX-GR) DELIMITED BY SIZE
                   '  SEM NOTA NO BOLETIM: ' DELIMITED BY SIZE
                   GR-SEM-NOTA(WS-IDX-GR) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF GR-ALTA-BAIXA(WS-IDX-GR) = 0
               AND GR-BAIXA-ALTA(WS-IDX-GR) = 0
                EXIT PARAGRAPH
            END-IF

      * Segunda passada so na materia do grupo: os alunos com sinal.
            MOVE WS-AVALIACAO          TO AX-AVALIACAO
            MOVE WS-EDICAO             TO AX-EDICAO
            MOVE GR-MATERIA(WS-IDX-GR) TO AX-MATERIA
            MOVE 0                     TO AX-ID-ALUNO
            SET EOF-OK TO FALSE
            START AVEXTREG-FILE KEY IS NOT LESS AX-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ AVEXTREG-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AX-AVALIACAO NOT = WS-AVALIACAO
                           OR AX-EDICAO NOT = WS-EDICAO
                           OR AX-MATERIA NOT = GR-MATERIA(WS-IDX-GR)
                            SET EOF-OK TO TRUE
                        ELSE
                            IF AX-TURMA = GR-TURMA(WS-IDX-GR)
                                PERFORM P750-LINHA-ALUNO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P750-LINHA-ALUNO.
            MOVE AX-NOME       TO WS-NOME-EXT
            MOVE AX-MATERIA    TO WS-MATERIA
            MOVE AX-ANO-LETIVO TO WS-ANO
            PERFORM P600-NOTA-INTERNA
            IF WS-SINAL = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO REL-LINHA
            MOVE AX-NOME TO REL-LINHA(5:30)
            MOVE WS-NOTA-INTERNA TO WS-MEDIA-ED
            MOVE 'MEDIA ' TO REL-LINHA(36:6)
            MOVE WS-MEDIA-ED TO REL-LINHA(42:4)
            MOVE 'NIVEL ' TO REL-LINHA(47:6)
            MOVE WS-FAIXA-INTERNA TO REL-LINHA(53:1)
            MOVE AX-PROFICIENCIA TO WS-MEDIA-PROF-ED
            MOVE 'PROFICIENCIA ' TO REL-LINHA(56:13)
            MOVE WS-MEDIA-PROF-ED TO REL-LINHA(69:6)
            MOVE 'NIVEL EXT. ' TO REL-LINHA(76:11)
            MOVE AX-PADRAO TO REL-LINHA(87:1)
            MOVE WS-SINAL TO REL-LINHA(90:21)
            WRITE REL-LINHA
            .

       P800-IMPRIME-PROFESSORES.
      * Resumo de cada professor: nivel medio que a media final dele
      * da aos alunos contra o nivel que eles tiraram fora.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE '*** PROFESSORES X ESCALA EXTERNA ***' TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'PROFESSOR                      ALUNOS NIV.ESC NIV.EXT'
                TO REL-LINHA
            MOVE ' DIFER. ACIMA IGUAL ABAIXO ALTA/BX BX/ALTA TENDENCIA'
                TO REL-LINHA(55:)
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                    UNTIL WS-IDX-PR > WS-QTD-PR
                MOVE SPACES TO REL-LINHA
                MOVE PR-NOME(WS-IDX-PR) TO REL-LINHA(1:30)
                MOVE PR-QTD(WS-IDX-PR)  TO REL-LINHA(32:5)
                COMPUTE WS-MEDIA-CALC ROUNDED =
                    PR-SOMA-FAIXA(WS-IDX-PR) / PR-QTD(WS-IDX-PR)
                MOVE WS-MEDIA-CALC TO WS-MEDIA-FAIXA-ED
                MOVE WS-MEDIA-FAIXA-ED TO REL-LINHA(40:4)
                COMPUTE WS-MEDIA-CALC ROUNDED =
                    PR-SOMA-PADRAO(WS-IDX-PR) / PR-QTD(WS-IDX-PR)
                MOVE WS-MEDIA-CALC TO WS-MEDIA-FAIXA-ED
                MOVE WS-MEDIA-FAIXA-ED TO REL-LINHA(48:4)
                COMPUTE WS-DIFERENCA ROUNDED =
                    (PR-SOMA-FAIXA(WS-IDX-PR) -
                     PR-SOMA-PADRAO(WS-IDX-PR)) / PR-QTD(WS-IDX-PR)
                MOVE WS-DIFERENCA TO WS-DIFERENCA-ED
                MOVE WS-DIFERENCA-ED TO REL-LINHA(56:5)
                MOVE PR-ACIMA(WS-IDX-PR)  TO REL-LINHA(62:5)
                MOVE PR-IGUAL(WS-IDX-PR)  TO REL-LINHA(68:5)
                MOVE PR-ABAIXO(WS-IDX-PR) TO REL-LINHA(74:5)
                MOVE PR-ALTA-BAIXA(WS-IDX-PR) TO REL-LINHA(81:5)
                MOVE PR-BAIXA-ALTA(WS-IDX-PR) TO REL-LINHA(89:5)
      * Meio nivel de diferenca media ja e tendencia; menos que
      * isso e variacao normal entre as duas escalas.
                EVALUATE TRUE
                    WHEN WS-DIFERENCA > 0.50
                        MOVE 'NOTA ACIMA DA ESCALA EXTERNA'
                            TO WS-TENDENCIA
                    WHEN WS-DIFERENCA < -0.50
                        MOVE 'NOTA ABAIXO DA ESCALA EXTERNA'
                            TO WS-TENDENCIA
                    WHEN OTHER
                        MOVE 'ALINHADA' TO WS-TENDENCIA
                END-EVALUATE
                MOVE WS-TENDENCIA TO REL-LINHA(96:32)
                WRITE REL-LINHA
            END-PERFORM
            .
