      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: ATA DE RESULTADOS FINAIS POR TURMA. NO FIM DO ANO A
      *          SECRETARIA LAVRA, PARA CADA TURMA, A ATA OFICIAL QUE
      *          O DIRETOR E O SECRETARIO ASSINAM: UMA LINHA POR
      *          ALUNO (ORDEM ALFABETICA), UM GRUPO DE COLUNAS POR
      *          MATERIA COM A MEDIA FINAL E A FREQUENCIA, E O
      *          RESULTADO FINAL - PROMOVIDO, PROMOVIDO COM
      *          DEPENDENCIA, RETIDO OU TRANSFERIDO - MAIS A MEDIA DA
      *          TURMA POR MATERIA E OS TOTAIS POR RESULTADO. AS NOTAS
      *          SAEM DE NOTASV2.DAT OU, COM O ANO JA FECHADO, DO
      *          ARQUIVO DO ANO NO CATALOGO (ANOFECHA); O RESULTADO
      *          SAI DAS DECISOES DO PROMOCAO (PROMOCAO.DAT, MESMO
      *          LAYOUT FIXO QUE O RENOVA LE). ALUNO SEM DECISAO OU
      *          PENDENTE QUE FOI DESATIVADO NO MESTRE (ALUMAN) SAIU
      *          DA ESCOLA: TRANSFERIDO. A LINHA DE DEPENDENCIA
      *          (DEPCHK) NAO ENTRA NA GRADE - A DEPENDENCIA APARECE
      *          NO RESULTADO. TURMA EM BRANCO LAVRA A ATA DE TODAS AS
      *          TURMAS DO ANO DA UNIDADE DA SESSAO, CADA UMA NUMA
      *          PAGINA E COM O SEU NUMERO NO LIVRO DE REGISTRO
      *          (LIVRO_REGISTRO.DAT, NUMERACAO DO DOCEMITE). SAI NO
      *          SPOOL EM LINHA LARGA, PARA O FORMULARIO OFICIO
      *          PAISAGEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATARES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT BOLETIM-ARQ
               ASSIGN TO
                   WS-PATH-ARQUIVO-ANO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FA-ID
                   ALTERNATE RECORD KEY IS FA-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ARQ
                   .
               SELECT CATALOGO
               ASSIGN TO
                   WS-PATH-ANOS-FECHADOS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CAT
                   .
               SELECT PROMO-FILE
               ASSIGN TO
                   WS-PATH-PROMOCAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PROMO
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
               SELECT LIVRO-FILE
               ASSIGN TO
                   WS-PATH-LIVRO-REG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LIV
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
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD BOLETIM-ARQ
       DATA RECORD IS ARQ-LINHA.
       01 ARQ-LINHA.
           03 FA-ID            PIC 9(06).
           03 FA-NOME          PIC X(30).
           03 FA-RESTO         PIC X(111).
       FD CATALOGO
       DATA RECORD IS CAT-LINHA.
       01 CAT-LINHA.
           03 CAT-ANO          PIC X(07).
           03 CAT-PATH         PIC X(100).
       FD PROMO-FILE
       DATA RECORD IS PROMO-LINHA.
       01 PROMO-LINHA              PIC X(120).
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD LIVRO-FILE
       DATA RECORD IS LIVRO-LINHA.
           COPY LIVRO_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR      PIC X(20).
           03 SE-PERFIL        PIC X.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(200).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-UP-MODO               PIC X.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-ARQ                PIC 99.
          88 FS-ARQ-OK             VALUE 0.
       77 WS-FS-CAT                PIC 99.
       77 WS-FS-PROMO              PIC 99.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-LIV                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'ATARES'.
       77 WS-FORM-FEED             PIC X VALUE X'0C'.
       77 WS-PATH-ARQUIVO-ANO      PIC X(100).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-CAT               PIC X.
          88 EOF-CAT-OK            VALUE 'S' FALSE 'N'.
       77 WS-ANO-ALVO              PIC X(07).
       77 WS-TURMA-ALVO            PIC X(10).
       77 WS-TURMA-ATA             PIC X(10).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Fonte das notas: V = NOTASV2.DAT (ano aberto), A = arquivo
      * do ano fechado achado no catalogo.
       77 WS-FONTE                 PIC X VALUE SPACE.
          88 FONTE-VIVO            VALUE 'V'.
          88 FONTE-ARQUIVO         VALUE 'A'.
       77 WS-FONTE-ABERTA          PIC X VALUE 'N'.
          88 FONTE-ABERTA-OK       VALUE 'S' FALSE 'N'.
      * Turmas do ano (ordem alfabetica), uma ata por turma.
       77 WS-QTD-TURMAS            PIC 9(02) VALUE 0.
       01 WS-TURMA-TAB.
           05 WS-TURMA-LISTA OCCURS 30 TIMES PIC X(10).
       77 WS-IDX-TUR               PIC 9(02).
       77 WS-IDX-DESLOCA           PIC 9(02).
      * Decisoes do PROMOCAO para o ano.
       77 WS-QTD-DECISOES          PIC 9(03) VALUE 0.
       01 WS-DECISAO-TAB.
           05 WS-DECISAO-ENTRY OCCURS 500 TIMES.
               10 DE-NOME              PIC X(30).
               10 DE-TURMA             PIC X(10).
               10 DE-DECISAO           PIC X(12).
       77 WS-IDX-DEC               PIC 9(03).
       77 WS-TALLY                 PIC 9(03).
       77 WS-LIXO                  PIC X(120).
       77 WS-DECISAO-LIDA          PIC X(12).
      * Grade da ata: ate 12 materias por turma (a grade do
      * PROMOCAO) e 60 alunos por turma.
       77 WS-QTD-MATS              PIC 9(02) VALUE 0.
       01 WS-MAT-TAB.
           05 WS-MAT-ENTRY OCCURS 12 TIMES.
               10 AT-MAT-NOME          PIC X(20).
               10 AT-MAT-QTD           PIC 9(03).
               10 AT-MAT-SOMA-MEDIA    PIC 9(05)V9.
               10 AT-MAT-SOMA-FREQ     PIC 9(06).
       77 WS-IDX-MAT               PIC 9(02).
       77 WS-QTD-ALUNOS            PIC 9(02) VALUE 0.
       01 WS-ALUNO-TAB.
           05 WS-ALUNO-ENTRY OCCURS 60 TIMES.
               10 AT-NOME              PIC X(30).
               10 AT-RESULTADO         PIC X(24).
               10 AT-CELULA OCCURS 12 TIMES.
                   15 AT-TEM           PIC X.
                   15 AT-MEDIA         PIC 9(02)V9.
                   15 AT-FREQ          PIC 9(03).
       77 WS-IDX                   PIC 9(02).
       77 WS-FORA-DA-GRADE         PIC 9(04) VALUE 0.
      * Totais da turma por resultado.
       77 WS-CONT-PROMOVIDOS       PIC 9(03).
       77 WS-CONT-PROMOVIDOS-DP    PIC 9(03).
       77 WS-CONT-RETIDOS          PIC 9(03).
       77 WS-CONT-TRANSFERIDOS     PIC 9(03).
       77 WS-CONT-PENDENTES        PIC 9(03).
       77 WS-CONT-SEM-DECISAO      PIC 9(03).
       77 WS-CONT-ATAS             PIC 9(02) VALUE 0.
      * Montagem da linha larga (STRING WITH POINTER, como o DIARIO).
       77 WS-PONTEIRO              PIC 9(03).
       77 WS-LARGURA               PIC 9(03).
       77 WS-NUM-ED                PIC Z9.
       77 WS-MEDIA-ED              PIC Z9.9.
       77 WS-FREQ-ED               PIC ZZ9.
       77 WS-MEDIA-CALC            PIC 9(02)V9.
       77 WS-FREQ-CALC             PIC 9(03).
      * Dependencias - progressao parcial (DEPCHK).
       77 WS-DC-DEP                PIC X.
       77 WS-DC-ORIGEM             PIC 9(06).
       77 WS-DC-ANO-ORIGEM         PIC X(07).
       77 WS-DC-STATUS             PIC X.
      * Unidade escolar da turma (UNIDADE).
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
      * Livro de registro (numeracao do DOCEMITE).
       77 WS-NUM-REG               PIC 9(06).
       77 WS-LIVRO                 PIC 9(03).
       77 WS-FOLHA                 PIC 9(03).
       77 WS-RESTO-REG             PIC 9(06).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ATARES' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
      * Livro de registro da unidade escolar da sessao (cada
      * unidade numera os seus documentos).
            MOVE 'U' TO WS-UP-MODO
            CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-LIVRO-REG
            DISPLAY '*** ATA DE RESULTADOS FINAIS ***'
            DISPLAY 'INFORME O ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO-ALVO
            DISPLAY 'TURMA (DEIXE EM BRANCO PARA TODAS DO ANO): '
                ACCEPT WS-TURMA-ALVO

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            PERFORM P100-ESCOLHE-FONTE
            IF WS-FONTE = SPACE
                DISPLAY 'ANO ' WS-ANO-ALVO ' NAO ENCONTRADO NO '
                        'BOLETIM NEM NOS ANOS FECHADOS'
                STOP RUN
            END-IF

            PERFORM P150-CARREGA-DECISOES
            IF WS-QTD-DECISOES = 0
                DISPLAY 'PROMOCAO.DAT SEM DECISOES PARA O ANO '
                        WS-ANO-ALVO ' - RODE O PROMOCAO ANTES; '
                        'OS RESULTADOS SAIRAO SEM DECISAO'
            END-IF

            PERFORM P200-LISTA-TURMAS
            IF WS-QTD-TURMAS = 0
                DISPLAY 'NENHUMA TURMA DA SUA UNIDADE COM REGISTROS '
                        'NO ANO ' WS-ANO-ALVO
                STOP RUN
            END-IF

            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
      * Tarja de treinamento: em instalacao de pratica, todo
      * documento do spool sai marcado (TREINOCHK).
            CALL 'TREINOCHK' USING WS-TR-MODO

            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                MOVE WS-TURMA-LISTA(WS-IDX-TUR) TO WS-TURMA-ATA
                PERFORM P300-ATA-TURMA
            END-PERFORM
            CLOSE REPORT-FILE

            DISPLAY 'ATAS LAVRADAS: ' WS-CONT-ATAS
            IF WS-FORA-DA-GRADE > 0
                DISPLAY 'ATENCAO: ' WS-FORA-DA-GRADE ' LINHA(S) FORA '
                        'DA GRADE (MAIS DE 60 ALUNOS OU 12 MATERIAS '
                        'NA TURMA)'
            END-IF
            DISPLAY 'DOCUMENTO GRAVADO EM: ' WS-PATH-RELATORIO
            STOP RUN
            .

       P100-ESCOLHE-FONTE.
      * Ano ainda no vivo: NOTASV2.DAT. Senao, o arquivo do ano no
      * catalogo de anos fechados.
            MOVE 'V' TO WS-FONTE
            PERFORM P500-ABRE-FONTE
            IF FONTE-ABERTA-OK
                PERFORM P510-LE-FONTE
                PERFORM UNTIL EOF-OK OR F-ANO-LETIVO = WS-ANO-ALVO
                    PERFORM P510-LE-FONTE
                END-PERFORM
                PERFORM P520-FECHA-FONTE
                IF NOT EOF-OK
                    EXIT PARAGRAPH
                END-IF
            END-IF

            MOVE SPACE TO WS-FONTE
            SET EOF-CAT-OK TO FALSE
            OPEN INPUT CATALOGO
            IF WS-FS-CAT NOT = 0
                SET EOF-CAT-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-CAT-OK OR WS-FONTE NOT = SPACE
                READ CATALOGO
                    AT END
                        SET EOF-CAT-OK TO TRUE
                    NOT AT END
                        IF CAT-ANO = WS-ANO-ALVO
                            MOVE CAT-PATH TO WS-PATH-ARQUIVO-ANO
                            MOVE 'A' TO WS-FONTE
                            DISPLAY 'ANO FECHADO - LENDO O ARQUIVO '
                                    FUNCTION TRIM(CAT-PATH)
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-CAT = 10 OR WS-FONTE NOT = SPACE
                CLOSE CATALOGO
            END-IF
            .

       P150-CARREGA-DECISOES.
      * PROMOCAO.DAT e o relatorio de decisoes do ultimo fechamento:
      * ano 1-7, turma 9-18, nome 20-49 e a decisao depois de
      * 'DECISAO: '. Linhas de outro ano e de dependencia ficam fora.
            SET EOF-OK TO FALSE
            OPEN INPUT PROMO-FILE
            IF WS-FS-PROMO NOT = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ PROMO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE 0 TO WS-TALLY
                        INSPECT PROMO-LINHA TALLYING WS-TALLY
                            FOR ALL ' DECISAO: '
                        IF WS-TALLY > 0
                           AND PROMO-LINHA(1:7) = WS-ANO-ALVO
                           AND WS-QTD-DECISOES < 500
                            MOVE SPACES TO WS-DECISAO-LIDA
                            UNSTRING PROMO-LINHA
                                DELIMITED BY ' DECISAO: '
                                INTO WS-LIXO WS-DECISAO-LIDA
                            END-UNSTRING
                            ADD 1 TO WS-QTD-DECISOES
                            MOVE PROMO-LINHA(20:30)
                                TO DE-NOME(WS-QTD-DECISOES)
                            MOVE PROMO-LINHA(9:10)
                                TO DE-TURMA(WS-QTD-DECISOES)
                            MOVE WS-DECISAO-LIDA
                                TO DE-DECISAO(WS-QTD-DECISOES)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROMO-FILE
            .

       P200-LISTA-TURMAS.
            PERFORM P500-ABRE-FONTE
            IF NOT FONTE-ABERTA-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P510-LE-FONTE
            PERFORM UNTIL EOF-OK
                IF F-ANO-LETIVO = WS-ANO-ALVO
                   AND F-STATUS NOT = 'EXPURGADO'
                   AND (WS-TURMA-ALVO = SPACES
                        OR F-TURMA = WS-TURMA-ALVO)
                    PERFORM P210-GUARDA-TURMA
                END-IF
                PERFORM P510-LE-FONTE
            END-PERFORM
            PERFORM P520-FECHA-FONTE
            .

       P210-GUARDA-TURMA.
      * Insere em ordem alfabetica, sem repetir; turma de outra
      * unidade escolar fica fora.
            MOVE 1 TO WS-IDX-TUR
            PERFORM UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                    OR WS-TURMA-LISTA(WS-IDX-TUR) >= F-TURMA
                ADD 1 TO WS-IDX-TUR
            END-PERFORM
            IF WS-IDX-TUR <= WS-QTD-TURMAS
                IF WS-TURMA-LISTA(WS-IDX-TUR) = F-TURMA
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF WS-QTD-TURMAS >= 30
                EXIT PARAGRAPH
            END-IF
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO-ALVO F-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX-DESLOCA FROM WS-QTD-TURMAS BY -1
                    UNTIL WS-IDX-DESLOCA < WS-IDX-TUR
                MOVE WS-TURMA-LISTA(WS-IDX-DESLOCA)
                    TO WS-TURMA-LISTA(WS-IDX-DESLOCA + 1)
            END-PERFORM
            MOVE F-TURMA TO WS-TURMA-LISTA(WS-IDX-TUR)
            ADD 1 TO WS-QTD-TURMAS
            .

       P300-ATA-TURMA.
            MOVE 0 TO WS-QTD-MATS WS-QTD-ALUNOS
            PERFORM P500-ABRE-FONTE
            IF NOT FONTE-ABERTA-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P510-LE-FONTE
            PERFORM UNTIL EOF-OK
                IF F-ANO-LETIVO = WS-ANO-ALVO
                   AND F-TURMA = WS-TURMA-ATA
                   AND F-STATUS NOT = 'EXPURGADO'
                    PERFORM P310-ACUMULA
                END-IF
                PERFORM P510-LE-FONTE
            END-PERFORM
            PERFORM P520-FECHA-FONTE
            IF WS-QTD-ALUNOS = 0
                EXIT PARAGRAPH
            END-IF

            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO-ALVO WS-TURMA-ATA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            PERFORM P350-RESULTADOS
            PERFORM P400-REGISTRA-LIVRO
            PERFORM P600-IMPRIME-ATA
            ADD 1 TO WS-CONT-ATAS
            DISPLAY 'TURMA ' WS-TURMA-ATA ': ATA N. ' WS-NUM-REG
                    ' (LIVRO ' WS-LIVRO ' FOLHA ' WS-FOLHA ') - '
                    WS-QTD-ALUNOS ' ALUNO(S)'
            .

       P310-ACUMULA.
      * Linha de dependencia cursada na turma nao e materia regular
      * do aluno: a dependencia aparece no resultado.
            CALL 'DEPCHK' USING F-ID WS-DC-DEP WS-DC-ORIGEM
                                WS-DC-ANO-ORIGEM WS-DC-STATUS
            IF WS-DC-DEP = 'S'
                EXIT PARAGRAPH
            END-IF

            MOVE 1 TO WS-IDX-MAT
            PERFORM UNTIL WS-IDX-MAT > WS-QTD-MATS
                    OR AT-MAT-NOME(WS-IDX-MAT) = F-MATERIA
                ADD 1 TO WS-IDX-MAT
            END-PERFORM
            IF WS-IDX-MAT > WS-QTD-MATS
                IF WS-QTD-MATS >= 12
                    ADD 1 TO WS-FORA-DA-GRADE
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-MATS
                MOVE F-MATERIA TO AT-MAT-NOME(WS-QTD-MATS)
                MOVE 0 TO AT-MAT-QTD(WS-QTD-MATS)
                          AT-MAT-SOMA-MEDIA(WS-QTD-MATS)
                          AT-MAT-SOMA-FREQ(WS-QTD-MATS)
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-ALUNOS
                    MOVE 'N' TO AT-TEM(WS-IDX WS-QTD-MATS)
                END-PERFORM
            END-IF

            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-ALUNOS
                    OR AT-NOME(WS-IDX) = F-NOME
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX > WS-QTD-ALUNOS
                IF WS-QTD-ALUNOS >= 60
                    ADD 1 TO WS-FORA-DA-GRADE
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-ALUNOS
                MOVE F-NOME TO AT-NOME(WS-IDX)
                MOVE SPACES TO AT-RESULTADO(WS-IDX)
                PERFORM VARYING WS-IDX-DESLOCA FROM 1 BY 1
                        UNTIL WS-IDX-DESLOCA > 12
                    MOVE 'N' TO AT-TEM(WS-IDX WS-IDX-DESLOCA)
                END-PERFORM
            END-IF

            MOVE 'S'          TO AT-TEM(WS-IDX WS-IDX-MAT)
            MOVE F-MEDIATOTAL TO AT-MEDIA(WS-IDX WS-IDX-MAT)
            MOVE F-FREQUENCIA TO AT-FREQ(WS-IDX WS-IDX-MAT)
            ADD 1            TO AT-MAT-QTD(WS-IDX-MAT)
            ADD F-MEDIATOTAL TO AT-MAT-SOMA-MEDIA(WS-IDX-MAT)
            ADD F-FREQUENCIA TO AT-MAT-SOMA-FREQ(WS-IDX-MAT)
            .

       P350-RESULTADOS.
            MOVE 0 TO WS-CONT-PROMOVIDOS WS-CONT-PROMOVIDOS-DP
                      WS-CONT-RETIDOS WS-CONT-TRANSFERIDOS
                      WS-CONT-PENDENTES WS-CONT-SEM-DECISAO
            OPEN INPUT ALUNOS-FILE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                PERFORM P360-RESULTADO-ALUNO
            END-PERFORM
            IF FS-ALU-OK
                CLOSE ALUNOS-FILE
            END-IF
            .

       P360-RESULTADO-ALUNO.
            MOVE SPACES TO WS-DECISAO-LIDA
            PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                    UNTIL WS-IDX-DEC > WS-QTD-DECISOES
                IF DE-NOME(WS-IDX-DEC) = AT-NOME(WS-IDX)
                   AND DE-TURMA(WS-IDX-DEC) = WS-TURMA-ATA
                    MOVE DE-DECISAO(WS-IDX-DEC) TO WS-DECISAO-LIDA
                END-IF
            END-PERFORM

      * Sem decisao final (ou pendente) e desativado no mestre: o
      * aluno saiu da escola no ano.
            IF WS-DECISAO-LIDA = SPACES OR WS-DECISAO-LIDA = 'PENDENTE'
                IF FS-ALU-OK
                    MOVE AT-NOME(WS-IDX) TO AL-NOME
                    READ ALUNOS-FILE
                        KEY IS AL-NOME
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF AL-ATIVO = 'N'
                                MOVE 'TRANSFERIDO' TO WS-DECISAO-LIDA
                            END-IF
                    END-READ
                END-IF
            END-IF

            EVALUATE WS-DECISAO-LIDA
                WHEN 'PROMOVIDO'
                    MOVE 'PROMOVIDO' TO AT-RESULTADO(WS-IDX)
                    ADD 1 TO WS-CONT-PROMOVIDOS
                WHEN 'PROMOVIDO-DP'
                    MOVE 'PROMOVIDO C/ DEPENDENCIA'
                        TO AT-RESULTADO(WS-IDX)
                    ADD 1 TO WS-CONT-PROMOVIDOS-DP
                WHEN 'RETIDO'
                WHEN 'RETIDO-DP'
                    MOVE 'RETIDO' TO AT-RESULTADO(WS-IDX)
                    ADD 1 TO WS-CONT-RETIDOS
                WHEN 'TRANSFERIDO'
                    MOVE 'TRANSFERIDO' TO AT-RESULTADO(WS-IDX)
                    ADD 1 TO WS-CONT-TRANSFERIDOS
                WHEN 'PENDENTE'
                    MOVE 'PENDENTE (RECUPERACAO)'
                        TO AT-RESULTADO(WS-IDX)
                    ADD 1 TO WS-CONT-PENDENTES
                WHEN OTHER
                    MOVE 'SEM DECISAO' TO AT-RESULTADO(WS-IDX)
                    ADD 1 TO WS-CONT-SEM-DECISAO
            END-EVALUATE
            .

       P400-REGISTRA-LIVRO.
            MOVE 1 TO WS-NUM-REG
            SET EOF-OK TO FALSE
            OPEN INPUT LIVRO-FILE
            IF WS-FS-LIV <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ LIVRO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-NUM-REG = LV-NUM + 1
                END-READ
            END-PERFORM
            IF WS-FS-LIV = 10
                CLOSE LIVRO-FILE
            END-IF
            COMPUTE WS-LIVRO = ((WS-NUM-REG - 1) / 600) + 1
            COMPUTE WS-RESTO-REG =
                FUNCTION MOD(WS-NUM-REG - 1, 600)
            COMPUTE WS-FOLHA = (WS-RESTO-REG / 3) + 1

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

            OPEN EXTEND LIVRO-FILE
            IF WS-FS-LIV <> 0
                OPEN OUTPUT LIVRO-FILE
            END-IF
            MOVE WS-NUM-REG        TO LV-NUM
            MOVE WS-LIVRO          TO LV-LIVRO
            MOVE WS-FOLHA          TO LV-FOLHA
            MOVE 'ATA DE RESULTADOS FINAIS' TO LV-TIPO
            MOVE SPACES            TO LV-NOME
            STRING 'TURMA ' DELIMITED BY SIZE
                   WS-TURMA-ATA DELIMITED BY SIZE
                INTO LV-NOME
            MOVE WS-ANO-ALVO       TO LV-ANO
            MOVE WS-DATA-FORMAT    TO LV-DATA
            MOVE WS-OPERADOR-ATUAL TO LV-OPERADOR
            MOVE 1                 TO LV-VIA
            WRITE LIVRO-LINHA
            CLOSE LIVRO-FILE
            .

       P500-ABRE-FONTE.
      * Leitura pela chave alternada do nome: a ata sai em ordem
      * alfabetica de aluno.
            SET FONTE-ABERTA-OK TO FALSE
            SET EOF-OK TO TRUE
            IF FONTE-VIVO
                OPEN INPUT BOLETIM
                IF FS-BOL-OK
                    SET FONTE-ABERTA-OK TO TRUE
                    SET EOF-OK TO FALSE
                    MOVE LOW-VALUES TO F-NOME
                    START BOLETIM KEY IS NOT LESS F-NOME
                        INVALID KEY SET EOF-OK TO TRUE
                    END-START
                END-IF
            ELSE
                OPEN INPUT BOLETIM-ARQ
                IF FS-ARQ-OK
                    SET FONTE-ABERTA-OK TO TRUE
                    SET EOF-OK TO FALSE
                    MOVE LOW-VALUES TO FA-NOME
                    START BOLETIM-ARQ KEY IS NOT LESS FA-NOME
                        INVALID KEY SET EOF-OK TO TRUE
                    END-START
                END-IF
            END-IF
            .

       P510-LE-FONTE.
      * O registro do arquivo do ano vem para a area de
      * BOLETIM-LINHA, como no HISTOFICIAL.
            IF EOF-OK
                EXIT PARAGRAPH
            END-IF
            IF FONTE-VIVO
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                END-READ
            ELSE
                READ BOLETIM-ARQ NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE ARQ-LINHA TO BOLETIM-LINHA
                END-READ
            END-IF
            .

       P520-FECHA-FONTE.
            IF FONTE-ABERTA-OK
                IF FONTE-VIVO
                    CLOSE BOLETIM
                ELSE
                    CLOSE BOLETIM-ARQ
                END-IF
                SET FONTE-ABERTA-OK TO FALSE
            END-IF
            .

       P600-IMPRIME-ATA.
      * Cada ata comeca numa folha nova.
            IF WS-CONT-ATAS > 0
                MOVE WS-FORM-FEED TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            COMPUTE WS-LARGURA = 35 + (WS-QTD-MATS * 9) + 26
            MOVE ALL '=' TO REL-LINHA(1:WS-LARGURA)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ATA DE RESULTADOS FINAIS - ANO LETIVO '
                        DELIMITED BY SIZE
                   WS-ANO-ALVO DELIMITED BY SIZE
                   ' - TURMA ' DELIMITED BY SIZE
                   WS-TURMA-ATA DELIMITED BY SIZE
                   ' - UNIDADE ' DELIMITED BY SIZE
                   WS-UN-CODIGO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'REGISTRO ' DELIMITED BY SIZE
                   WS-NUM-REG DELIMITED BY SIZE
                   ' LIVRO ' DELIMITED BY SIZE
                   WS-LIVRO DELIMITED BY SIZE
                   ' FOLHA ' DELIMITED BY SIZE
                   WS-FOLHA DELIMITED BY SIZE
                   ' LAVRADA EM ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'MED = MEDIA FINAL  FRQ = FREQUENCIA (%)  - = MATERIA '
              & 'NAO CURSADA' TO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '=' TO REL-LINHA(1:WS-LARGURA)
            WRITE REL-LINHA

      * Cabecalho da grade: nome da materia (8 posicoes) sobre o
      * par MED/FRQ de cada grupo de colunas.
            MOVE SPACES TO REL-LINHA
            MOVE 'NO  ALUNO(A)' TO REL-LINHA
            MOVE 36 TO WS-PONTEIRO
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATS
                STRING '|' DELIMITED BY SIZE
                       AT-MAT-NOME(WS-IDX-MAT)(1:8) DELIMITED BY SIZE
                    INTO REL-LINHA
                    WITH POINTER WS-PONTEIRO
            END-PERFORM
            STRING '| RESULTADO FINAL' DELIMITED BY SIZE
                INTO REL-LINHA
                WITH POINTER WS-PONTEIRO
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE 36 TO WS-PONTEIRO
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATS
                STRING '| MED FRQ' DELIMITED BY SIZE
                    INTO REL-LINHA
                    WITH POINTER WS-PONTEIRO
            END-PERFORM
            STRING '|' DELIMITED BY SIZE
                INTO REL-LINHA
                WITH POINTER WS-PONTEIRO
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:WS-LARGURA)
            WRITE REL-LINHA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                PERFORM P610-LINHA-ALUNO
            END-PERFORM
            MOVE ALL '-' TO REL-LINHA(1:WS-LARGURA)
            WRITE REL-LINHA
            PERFORM P620-LINHA-MEDIAS
            MOVE ALL '-' TO REL-LINHA(1:WS-LARGURA)
            WRITE REL-LINHA
            PERFORM P630-TOTAIS
            .

       P610-LINHA-ALUNO.
            MOVE SPACES TO REL-LINHA
            MOVE WS-IDX TO WS-NUM-ED
            MOVE WS-NUM-ED TO REL-LINHA(1:2)
            MOVE AT-NOME(WS-IDX) TO REL-LINHA(5:30)
            MOVE 36 TO WS-PONTEIRO
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATS
                IF AT-TEM(WS-IDX WS-IDX-MAT) = 'S'
                    MOVE AT-MEDIA(WS-IDX WS-IDX-MAT) TO WS-MEDIA-ED
                    MOVE AT-FREQ(WS-IDX WS-IDX-MAT)  TO WS-FREQ-ED
                    STRING '|' DELIMITED BY SIZE
                           WS-MEDIA-ED DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-FREQ-ED DELIMITED BY SIZE
                        INTO REL-LINHA
                        WITH POINTER WS-PONTEIRO
                ELSE
                    STRING '|   -   -' DELIMITED BY SIZE
                        INTO REL-LINHA
                        WITH POINTER WS-PONTEIRO
                END-IF
            END-PERFORM
            STRING '| ' DELIMITED BY SIZE
                   AT-RESULTADO(WS-IDX) DELIMITED BY SIZE
                INTO REL-LINHA
                WITH POINTER WS-PONTEIRO
            WRITE REL-LINHA
            .

       P620-LINHA-MEDIAS.
            MOVE SPACES TO REL-LINHA
            MOVE '    MEDIA DA TURMA' TO REL-LINHA
            MOVE 36 TO WS-PONTEIRO
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATS
                IF AT-MAT-QTD(WS-IDX-MAT) > 0
                    COMPUTE WS-MEDIA-CALC ROUNDED =
                        AT-MAT-SOMA-MEDIA(WS-IDX-MAT)
                        / AT-MAT-QTD(WS-IDX-MAT)
                    COMPUTE WS-FREQ-CALC ROUNDED =
                        AT-MAT-SOMA-FREQ(WS-IDX-MAT)
                        / AT-MAT-QTD(WS-IDX-MAT)
                ELSE
                    MOVE 0 TO WS-MEDIA-CALC WS-FREQ-CALC
                END-IF
                MOVE WS-MEDIA-CALC TO WS-MEDIA-ED
                MOVE WS-FREQ-CALC  TO WS-FREQ-ED
                STRING '|' DELIMITED BY SIZE
                       WS-MEDIA-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-FREQ-ED DELIMITED BY SIZE
                    INTO REL-LINHA
                    WITH POINTER WS-PONTEIRO
            END-PERFORM
            STRING '|' DELIMITED BY SIZE
                INTO REL-LINHA
                WITH POINTER WS-PONTEIRO
            WRITE REL-LINHA
            .

       P630-TOTAIS.
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAIS DA TURMA - ALUNOS: ' DELIMITED BY SIZE
                   WS-QTD-ALUNOS DELIMITED BY SIZE
                   '  PROMOVIDOS: ' DELIMITED BY SIZE
                   WS-CONT-PROMOVIDOS DELIMITED BY SIZE
                   '  PROMOVIDOS C/ DEPENDENCIA: ' DELIMITED BY SIZE
                   WS-CONT-PROMOVIDOS-DP DELIMITED BY SIZE
                   '  RETIDOS: ' DELIMITED BY SIZE
                   WS-CONT-RETIDOS DELIMITED BY SIZE
                   '  TRANSFERIDOS: ' DELIMITED BY SIZE
                   WS-CONT-TRANSFERIDOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF WS-CONT-PENDENTES > 0 OR WS-CONT-SEM-DECISAO > 0
                MOVE SPACES TO REL-LINHA
                STRING 'SEM RESULTADO FINAL - PENDENTES: '
                            DELIMITED BY SIZE
                       WS-CONT-PENDENTES DELIMITED BY SIZE
                       '  SEM DECISAO DO PROMOCAO: ' DELIMITED BY SIZE
                       WS-CONT-SEM-DECISAO DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA
            MOVE '______________________________          '
              & '______________________________' TO REL-LINHA
            WRITE REL-LINHA
            MOVE '         DIRETOR(A)                     '
              & '      SECRETARIO(A) ESCOLAR' TO REL-LINHA
            WRITE REL-LINHA
            .
