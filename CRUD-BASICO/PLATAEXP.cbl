      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CARGA NOTURNA DA PLATAFORMA DE ENSINO ONLINE, NO
      *          LUGAR DAS LISTAS DE TURMA MONTADAS A MAO A CADA
      *          PERIODO. GERA OS ARQUIVOS CSV DO LAYOUT PADRAO DE
      *          ROSTER DA PLATAFORMA (ONEROSTER 1.1, MODO DELTA):
      *          orgs.csv (A REDE E AS UNIDADES ESCOLARES),
      *          classes.csv (UMA TURMA DA PLATAFORMA POR TURMA X
      *          MATERIA), users.csv (ALUNOS DO ALUNOS.DAT E
      *          PROFESSORES DO PROFCAT.DAT), enrollments.csv (ALUNO
      *          NA TURMA X MATERIA PELO NOTASV2.DAT, PROFESSOR PELA
      *          GRADE DE HORARIOS GRADEHOR.DAT) E O manifest.csv.
      *          ENTRAM AS TURMAS DO TURMACAT DO ANO CIVIL CORRENTE
      *          COM O ANO LETIVO ABERTO NO CONTROLE DE TERMOS
      *          (TERMVAL). SO SEGUE O QUE MUDOU DESDE A ULTIMA
      *          CARGA: CADA LINHA MANDADA FICA NO ACOMPANHAMENTO
      *          (PLATAENV.DAT) E SO VOLTA QUANDO MUDA; O QUE SUMIU
      *          DOS CADASTROS (TURMA FECHADA, ALUNO REMANEJADO PARA
      *          OUTRA TURMA) SEGUE COMO tobedeleted. ALUNO DESATIVADO
      *          NO MESTRE (TRANSFERIDO, EVADIDO) NAO SOME: SEGUE COMO
      *          USUARIO INATIVO (enabledUser false) E SO AS SUAS
      *          MATRICULAS SAEM. O LIVRO DE EXECUCOES (PLATALOTE.DAT)
      *          NUMERA OS LOTES: UM LOTE QUE CAIU NO MEIO E REFEITO
      *          COM O MESMO NUMERO NA EXECUCAO SEGUINTE, E O QUE JA
      *          SEGUIU NUM LOTE FECHADO NAO VOLTA NUM LOTE NOVO. CPF,
      *          RG E RESPONSAVEIS NAO SAEM DA ESCOLA. SEM NENHUM
      *          ACCEPT: RODA COMO PASSO DA CADEIA DO RUNCTL; O
      *          RESUMO E AS PENDENCIAS (ALUNO DO BOLETIM FORA DO
      *          MESTRE, PROFESSOR DA GRADE FORA DO CADASTRO) SAEM
      *          NO SPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATAEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
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
               SELECT PROFCAT-FILE
               ASSIGN TO
                   WS-PATH-PROFCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PROF-NOME
                   FILE STATUS IS WS-FS-PRF
                   .
               SELECT PLATAENV-FILE
               ASSIGN TO
                   WS-PATH-PLATAENV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PE-CHAVE
                   FILE STATUS IS WS-FS-ENV
                   .
               SELECT PLATALOTE-FILE
               ASSIGN TO
                   WS-PATH-PLATALOTE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LOT
                   .
               SELECT ORGS-FILE
               ASSIGN TO
                   WS-PATH-PLAT-ORGS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CSV
                   .
               SELECT CLASSES-FILE
               ASSIGN TO
                   WS-PATH-PLAT-CLASSES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CSV
                   .
               SELECT USERS-FILE
               ASSIGN TO
                   WS-PATH-PLAT-USERS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CSV
                   .
               SELECT ENROLL-FILE
               ASSIGN TO
                   WS-PATH-PLAT-ENROLL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CSV
                   .
               SELECT MANIFEST-FILE
               ASSIGN TO
                   WS-PATH-PLAT-MANIFEST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CSV
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD PROFCAT-FILE
       DATA RECORD IS PROFCAT-LINHA.
           COPY PROFCAT_DADOS.
       FD PLATAENV-FILE
       DATA RECORD IS PLATAENV-LINHA.
           COPY PLATAENV_DADOS.
       FD PLATALOTE-FILE
       DATA RECORD IS PLATALOTE-LINHA.
           COPY PLATALOTE_DADOS.
       FD ORGS-FILE.
       01 ORGS-REG                 PIC X(340).
       FD CLASSES-FILE.
       01 CLASSES-REG              PIC X(340).
       FD USERS-FILE.
       01 USERS-REG                PIC X(340).
       FD ENROLL-FILE.
       01 ENROLL-REG               PIC X(340).
       FD MANIFEST-FILE.
       01 MANIFEST-REG             PIC X(60).
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
       77 WS-FS-TUR                PIC 99.
          88 FS-TUR-OK             VALUE 0.
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-PRF                PIC 99.
          88 FS-PRF-OK             VALUE 0.
       77 WS-FS-ENV                PIC 99.
          88 FS-ENV-OK             VALUE 0.
       77 WS-FS-LOT                PIC 99.
       77 WS-FS-CSV                PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'PLATAEXP'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ERRO                  PIC X VALUE 'N'.
          88 ERRO-OK               VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-HORA-SISTEMA          PIC 9(08).
       77 WS-HORA                  PIC 9(06).
      * Data no formato da plataforma (AAAA-MM-DD) e marca da
      * execucao (data + hora) gravada em PE-VISTO.
       77 WS-DATA-ISO              PIC X(10).
       77 WS-EXECUCAO              PIC 9(14).
      * Lote da carga (PLATALOTE): retomada = lote iniciado e nao
      * fechado, refeito com o mesmo numero.
       77 WS-LOTE                  PIC 9(07) VALUE 0.
       77 WS-ULTIMO-TIPO           PIC X VALUE SPACE.
       77 WS-RETOMADA              PIC X VALUE 'N'.
          88 RETOMADA-OK           VALUE 'S' FALSE 'N'.
      * Controle de termos (TERMVAL): so ano letivo aberto.
       77 WS-TERMO-RESULTADO       PIC X.
      * Turmas da carga: ano civil corrente, termo aberto.
       77 WS-QTD-TURMAS            PIC 9(03) VALUE 0.
       01 WS-TURMA-TAB.
           05 WS-TURMA-ENTRY OCCURS 300 TIMES.
               10 TT-ANO           PIC X(07).
               10 TT-TURMA         PIC X(10).
               10 TT-UNIDADE       PIC X(02).
               10 TT-SERIE         PIC 9(02).
       77 WS-IDX-TUR               PIC 9(03).
       77 WS-BUSCA-ANO             PIC X(07).
       77 WS-BUSCA-TURMA           PIC X(10).
       77 WS-ACHOU-TUR             PIC 9(03).
      * Unidades escolares das turmas da carga.
       77 WS-QTD-UNIDADES          PIC 9(02) VALUE 0.
       01 WS-UNIDADE-TAB.
           05 UT-CODIGO            PIC X(02) OCCURS 20 TIMES.
       77 WS-IDX-UN                PIC 9(02).
       77 WS-UNIDADE               PIC X(02).
      * Professores da grade e as unidades em que dao aula.
       77 WS-QTD-PROFS             PIC 9(03) VALUE 0.
       01 WS-PROF-TAB.
           05 WS-PROF-ENTRY OCCURS 300 TIMES.
               10 PR-NOME          PIC X(30).
               10 PR-QTD-UN        PIC 9.
               10 PR-UNIDADE       PIC X(02) OCCURS 5 TIMES.
       77 WS-IDX-PRF               PIC 9(03).
       77 WS-ACHOU-PRF             PIC 9(03).
       77 WS-IDX-PU                PIC 9.
       77 WS-PROF-ANTERIOR         PIC X(30) VALUE HIGH-VALUES.
       77 WS-PROF-ID-ANT           PIC 9(04).
       77 WS-PROF-ACHADO           PIC X.
      * Aluno do boletim no mestre, pelo nome (linhas do mesmo
      * aluno vem seguidas no NOTASV2).
       77 WS-NOME-ANTERIOR         PIC X(30) VALUE HIGH-VALUES.
       77 WS-ALU-ID-ANT            PIC 9(06).
       77 WS-ALU-ACHADO            PIC X.
       77 WS-ALU-ATIVO-ANT         PIC X.
      * Linha em montagem.
       77 WS-ARQUIVO               PIC X.
       77 WS-SOURCEDID             PIC X(60).
       77 WS-CONTEUDO              PIC X(250).
       77 WS-STATUS-CSV            PIC X(11).
       77 WS-LINHA-CSV             PIC X(340).
       77 WS-PONTEIRO              PIC 9(03).
       77 WS-TAMANHO               PIC 9(03).
       77 WS-ACOMP-ACHADO          PIC X.
          88 ACOMP-ACHADO-OK       VALUE 'S' FALSE 'N'.
       77 WS-MATERIA               PIC X(20).
       77 WS-SALA                  PIC X(06).
       77 WS-ID-TURMA              PIC X(60).
       77 WS-ID-CURSO              PIC X(60).
       77 WS-ID-TERMO              PIC X(60).
       77 WS-ID-ESCOLA             PIC X(60).
       77 WS-ID-USUARIO            PIC X(60).
       77 WS-ORGS-PROF             PIC X(60).
       77 WS-PRIMEIRO-NOME         PIC X(30).
       77 WS-SOBRENOME             PIC X(30).
       77 WS-NOME-TRABALHO         PIC X(30).
       77 WS-PONT-NOME             PIC 9(02).
       77 WS-SERIE-X               PIC X(02).
       77 WS-HABILITADO            PIC X(05).
       77 WS-ROTULO                PIC X(30).
      * Quantidades do lote.
       77 WS-QTD-ESCOLAS           PIC 9(06) VALUE 0.
       77 WS-QTD-CLASSES           PIC 9(06) VALUE 0.
       77 WS-QTD-USUARIOS          PIC 9(06) VALUE 0.
       77 WS-QTD-MATRICULAS        PIC 9(06) VALUE 0.
       77 WS-QTD-EXCLUIDOS         PIC 9(06) VALUE 0.
       77 WS-QTD-SEM-MESTRE        PIC 9(06) VALUE 0.
       77 WS-QTD-SEM-PROF          PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PLATAEXP' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            ACCEPT WS-HORA-SISTEMA FROM TIME
            COMPUTE WS-HORA = WS-HORA-SISTEMA / 100
            COMPUTE WS-EXECUCAO = WS-DATA-SISTEMA * 1000000 + WS-HORA
            MOVE WS-DATA-FORMAT TO WS-DATA-ISO
            INSPECT WS-DATA-ISO REPLACING ALL '/' BY '-'

      * Sem turma do ano ou sem cadastro legivel a carga nao sai:
      * seguiria tudo como tobedeleted.
            PERFORM P100-CARREGA-TURMAS
            IF WS-QTD-TURMAS = 0
                DISPLAY 'NENHUMA TURMA DO ANO LETIVO EM ABERTO - '
                        'CARGA DA PLATAFORMA NAO GERADA'
                GOBACK
            END-IF
            PERFORM P150-ABRE-CADASTROS
            IF ERRO-OK
                GOBACK
            END-IF
            PERFORM P200-ABRE-LOTE
            PERFORM P250-ABRE-CARGA

            PERFORM P300-ESCOLAS
            PERFORM P400-GRADE
            PERFORM P450-BOLETIM
            PERFORM P600-ALUNOS
            PERFORM P650-PROFESSORES
            PERFORM P700-EXCLUSOES
            PERFORM P750-MANIFESTO

            CLOSE GRADE-FILE
            CLOSE BOLETIM
            CLOSE ALUNOS-FILE
            CLOSE PROFCAT-FILE
            CLOSE PLATAENV-FILE
            CLOSE ORGS-FILE
            CLOSE CLASSES-FILE
            CLOSE USERS-FILE
            CLOSE ENROLL-FILE
            PERFORM P780-FECHA-LOTE
            PERFORM P800-TOTAIS
            CLOSE REPORT-FILE

            DISPLAY 'CARGA DA PLATAFORMA - LOTE ' WS-LOTE
            DISPLAY 'ESCOLAS: ' WS-QTD-ESCOLAS
                    ' TURMAS: ' WS-QTD-CLASSES
                    ' USUARIOS: ' WS-QTD-USUARIOS
                    ' MATRICULAS: ' WS-QTD-MATRICULAS
            DISPLAY 'DOS QUAIS tobedeleted: ' WS-QTD-EXCLUIDOS
            DISPLAY 'RESUMO GRAVADO EM: ' WS-PATH-RELATORIO
      * GOBACK, e nao STOP RUN: rodando como passo da cadeia do
      * RUNCTL, o controle tem de voltar para a cadeia seguir.
            GOBACK
            .

       P100-CARREGA-TURMAS.
            OPEN INPUT TURMACAT-FILE
            IF NOT FS-TUR-OK
                CALL 'FSMSG' USING WS-FS-TUR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE TURMAS --> COD '
                        WS-FS-TUR ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ TURMACAT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TU-ANO(1:4) = WS-DATA-SISTEMA(1:4)
                            CALL 'TERMVAL' USING TU-ANO
                                                 WS-TERMO-RESULTADO
                            IF WS-TERMO-RESULTADO = 'A'
                                PERFORM P110-GUARDA-TURMA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMACAT-FILE
            .

       P110-GUARDA-TURMA.
            IF WS-QTD-TURMAS >= 300
                DISPLAY 'LIMITE DE 300 TURMAS NA CARGA - TURMA '
                        TU-TURMA ' FICOU DE FORA'
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-TURMAS
            MOVE TU-ANO    TO TT-ANO(WS-QTD-TURMAS)
            MOVE TU-TURMA  TO TT-TURMA(WS-QTD-TURMAS)
            MOVE TU-SERIE  TO TT-SERIE(WS-QTD-TURMAS)
            MOVE TU-UNIDADE TO WS-UNIDADE
            IF WS-UNIDADE = SPACES OR WS-UNIDADE = '00'
                MOVE '01' TO WS-UNIDADE
            END-IF
            MOVE WS-UNIDADE TO TT-UNIDADE(WS-QTD-TURMAS)
            PERFORM VARYING WS-IDX-UN FROM 1 BY 1
                    UNTIL WS-IDX-UN > WS-QTD-UNIDADES
                IF UT-CODIGO(WS-IDX-UN) = WS-UNIDADE
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF WS-QTD-UNIDADES < 20
                ADD 1 TO WS-QTD-UNIDADES
                MOVE WS-UNIDADE TO UT-CODIGO(WS-QTD-UNIDADES)
            END-IF
            .

       P120-PROCURA-TURMA.
      * Turma da carga pelo ano e codigo em WS-BUSCA-ANO/-TURMA.
            MOVE 0 TO WS-ACHOU-TUR
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                       OR WS-ACHOU-TUR > 0
                IF TT-ANO(WS-IDX-TUR) = WS-BUSCA-ANO
                   AND TT-TURMA(WS-IDX-TUR) = WS-BUSCA-TURMA
                    MOVE WS-IDX-TUR TO WS-ACHOU-TUR
                END-IF
            END-PERFORM
            .

       P150-ABRE-CADASTROS.
            SET ERRO-OK TO FALSE
            OPEN INPUT GRADE-FILE
            IF NOT FS-GRD-OK
                CALL 'FSMSG' USING WS-FS-GRD WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A GRADE DE HORARIOS --> COD '
                        WS-FS-GRD ': ' WS-FS-MSG
                SET ERRO-OK TO TRUE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                CLOSE GRADE-FILE
                SET ERRO-OK TO TRUE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                CLOSE GRADE-FILE
                CLOSE BOLETIM
                SET ERRO-OK TO TRUE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT PROFCAT-FILE
            IF NOT FS-PRF-OK
                CALL 'FSMSG' USING WS-FS-PRF WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE PROFESSORES --> '
                        'COD ' WS-FS-PRF ': ' WS-FS-MSG
                CLOSE GRADE-FILE
                CLOSE BOLETIM
                CLOSE ALUNOS-FILE
                SET ERRO-OK TO TRUE
                EXIT PARAGRAPH
            END-IF
            OPEN I-O PLATAENV-FILE
            IF WS-FS-ENV = 35
                OPEN OUTPUT PLATAENV-FILE
                CLOSE PLATAENV-FILE
                OPEN I-O PLATAENV-FILE
            END-IF
            IF NOT FS-ENV-OK
                CALL 'FSMSG' USING WS-FS-ENV WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O ACOMPANHAMENTO DA CARGA --> '
                        'COD ' WS-FS-ENV ': ' WS-FS-MSG
                CLOSE GRADE-FILE
                CLOSE BOLETIM
                CLOSE ALUNOS-FILE
                CLOSE PROFCAT-FILE
                SET ERRO-OK TO TRUE
            END-IF
            .

       P200-ABRE-LOTE.
      * Ultimo lote do livro: fechado -> abre o seguinte; so
      * iniciado -> a execucao anterior caiu e o lote e refeito.
            MOVE 0 TO WS-LOTE
            MOVE SPACE TO WS-ULTIMO-TIPO
            SET EOF-OK TO FALSE
            OPEN INPUT PLATALOTE-FILE
            IF WS-FS-LOT NOT = 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ PLATALOTE-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PL-LOTE >= WS-LOTE
                            MOVE PL-LOTE TO WS-LOTE
                            MOVE PL-TIPO TO WS-ULTIMO-TIPO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-LOT = 10
                CLOSE PLATALOTE-FILE
            END-IF
            IF WS-ULTIMO-TIPO = 'I'
                SET RETOMADA-OK TO TRUE
                DISPLAY 'LOTE ' WS-LOTE ' NAO FOI FECHADO - REFEITO '
                        'COM O MESMO NUMERO'
                EXIT PARAGRAPH
            END-IF
            SET RETOMADA-OK TO FALSE
            ADD 1 TO WS-LOTE
            MOVE SPACES TO PLATALOTE-LINHA
            MOVE 'I'            TO PL-TIPO
            MOVE WS-LOTE        TO PL-LOTE
            MOVE WS-DATA-FORMAT TO PL-DATA
            MOVE WS-HORA        TO PL-HORA
            MOVE 0 TO PL-QTD-ESCOLAS PL-QTD-TURMAS PL-QTD-USUARIOS
                      PL-QTD-MATRICULAS PL-QTD-EXCLUIDOS
            PERFORM P210-GRAVA-LIVRO
            .

       P210-GRAVA-LIVRO.
            OPEN EXTEND PLATALOTE-FILE
            IF WS-FS-LOT NOT = 0
                OPEN OUTPUT PLATALOTE-FILE
            END-IF
            WRITE PLATALOTE-LINHA
            CLOSE PLATALOTE-FILE
            .

       P250-ABRE-CARGA.
            OPEN OUTPUT ORGS-FILE
            MOVE 'sourcedId,status,dateLastModified,name,type,'
                & 'identifier,parentSourcedId' TO ORGS-REG
            WRITE ORGS-REG
            OPEN OUTPUT CLASSES-FILE
            MOVE 'sourcedId,status,dateLastModified,title,grades,'
                & 'courseSourcedId,classCode,classType,location,'
                & 'schoolSourcedId,termSourcedIds,subjects,'
                & 'subjectCodes,periods' TO CLASSES-REG
            WRITE CLASSES-REG
            OPEN OUTPUT USERS-FILE
            MOVE 'sourcedId,status,dateLastModified,enabledUser,'
                & 'orgSourcedIds,role,username,userIds,givenName,'
                & 'familyName,middleName,identifier,email,sms,phone,'
                & 'agentSourcedIds,grades,password' TO USERS-REG
            WRITE USERS-REG
            OPEN OUTPUT ENROLL-FILE
            MOVE 'sourcedId,status,dateLastModified,classSourcedId,'
                & 'schoolSourcedId,userSourcedId,role,primary,'
                & 'beginDate,endDate' TO ENROLL-REG
            WRITE ENROLL-REG

            PERFORM P900-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** CARGA DA PLATAFORMA DE ENSINO - LOTE '
                        DELIMITED BY SIZE
                   WS-LOTE DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF RETOMADA-OK
                MOVE 'RETOMADA DE LOTE INTERROMPIDO - ARQUIVOS REFEITOS'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            .

       P300-ESCOLAS.
      * A rede e a organizacao-mae; cada unidade e uma escola.
            MOVE 'O'    TO WS-ARQUIVO
            MOVE 'REDE' TO WS-SOURCEDID
            MOVE 'REDE ESCOLAR,district,00,' TO WS-CONTEUDO
            PERFORM P500-EMITE
            PERFORM VARYING WS-IDX-UN FROM 1 BY 1
                    UNTIL WS-IDX-UN > WS-QTD-UNIDADES
                MOVE UT-CODIGO(WS-IDX-UN) TO WS-UNIDADE
                PERFORM P310-ID-ESCOLA
                MOVE WS-ID-ESCOLA TO WS-SOURCEDID
                IF WS-UNIDADE = '01'
                    MOVE 'ESCOLA SEDE' TO WS-ROTULO
                ELSE
                    MOVE 'ANEXO' TO WS-ROTULO
                END-IF
                MOVE SPACES TO WS-CONTEUDO
                STRING FUNCTION TRIM(WS-ROTULO) DELIMITED BY SIZE
                       ' - UNIDADE ' DELIMITED BY SIZE
                       WS-UNIDADE DELIMITED BY SIZE
                       ',school,' DELIMITED BY SIZE
                       WS-UNIDADE DELIMITED BY SIZE
                       ',REDE' DELIMITED BY SIZE
                    INTO WS-CONTEUDO
                PERFORM P500-EMITE
            END-PERFORM
            .

       P310-ID-ESCOLA.
            MOVE SPACES TO WS-ID-ESCOLA
            STRING 'UNIDADE-' DELIMITED BY SIZE
                   WS-UNIDADE DELIMITED BY SIZE
                INTO WS-ID-ESCOLA
            .

       P400-GRADE.
      * Cada encaixe da grade: a turma x materia e o professor dela.
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ GRADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE GR-ANO   TO WS-BUSCA-ANO
                        MOVE GR-TURMA TO WS-BUSCA-TURMA
                        PERFORM P120-PROCURA-TURMA
                        IF WS-ACHOU-TUR > 0
                           AND GR-MATERIA NOT = SPACES
                            PERFORM P410-ENCAIXE
                        END-IF
                END-READ
            END-PERFORM
            .

       P410-ENCAIXE.
            MOVE GR-MATERIA TO WS-MATERIA
            MOVE GR-SALA    TO WS-SALA
            PERFORM P520-IDS-TURMA
            PERFORM P530-LINHA-TURMA
            PERFORM P500-EMITE
            IF GR-PROFESSOR = SPACES
                EXIT PARAGRAPH
            END-IF

            PERFORM P420-PROFESSOR-UNIDADE
            IF GR-PROFESSOR NOT = WS-PROF-ANTERIOR
                MOVE GR-PROFESSOR TO WS-PROF-ANTERIOR
                MOVE GR-PROFESSOR TO PROF-NOME
                MOVE 'S' TO WS-PROF-ACHADO
                READ PROFCAT-FILE
                    KEY IS PROF-NOME
                    INVALID KEY
                        MOVE 'N' TO WS-PROF-ACHADO
                END-READ
                IF WS-PROF-ACHADO = 'S'
                    MOVE PROF-ID TO WS-PROF-ID-ANT
                ELSE
                    ADD 1 TO WS-QTD-SEM-PROF
                    MOVE SPACES TO REL-LINHA
                    STRING 'PROFESSOR DA GRADE FORA DO CADASTRO: '
                                DELIMITED BY SIZE
                           GR-PROFESSOR DELIMITED BY SIZE
                           ' (' DELIMITED BY SIZE
                           GR-TURMA DELIMITED BY SIZE
                           ')' DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                END-IF
            END-IF
            IF WS-PROF-ACHADO NOT = 'S'
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-ID-USUARIO
            STRING 'PROF-' DELIMITED BY SIZE
                   WS-PROF-ID-ANT DELIMITED BY SIZE
                INTO WS-ID-USUARIO
            MOVE 'teacher,true' TO WS-ROTULO
            PERFORM P550-MATRICULA
            .

       P420-PROFESSOR-UNIDADE.
      * Unidades em que o professor da aula, para o orgSourcedIds.
            MOVE 0 TO WS-ACHOU-PRF
            PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                    UNTIL WS-IDX-PRF > WS-QTD-PROFS
                       OR WS-ACHOU-PRF > 0
                IF PR-NOME(WS-IDX-PRF) = GR-PROFESSOR
                    MOVE WS-IDX-PRF TO WS-ACHOU-PRF
                END-IF
            END-PERFORM
            IF WS-ACHOU-PRF = 0
                IF WS-QTD-PROFS >= 300
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-PROFS
                MOVE GR-PROFESSOR TO PR-NOME(WS-QTD-PROFS)
                MOVE 0            TO PR-QTD-UN(WS-QTD-PROFS)
                MOVE WS-QTD-PROFS TO WS-ACHOU-PRF
            END-IF
            PERFORM VARYING WS-IDX-PU FROM 1 BY 1
                    UNTIL WS-IDX-PU > PR-QTD-UN(WS-ACHOU-PRF)
                IF PR-UNIDADE(WS-ACHOU-PRF WS-IDX-PU)
                   = TT-UNIDADE(WS-ACHOU-TUR)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF PR-QTD-UN(WS-ACHOU-PRF) < 5
                ADD 1 TO PR-QTD-UN(WS-ACHOU-PRF)
                MOVE TT-UNIDADE(WS-ACHOU-TUR) TO
                     PR-UNIDADE(WS-ACHOU-PRF PR-QTD-UN(WS-ACHOU-PRF))
            END-IF
            .

       P450-BOLETIM.
      * Cada linha do boletim e o aluno matriculado na turma x
      * materia; a turma que nao tem encaixe na grade entra aqui.
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-STATUS NOT = 'EXPURGADO'
                            MOVE F-ANO-LETIVO TO WS-BUSCA-ANO
                            MOVE F-TURMA      TO WS-BUSCA-TURMA
                            PERFORM P120-PROCURA-TURMA
                            IF WS-ACHOU-TUR > 0
                                PERFORM P460-LINHA-BOLETIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P460-LINHA-BOLETIM.
            MOVE F-MATERIA TO WS-MATERIA
            MOVE SPACES    TO WS-SALA
            PERFORM P520-IDS-TURMA
            PERFORM P530-LINHA-TURMA
            PERFORM P500-EMITE

            IF F-NOME NOT = WS-NOME-ANTERIOR
                MOVE F-NOME TO WS-NOME-ANTERIOR
                MOVE F-NOME TO AL-NOME
                MOVE 'S' TO WS-ALU-ACHADO
                READ ALUNOS-FILE
                    KEY IS AL-NOME
                    INVALID KEY
                        MOVE 'N' TO WS-ALU-ACHADO
                END-READ
                IF WS-ALU-ACHADO = 'S'
                    MOVE AL-ID    TO WS-ALU-ID-ANT
                    MOVE AL-ATIVO TO WS-ALU-ATIVO-ANT
                ELSE
                    ADD 1 TO WS-QTD-SEM-MESTRE
                    MOVE SPACES TO REL-LINHA
                    STRING 'ALUNO DO BOLETIM FORA DO MESTRE: '
                                DELIMITED BY SIZE
                           F-NOME DELIMITED BY SIZE
                           ' (' DELIMITED BY SIZE
                           F-TURMA DELIMITED BY SIZE
                           ')' DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                END-IF
            END-IF
      * Aluno desativado no mestre fica de fora: as matriculas dele
      * saem como tobedeleted e o usuario segue inativo.
            IF WS-ALU-ACHADO NOT = 'S' OR WS-ALU-ATIVO-ANT = 'N'
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-ID-USUARIO
            STRING 'ALUNO-' DELIMITED BY SIZE
                   WS-ALU-ID-ANT DELIMITED BY SIZE
                INTO WS-ID-USUARIO
            MOVE 'student,false' TO WS-ROTULO
            PERFORM P550-MATRICULA
            .

       P500-EMITE.
      * Linha montada em WS-ARQUIVO/WS-SOURCEDID/WS-CONTEUDO: segue
      * se e nova, se mudou, se tinha saido da plataforma ou se o
      * lote e refeito; vista de novo na mesma execucao, nao conta.
            MOVE WS-ARQUIVO   TO PE-ARQUIVO
            MOVE WS-SOURCEDID TO PE-SOURCEDID
            SET ACOMP-ACHADO-OK TO TRUE
            READ PLATAENV-FILE
                KEY IS PE-CHAVE
                INVALID KEY
                    SET ACOMP-ACHADO-OK TO FALSE
            END-READ
            IF ACOMP-ACHADO-OK
                IF PE-VISTO = WS-EXECUCAO
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-EXECUCAO TO PE-VISTO
                IF PE-CONTEUDO = WS-CONTEUDO AND PE-ATIVO
                   AND PE-LOTE NOT = WS-LOTE
                    REWRITE PLATAENV-LINHA
                    EXIT PARAGRAPH
                END-IF
            ELSE
                MOVE WS-ARQUIVO   TO PE-ARQUIVO
                MOVE WS-SOURCEDID TO PE-SOURCEDID
                MOVE WS-EXECUCAO  TO PE-VISTO
            END-IF
            MOVE WS-CONTEUDO    TO PE-CONTEUDO
            MOVE 'A'            TO PE-SITUACAO
            MOVE WS-LOTE        TO PE-LOTE
            MOVE WS-DATA-FORMAT TO PE-DATA-ENVIO
            MOVE 'active'       TO WS-STATUS-CSV
            PERFORM P510-GRAVA-CSV
            IF ACOMP-ACHADO-OK
                REWRITE PLATAENV-LINHA
            ELSE
                WRITE PLATAENV-LINHA
            END-IF
            .

       P510-GRAVA-CSV.
            MOVE SPACES TO WS-LINHA-CSV
            STRING FUNCTION TRIM(PE-SOURCEDID) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATUS-CSV) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-DATA-ISO DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(PE-CONTEUDO TRAILING)
                        DELIMITED BY SIZE
                INTO WS-LINHA-CSV
            EVALUATE PE-ARQUIVO
                WHEN 'O'
                    MOVE WS-LINHA-CSV TO ORGS-REG
                    WRITE ORGS-REG
                    ADD 1 TO WS-QTD-ESCOLAS
                WHEN 'C'
                    MOVE WS-LINHA-CSV TO CLASSES-REG
                    WRITE CLASSES-REG
                    ADD 1 TO WS-QTD-CLASSES
                WHEN 'U'
                    MOVE WS-LINHA-CSV TO USERS-REG
                    WRITE USERS-REG
                    ADD 1 TO WS-QTD-USUARIOS
                WHEN 'E'
                    MOVE WS-LINHA-CSV TO ENROLL-REG
                    WRITE ENROLL-REG
                    ADD 1 TO WS-QTD-MATRICULAS
            END-EVALUATE
            .

       P520-IDS-TURMA.
      * Identificadores da turma x materia (WS-ACHOU-TUR e
      * WS-MATERIA): TURMA-<ano>-<turma>-<materia>, o curso
      * MATERIA-<materia> e o periodo ANO-<ano>, sem brancos nem
      * barras.
            MOVE SPACES TO WS-SOURCEDID
            STRING 'ANO-' DELIMITED BY SIZE
                   FUNCTION TRIM(TT-ANO(WS-ACHOU-TUR))
                        DELIMITED BY SIZE
                INTO WS-SOURCEDID
            PERFORM P590-NORMALIZA-ID
            MOVE WS-SOURCEDID TO WS-ID-TERMO
            MOVE SPACES TO WS-SOURCEDID
            STRING 'MATERIA-' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MATERIA) DELIMITED BY SIZE
                INTO WS-SOURCEDID
            PERFORM P590-NORMALIZA-ID
            MOVE WS-SOURCEDID TO WS-ID-CURSO
            MOVE SPACES TO WS-SOURCEDID
            STRING 'TURMA-' DELIMITED BY SIZE
                   FUNCTION TRIM(TT-ANO(WS-ACHOU-TUR))
                        DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION TRIM(TT-TURMA(WS-ACHOU-TUR))
                        DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MATERIA) DELIMITED BY SIZE
                INTO WS-SOURCEDID
            PERFORM P590-NORMALIZA-ID
            MOVE WS-SOURCEDID TO WS-ID-TURMA
            MOVE TT-UNIDADE(WS-ACHOU-TUR) TO WS-UNIDADE
            PERFORM P310-ID-ESCOLA
            .

       P530-LINHA-TURMA.
      * title,grades,courseSourcedId,classCode,classType,location
      * (a sala do encaixe da grade),schoolSourcedId,termSourcedIds,
      * subjects,subjectCodes,periods.
            MOVE 'C'         TO WS-ARQUIVO
            MOVE WS-ID-TURMA TO WS-SOURCEDID
            MOVE SPACES TO WS-SERIE-X
            IF TT-SERIE(WS-ACHOU-TUR) > 0
                MOVE TT-SERIE(WS-ACHOU-TUR) TO WS-SERIE-X
            END-IF
            MOVE SPACES TO WS-CONTEUDO
            MOVE 1 TO WS-PONTEIRO
            STRING FUNCTION TRIM(WS-MATERIA) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(TT-TURMA(WS-ACHOU-TUR))
                        DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                INTO WS-CONTEUDO
                WITH POINTER WS-PONTEIRO
            IF WS-SERIE-X NOT = SPACES
                STRING WS-SERIE-X DELIMITED BY SIZE
                    INTO WS-CONTEUDO
                    WITH POINTER WS-PONTEIRO
            END-IF
            STRING ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-CURSO) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(TT-TURMA(WS-ACHOU-TUR))
                        DELIMITED BY SIZE
                   ',scheduled,' DELIMITED BY SIZE
                INTO WS-CONTEUDO
                WITH POINTER WS-PONTEIRO
            IF WS-SALA NOT = SPACES
                STRING FUNCTION TRIM(WS-SALA) DELIMITED BY SIZE
                    INTO WS-CONTEUDO
                    WITH POINTER WS-PONTEIRO
            END-IF
            PERFORM P536-FIM-TURMA
            .

       P536-FIM-TURMA.
            STRING ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-ESCOLA) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-TERMO) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MATERIA) DELIMITED BY SIZE
                   ',,' DELIMITED BY SIZE
                INTO WS-CONTEUDO
                WITH POINTER WS-PONTEIRO
            .

       P550-MATRICULA.
      * classSourcedId,schoolSourcedId,userSourcedId,role,primary,
      * beginDate,endDate - papel e primary em WS-ROTULO.
            MOVE 'E' TO WS-ARQUIVO
            MOVE SPACES TO WS-SOURCEDID
            STRING FUNCTION TRIM(WS-ID-TURMA) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-USUARIO) DELIMITED BY SIZE
                INTO WS-SOURCEDID
            MOVE SPACES TO WS-CONTEUDO
            STRING FUNCTION TRIM(WS-ID-TURMA) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-ESCOLA) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-USUARIO) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROTULO) DELIMITED BY SIZE
                   ',,' DELIMITED BY SIZE
                INTO WS-CONTEUDO
            PERFORM P500-EMITE
            .

       P590-NORMALIZA-ID.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SOURCEDID TRAILING))
                TO WS-TAMANHO
            INSPECT WS-SOURCEDID(1:WS-TAMANHO)
                REPLACING ALL ' ' BY '_'
                          ALL '/' BY '-'
            .

       P600-ALUNOS.
      * Aluno de turma da carga, ou ja mandado antes: o desativado
      * continua no arquivo como usuario inativo.
            MOVE 0 TO AL-ID
            SET EOF-OK TO FALSE
            START ALUNOS-FILE KEY IS NOT LESS AL-ID
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P610-ALUNO
                END-READ
            END-PERFORM
            .

       P610-ALUNO.
            MOVE 'U' TO WS-ARQUIVO
            MOVE SPACES TO WS-SOURCEDID
            STRING 'ALUNO-' DELIMITED BY SIZE
                   AL-ID DELIMITED BY SIZE
                INTO WS-SOURCEDID
            MOVE SPACES TO WS-SERIE-X
            MOVE 0 TO WS-ACHOU-TUR
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                       OR WS-ACHOU-TUR > 0
                IF TT-TURMA(WS-IDX-TUR) = AL-TURMA
                    MOVE WS-IDX-TUR TO WS-ACHOU-TUR
                END-IF
            END-PERFORM
            IF WS-ACHOU-TUR = 0
                MOVE WS-ARQUIVO   TO PE-ARQUIVO
                MOVE WS-SOURCEDID TO PE-SOURCEDID
                READ PLATAENV-FILE
                    KEY IS PE-CHAVE
                    INVALID KEY
                        EXIT PARAGRAPH
                END-READ
            ELSE
                IF TT-SERIE(WS-ACHOU-TUR) > 0
                    MOVE TT-SERIE(WS-ACHOU-TUR) TO WS-SERIE-X
                END-IF
            END-IF
            MOVE AL-UNIDADE TO WS-UNIDADE
            IF WS-UNIDADE = SPACES OR WS-UNIDADE = '00'
                MOVE '01' TO WS-UNIDADE
            END-IF
            PERFORM P310-ID-ESCOLA
            MOVE WS-ID-ESCOLA TO WS-ORGS-PROF
            IF AL-ATIVO = 'N'
                MOVE 'false' TO WS-HABILITADO
            ELSE
                MOVE 'true'  TO WS-HABILITADO
            END-IF
            MOVE AL-NOME TO WS-NOME-TRABALHO
            MOVE 'student' TO WS-ROTULO
            MOVE AL-ID TO WS-ID-USUARIO
            PERFORM P690-LINHA-USUARIO
            .

       P650-PROFESSORES.
      * Professor da grade da carga, ou ja mandado antes.
            MOVE LOW-VALUES TO PROF-NOME
            SET EOF-OK TO FALSE
            START PROFCAT-FILE KEY IS NOT LESS PROF-NOME
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROFCAT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P660-PROFESSOR
                END-READ
            END-PERFORM
            .

       P660-PROFESSOR.
            MOVE 'U' TO WS-ARQUIVO
            MOVE SPACES TO WS-SOURCEDID
            STRING 'PROF-' DELIMITED BY SIZE
                   PROF-ID DELIMITED BY SIZE
                INTO WS-SOURCEDID
            MOVE 0 TO WS-ACHOU-PRF
            PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                    UNTIL WS-IDX-PRF > WS-QTD-PROFS
                       OR WS-ACHOU-PRF > 0
                IF PR-NOME(WS-IDX-PRF) = PROF-NOME
                    MOVE WS-IDX-PRF TO WS-ACHOU-PRF
                END-IF
            END-PERFORM
      * Fora da grade da carga: segue ligado a rede.
            MOVE 'REDE' TO WS-ORGS-PROF
            IF WS-ACHOU-PRF = 0
                MOVE WS-ARQUIVO   TO PE-ARQUIVO
                MOVE WS-SOURCEDID TO PE-SOURCEDID
                READ PLATAENV-FILE
                    KEY IS PE-CHAVE
                    INVALID KEY
                        EXIT PARAGRAPH
                END-READ
            ELSE
                PERFORM P670-ORGS-PROFESSOR
            END-IF
            IF PROF-ATIVO = 'N'
                MOVE 'false' TO WS-HABILITADO
            ELSE
                MOVE 'true'  TO WS-HABILITADO
            END-IF
            MOVE PROF-NOME TO WS-NOME-TRABALHO
            MOVE SPACES TO WS-SERIE-X
            MOVE 'teacher' TO WS-ROTULO
            MOVE PROF-ID TO WS-ID-USUARIO
            PERFORM P690-LINHA-USUARIO
            .

       P670-ORGS-PROFESSOR.
      * Mais de uma unidade: lista entre aspas, separada por
      * virgula, como pede o layout.
            MOVE SPACES TO WS-ORGS-PROF
            MOVE 1 TO WS-PONTEIRO
            IF PR-QTD-UN(WS-ACHOU-PRF) > 1
                STRING '"' DELIMITED BY SIZE
                    INTO WS-ORGS-PROF
                    WITH POINTER WS-PONTEIRO
            END-IF
            PERFORM VARYING WS-IDX-PU FROM 1 BY 1
                    UNTIL WS-IDX-PU > PR-QTD-UN(WS-ACHOU-PRF)
                IF WS-IDX-PU > 1
                    STRING ',' DELIMITED BY SIZE
                        INTO WS-ORGS-PROF
                        WITH POINTER WS-PONTEIRO
                END-IF
                STRING 'UNIDADE-' DELIMITED BY SIZE
                       PR-UNIDADE(WS-ACHOU-PRF WS-IDX-PU)
                            DELIMITED BY SIZE
                    INTO WS-ORGS-PROF
                    WITH POINTER WS-PONTEIRO
            END-PERFORM
            IF PR-QTD-UN(WS-ACHOU-PRF) > 1
                STRING '"' DELIMITED BY SIZE
                    INTO WS-ORGS-PROF
                    WITH POINTER WS-PONTEIRO
            END-IF
            .

       P690-LINHA-USUARIO.
      * enabledUser,orgSourcedIds,role,username,userIds,givenName,
      * familyName,middleName,identifier,email,sms,phone,
      * agentSourcedIds,grades,password. O primeiro nome vai em
      * givenName e o resto em familyName; username = sourcedId.
            MOVE SPACES TO WS-PRIMEIRO-NOME
            MOVE SPACES TO WS-SOBRENOME
            MOVE 1 TO WS-PONT-NOME
            UNSTRING WS-NOME-TRABALHO DELIMITED BY ALL ' '
                INTO WS-PRIMEIRO-NOME
                WITH POINTER WS-PONT-NOME
            END-UNSTRING
            IF WS-PONT-NOME <= 30
                MOVE WS-NOME-TRABALHO(WS-PONT-NOME:) TO WS-SOBRENOME
            END-IF
            MOVE SPACES TO WS-CONTEUDO
            MOVE 1 TO WS-PONTEIRO
            STRING FUNCTION TRIM(WS-HABILITADO) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORGS-PROF) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROTULO) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOURCEDID) DELIMITED BY SIZE
                   ',,' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRIMEIRO-NOME) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                INTO WS-CONTEUDO
                WITH POINTER WS-PONTEIRO
            IF WS-SOBRENOME NOT = SPACES
                STRING FUNCTION TRIM(WS-SOBRENOME) DELIMITED BY SIZE
                    INTO WS-CONTEUDO
                    WITH POINTER WS-PONTEIRO
            END-IF
            STRING ',,' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-USUARIO) DELIMITED BY SIZE
                   ',,,,,' DELIMITED BY SIZE
                INTO WS-CONTEUDO
                WITH POINTER WS-PONTEIRO
            IF WS-SERIE-X NOT = SPACES
                STRING WS-SERIE-X DELIMITED BY SIZE
                    INTO WS-CONTEUDO
                    WITH POINTER WS-PONTEIRO
            END-IF
            STRING ',' DELIMITED BY SIZE
                INTO WS-CONTEUDO
                WITH POINTER WS-PONTEIRO
            PERFORM P500-EMITE
            .

       P700-EXCLUSOES.
      * O que nenhuma passada desta execucao encontrou sai da
      * plataforma; na retomada, o que ja saiu neste lote sai de
      * novo (o arquivo do lote foi regravado).
            MOVE LOW-VALUES TO PE-CHAVE
            SET EOF-OK TO FALSE
            START PLATAENV-FILE KEY IS NOT LESS PE-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            MOVE 'tobedeleted' TO WS-STATUS-CSV
            PERFORM UNTIL EOF-OK
                READ PLATAENV-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PE-VISTO NOT = WS-EXECUCAO
                            IF PE-ATIVO
                               OR (PE-EXCLUIDO AND PE-LOTE = WS-LOTE)
                                PERFORM P710-EXCLUI
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P710-EXCLUI.
            MOVE 'D'            TO PE-SITUACAO
            MOVE WS-LOTE        TO PE-LOTE
            MOVE WS-DATA-FORMAT TO PE-DATA-ENVIO
            PERFORM P510-GRAVA-CSV
            ADD 1 TO WS-QTD-EXCLUIDOS
            REWRITE PLATAENV-LINHA
            .

       P750-MANIFESTO.
      * Manifesto do layout: o que vai em delta, o que nao vai, e o
      * lote (source.systemCode) para a conferencia do recebimento.
            OPEN OUTPUT MANIFEST-FILE
            MOVE 'propertyName,value'          TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'manifest.version,1.0'        TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'oneroster.version,1.1'       TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.academicSessions,absent' TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.categories,absent'      TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.classes,delta'          TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.classResources,absent'  TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.courses,absent'         TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.courseResources,absent' TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.demographics,absent'    TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.enrollments,delta'      TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.lineItems,absent'       TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.orgs,delta'             TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.resources,absent'       TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.results,absent'         TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'file.users,delta'            TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE 'source.systemName,BOLETIMV2' TO MANIFEST-REG
            WRITE MANIFEST-REG
            MOVE SPACES TO MANIFEST-REG
            STRING 'source.systemCode,LOTE-' DELIMITED BY SIZE
                   WS-LOTE DELIMITED BY SIZE
                INTO MANIFEST-REG
            WRITE MANIFEST-REG
            CLOSE MANIFEST-FILE
            .

       P780-FECHA-LOTE.
            MOVE SPACES TO PLATALOTE-LINHA
            MOVE 'F'               TO PL-TIPO
            MOVE WS-LOTE           TO PL-LOTE
            MOVE WS-DATA-FORMAT    TO PL-DATA
            MOVE WS-HORA           TO PL-HORA
            MOVE WS-QTD-ESCOLAS    TO PL-QTD-ESCOLAS
            MOVE WS-QTD-CLASSES    TO PL-QTD-TURMAS
            MOVE WS-QTD-USUARIOS   TO PL-QTD-USUARIOS
            MOVE WS-QTD-MATRICULAS TO PL-QTD-MATRICULAS
            MOVE WS-QTD-EXCLUIDOS  TO PL-QTD-EXCLUIDOS
            PERFORM P210-GRAVA-LIVRO
            .

       P800-TOTAIS.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TURMAS DA CARGA (CADASTRO): ' DELIMITED BY SIZE
                   WS-QTD-TURMAS DELIMITED BY SIZE
                   '  UNIDADES: ' DELIMITED BY SIZE
                   WS-QTD-UNIDADES DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'LINHAS NO LOTE - ESCOLAS: ' DELIMITED BY SIZE
                   WS-QTD-ESCOLAS DELIMITED BY SIZE
                   '  TURMAS: ' DELIMITED BY SIZE
                   WS-QTD-CLASSES DELIMITED BY SIZE
                   '  USUARIOS: ' DELIMITED BY SIZE
                   WS-QTD-USUARIOS DELIMITED BY SIZE
                   '  MATRICULAS: ' DELIMITED BY SIZE
                   WS-QTD-MATRICULAS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DAS QUAIS tobedeleted: ' DELIMITED BY SIZE
                   WS-QTD-EXCLUIDOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS FORA DO MESTRE: ' DELIMITED BY SIZE
                   WS-QTD-SEM-MESTRE DELIMITED BY SIZE
                   '  PROFESSORES FORA DO CADASTRO: '
                        DELIMITED BY SIZE
                   WS-QTD-SEM-PROF DELIMITED BY SIZE
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
