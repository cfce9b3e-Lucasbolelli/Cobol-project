      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: PROJECAO DE MATRICULA E DE TURMAS DO ANO LETIVO
      *          SEGUINTE, POR SERIE (PRIMEIRO CARACTERE DA TURMA,
      *          COMO NO REPETREL). JUNTA O QUE A SECRETARIA JA SABE:
      *          AS DECISOES DO PROMOCAO (PROMOCAO.DAT) DO ANO
      *          CORRENTE - OU, ANTES DO FECHAMENTO, A ESTIMATIVA DO
      *          PROJECAO (MATERIA MATEMATICAMENTE PERDIDA ACIMA DO
      *          LIMITE DE REPROVACOES RETEM) -, AS RESPOSTAS DA
      *          CAMPANHA DE RENOVACAO (RENOVACOES.DAT: QUEM DECLINOU
      *          SAI DA CONTA), OS INGRESSANTES DO ARQUIVO DO
      *          MUNICIPIO (PRE-MATRICULA) E A FILA DE ESPERA
      *          (FILAESPERA.DAT) DO ANO NOVO. O PROMOVIDO VAI PARA A
      *          SERIE SEGUINTE, O RETIDO FICA NA MESMA; PROMOVIDO DA
      *          ULTIMA SERIE DA ESCOLA CONCLUI E SAI. COM A
      *          CAPACIDADE PADRAO DAS TURMAS DA SERIE (TU-CAPACIDADE
      *          DO TURMACAT NO ANO NOVO OU, SEM CADASTRO AINDA, NO
      *          ANO CORRENTE) PROPOE QUANTAS TURMAS ABRIR E MOSTRA AS
      *          VAGAS QUE SOBRAM PARA ALUNO NOVO. CADA UNIDADE
      *          ESCOLAR VE A SUA PROJECAO; A SESSAO DA REDE VE TODAS.
      *          SAI NO SPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJVAGAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROMO-FILE
               ASSIGN TO
                   WS-PATH-PROMOCAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRO
                   .
               SELECT RENOV-FILE
               ASSIGN TO
                   WS-PATH-RENOVACOES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REN
                   .
               SELECT MUNICIPIO-FILE
               ASSIGN TO
                   WS-PATH-MATRICULAS-MUN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MUN
                   .
               SELECT ESPERA-FILE
               ASSIGN TO
                   WS-PATH-FILA-ESPERA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ESP
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
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PROMO-FILE
       DATA RECORD IS PROMO-LINHA.
       01 PROMO-LINHA              PIC X(120).
       FD RENOV-FILE
       DATA RECORD IS RENOV-LINHA.
      * Mesmo registro da lista de renovacao do RENOVA.
       01 RENOV-LINHA.
           03 RN-SEQ               PIC 9(04).
           03 RN-NOME              PIC X(30).
           03 RN-TURMA-ORIGEM      PIC X(10).
           03 RN-STATUS            PIC X.
           03 RN-DATA-RESPOSTA     PIC X(10).
           03 RN-OPERADOR          PIC X(20).
       FD MUNICIPIO-FILE
       DATA RECORD IS MUNICIPAL-LINHA.
           COPY MUNICIPAL_DADOS.
       FD ESPERA-FILE
       DATA RECORD IS ESPERA-LINHA.
           COPY ESPERA_DADOS.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-PRO                PIC 99.
       77 WS-FS-REN                PIC 99.
       77 WS-FS-MUN                PIC 99.
       77 WS-FS-ESP                PIC 99.
       77 WS-FS-TUR                PIC 99.
          88 FS-TUR-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'PROJVAGAS'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ANO-ATUAL             PIC X(07).
       77 WS-ANO-NOVO              PIC X(07).
       77 WS-MAX-REPROVACOES       PIC 9(02) VALUE 2.
       77 WS-CAP-PADRAO            PIC 9(03) VALUE 35.
       77 WS-FONTE                 PIC X(30).
       77 WS-TALLY                 PIC 9(03).
       77 WS-LIXO                  PIC X(120).
       77 WS-DECISAO-LIDA          PIC X(12).
      * Unidade escolar (UNIDADE): cada unidade projeta as suas
      * turmas.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-ANO                PIC X(07).
       77 WS-UN-TURMA              PIC X(10).
      * Estimativa antes do fechamento: mesma conta do PROJECAO
      * (PARAMANO para o piso de recuperacao).
       77 WS-PAR-MEDIA             PIC 9(02)V9.
       77 WS-PAR-RECUP             PIC 9(02)V9.
       77 WS-PAR-FREQ              PIC 9(03).
       77 WS-PAR-MAXNOTAS          PIC 9(02).
       77 WS-QTD-LANCADOS          PIC 9.
       77 WS-SOMA-LANCADAS         PIC 9(03)V9.
       77 WS-MELHOR-POSSIVEL       PIC 9(02)V9.
      * Alunos do ano corrente com a decisao (lida ou estimada).
       77 WS-QTD-ALUNOS            PIC 9(04) VALUE 0.
       01 WS-ALUNO-TAB.
           05 WS-ALUNO-ENTRY OCCURS 1000 TIMES.
               10 PV-NOME          PIC X(30).
               10 PV-TURMA         PIC X(10).
               10 PV-PERDIDAS      PIC 9(02).
               10 PV-DECISAO       PIC X(12).
       77 WS-IDX                   PIC 9(04).
      * Respostas da campanha de renovacao.
       77 WS-QTD-RENOV             PIC 9(03) VALUE 0.
       01 WS-RENOV-TAB.
           05 WS-RENOV-ENTRY OCCURS 300 TIMES.
               10 RV-NOME          PIC X(30).
               10 RV-TURMA         PIC X(10).
               10 RV-STATUS        PIC X.
       77 WS-IDX-REN               PIC 9(03).
       77 WS-STATUS-RENOV          PIC X.
      * Ingressantes do municipio (para nao contar duas vezes quem
      * tambem caiu na fila de espera).
       77 WS-QTD-MUN               PIC 9(03) VALUE 0.
       01 WS-MUN-TAB.
           05 WS-MUN-NOME OCCURS 500 TIMES PIC X(30).
       77 WS-IDX-MUN               PIC 9(03).
       77 WS-ACHOU                 PIC X.
      * Projecao por serie.
       77 WS-QTD-SERIES            PIC 9(02) VALUE 0.
       01 WS-SERIE-TAB.
           05 WS-SERIE-ENTRY OCCURS 20 TIMES.
               10 SR-SERIE         PIC X.
               10 SR-CAP-NOVO      PIC 9(03).
               10 SR-CAP-ATUAL     PIC 9(03).
               10 SR-CAPACIDADE    PIC 9(03).
               10 SR-TURMAS-ATUAL  PIC 9(02).
               10 SR-TURMAS-NOVO   PIC 9(02).
               10 SR-PROMOVIDOS    PIC 9(04).
               10 SR-DECLINARAM    PIC 9(04).
               10 SR-SEM-RESPOSTA  PIC 9(04).
               10 SR-RETIDOS       PIC 9(04).
               10 SR-PREMATRICULA  PIC 9(04).
               10 SR-FILA          PIC 9(04).
               10 SR-CONTINUAM     PIC 9(04).
               10 SR-TOTAL         PIC 9(04).
               10 SR-TURMAS-PROP   PIC 9(02).
               10 SR-VAGAS-NOVOS   PIC S9(04).
               10 SR-SOBRA         PIC S9(04).
       77 WS-IDX-SR                PIC 9(02).
       77 WS-SERIE                 PIC X.
       77 WS-SERIE-NUM             PIC 9.
       77 WS-SERIE-SEGUINTE        PIC X.
       77 WS-CONCLUINTES           PIC 9(04) VALUE 0.
       77 WS-PENDENTES             PIC 9(04) VALUE 0.
       77 WS-TOT-TOTAL             PIC 9(05) VALUE 0.
       77 WS-TOT-TURMAS            PIC 9(03) VALUE 0.
       77 WS-TOT-VAGAS             PIC S9(05) VALUE 0.
       77 WS-VAGAS-ED              PIC -(4)9.
       77 WS-SOBRA-ED              PIC -(4)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PROJVAGAS' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** PROJECAO DE MATRICULA E TURMAS DO ANO '
                    'SEGUINTE ***'
            DISPLAY 'ANO LETIVO CORRENTE (EX: 2026/1): '
                ACCEPT WS-ANO-ATUAL
            DISPLAY 'ANO LETIVO A PROJETAR (EX: 2027/1): '
                ACCEPT WS-ANO-NOVO
            DISPLAY 'MAXIMO DE REPROVACOES DA REGRA DE PROMOCAO '
                    '(PADRAO 2): '
                ACCEPT WS-MAX-REPROVACOES
            IF WS-MAX-REPROVACOES = 0
                MOVE 2 TO WS-MAX-REPROVACOES
            END-IF
            DISPLAY 'CAPACIDADE PARA SERIE SEM TURMA CADASTRADA '
                    '(PADRAO 35): '
                ACCEPT WS-CAP-PADRAO
            IF WS-CAP-PADRAO = 0
                MOVE 35 TO WS-CAP-PADRAO
            END-IF

            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO-ATUAL WS-UN-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO

            PERFORM P100-CARREGA-DECISOES
            IF WS-QTD-ALUNOS = 0
                PERFORM P200-ESTIMA-DECISOES
            END-IF
            PERFORM P300-CARREGA-RENOVACOES
            PERFORM P400-CARREGA-CAPACIDADES
            PERFORM P500-DISTRIBUI-ALUNOS
            PERFORM P600-INGRESSANTES
            PERFORM P650-FILA-ESPERA
            PERFORM P700-CALCULA-TURMAS
                VARYING WS-IDX-SR FROM 1 BY 1
                UNTIL WS-IDX-SR > WS-QTD-SERIES
            PERFORM P800-RELATORIO
            STOP RUN
            .

       P100-CARREGA-DECISOES.
      * Decisoes do ano corrente no PROMOCAO.DAT (layout fixo que o
      * RENOVA e o ATARES tambem leem: ano 1-7, turma 9-18, nome
      * 20-49 e a decisao depois de ' DECISAO: ').
            MOVE 'DECISOES DO PROMOCAO' TO WS-FONTE
            SET EOF-OK TO FALSE
            OPEN INPUT PROMO-FILE
            IF WS-FS-PRO <> 0
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
                           AND PROMO-LINHA(1:7) = WS-ANO-ATUAL
                            MOVE SPACES TO WS-DECISAO-LIDA
                            UNSTRING PROMO-LINHA
                                DELIMITED BY ' DECISAO: '
                                INTO WS-LIXO WS-DECISAO-LIDA
                            END-UNSTRING
                            MOVE PROMO-LINHA(9:10) TO WS-UN-TURMA
                            PERFORM P150-NOVO-ALUNO
                            IF WS-IDX > 0
                                MOVE PROMO-LINHA(20:30)
                                    TO PV-NOME(WS-IDX)
                                MOVE WS-DECISAO-LIDA
                                    TO PV-DECISAO(WS-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROMO-FILE
            .

       P150-NOVO-ALUNO.
      * Abre uma entrada para o aluno da turma WS-UN-TURMA do ano
      * corrente, se a turma for da unidade da sessao (WS-IDX zero
      * quando fica de fora).
            MOVE 0 TO WS-IDX
            MOVE 'T' TO WS-UN-ACAO
            MOVE WS-ANO-ATUAL TO WS-UN-ANO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF UN-VISIVEL AND WS-QTD-ALUNOS < 1000
                ADD 1 TO WS-QTD-ALUNOS
                MOVE WS-QTD-ALUNOS TO WS-IDX
                MOVE SPACES        TO PV-NOME(WS-IDX)
                MOVE WS-UN-TURMA   TO PV-TURMA(WS-IDX)
                MOVE 0             TO PV-PERDIDAS(WS-IDX)
                MOVE SPACES        TO PV-DECISAO(WS-IDX)
            END-IF
            .

       P200-ESTIMA-DECISOES.
      * Ano ainda nao fechado: a decisao sai da projecao do meio do
      * ano. Cada aluno (nome + turma) entra uma vez; materia com
      * bimestres lancados que nem com dez nos restantes alcanca o
      * piso de recuperacao conta como perdida.
            MOVE 'ESTIMATIVA DO PROJECAO' TO WS-FONTE
            CALL 'PARAMANO' USING WS-ANO-ATUAL WS-PAR-MEDIA
                                  WS-PAR-RECUP WS-PAR-FREQ
                                  WS-PAR-MAXNOTAS
            SET EOF-OK TO FALSE
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                DISPLAY 'BOLETIM INDISPONIVEL - SEM ALUNOS DO ANO '
                        'CORRENTE NA PROJECAO'
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ BOLETIM
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO-ATUAL
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P250-ESTIMA-MATERIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                IF PV-PERDIDAS(WS-IDX) > WS-MAX-REPROVACOES
                    MOVE 'RETIDO'    TO PV-DECISAO(WS-IDX)
                ELSE
                    MOVE 'PROMOVIDO' TO PV-DECISAO(WS-IDX)
                END-IF
            END-PERFORM
            .

       P250-ESTIMA-MATERIA.
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-ALUNOS
                    OR (PV-NOME(WS-IDX) = F-NOME
                        AND PV-TURMA(WS-IDX) = F-TURMA)
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX > WS-QTD-ALUNOS
                MOVE F-TURMA TO WS-UN-TURMA
                PERFORM P150-NOVO-ALUNO
                IF WS-IDX = 0
                    EXIT PARAGRAPH
                END-IF
                MOVE F-NOME TO PV-NOME(WS-IDX)
            END-IF

            MOVE 0 TO WS-QTD-LANCADOS
            MOVE 0 TO WS-SOMA-LANCADAS
            IF F-MEDIA1 NOT = 0
                ADD 1 TO WS-QTD-LANCADOS
                ADD F-MEDIA1 TO WS-SOMA-LANCADAS
            END-IF
            IF F-MEDIA2 NOT = 0
                ADD 1 TO WS-QTD-LANCADOS
                ADD F-MEDIA2 TO WS-SOMA-LANCADAS
            END-IF
            IF F-MEDIA3 NOT = 0
                ADD 1 TO WS-QTD-LANCADOS
                ADD F-MEDIA3 TO WS-SOMA-LANCADAS
            END-IF
            IF F-MEDIA4 NOT = 0
                ADD 1 TO WS-QTD-LANCADOS
                ADD F-MEDIA4 TO WS-SOMA-LANCADAS
            END-IF
            IF WS-QTD-LANCADOS = 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-MELHOR-POSSIVEL ROUNDED =
                (WS-SOMA-LANCADAS + ((4 - WS-QTD-LANCADOS) * 10)) / 4
            IF WS-MELHOR-POSSIVEL < WS-PAR-RECUP
                ADD 1 TO PV-PERDIDAS(WS-IDX)
            END-IF
            .

       P300-CARREGA-RENOVACOES.
            MOVE 0 TO WS-QTD-RENOV
            SET EOF-OK TO FALSE
            OPEN INPUT RENOV-FILE
            IF WS-FS-REN <> 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ RENOV-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-QTD-RENOV < 300
                            ADD 1 TO WS-QTD-RENOV
                            MOVE RN-NOME
                                TO RV-NOME(WS-QTD-RENOV)
                            MOVE RN-TURMA-ORIGEM
                                TO RV-TURMA(WS-QTD-RENOV)
                            MOVE RN-STATUS
                                TO RV-STATUS(WS-QTD-RENOV)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RENOV-FILE
            .

       P400-CARREGA-CAPACIDADES.
      * Turmas cadastradas do ano novo e do corrente, da unidade da
      * sessao. A capacidade padrao da serie e a maior das turmas
      * do ano novo; sem turma cadastrada nele ainda, a do ano
      * corrente; sem nenhuma, a informada na tela.
            SET EOF-OK TO FALSE
            OPEN INPUT TURMACAT-FILE
            IF NOT FS-TUR-OK
                DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL - '
                        'CAPACIDADE PADRAO ' WS-CAP-PADRAO
                EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO TU-CHAVE
            START TURMACAT-FILE KEY IS NOT LESS TU-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ TURMACAT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TU-ANO = WS-ANO-NOVO
                           OR TU-ANO = WS-ANO-ATUAL
                            PERFORM P450-TURMA-CADASTRADA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMACAT-FILE
            .

       P450-TURMA-CADASTRADA.
            MOVE 'V' TO WS-UN-ACAO
            MOVE TU-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO TU-ANO TU-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            MOVE TU-TURMA(1:1) TO WS-SERIE
            PERFORM P470-ACHA-SERIE
            IF WS-IDX-SR = 0
                EXIT PARAGRAPH
            END-IF
            IF TU-ANO = WS-ANO-NOVO
                ADD 1 TO SR-TURMAS-NOVO(WS-IDX-SR)
                IF TU-CAPACIDADE > SR-CAP-NOVO(WS-IDX-SR)
                    MOVE TU-CAPACIDADE TO SR-CAP-NOVO(WS-IDX-SR)
                END-IF
            ELSE
                ADD 1 TO SR-TURMAS-ATUAL(WS-IDX-SR)
                IF TU-CAPACIDADE > SR-CAP-ATUAL(WS-IDX-SR)
                    MOVE TU-CAPACIDADE TO SR-CAP-ATUAL(WS-IDX-SR)
                END-IF
            END-IF
            .

       P470-ACHA-SERIE.
      * Localiza (ou abre, em ordem) a serie WS-SERIE na tabela;
      * WS-IDX-SR zero quando a tabela esta cheia.
            MOVE 1 TO WS-IDX-SR
            PERFORM UNTIL WS-IDX-SR > WS-QTD-SERIES
                    OR SR-SERIE(WS-IDX-SR) = WS-SERIE
                ADD 1 TO WS-IDX-SR
            END-PERFORM
            IF WS-IDX-SR <= WS-QTD-SERIES
                EXIT PARAGRAPH
            END-IF
            IF WS-QTD-SERIES >= 20
                MOVE 0 TO WS-IDX-SR
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-SERIES
            MOVE WS-QTD-SERIES TO WS-IDX-SR
            PERFORM UNTIL WS-IDX-SR = 1
                    OR SR-SERIE(WS-IDX-SR - 1) < WS-SERIE
                MOVE WS-SERIE-ENTRY(WS-IDX-SR - 1)
                    TO WS-SERIE-ENTRY(WS-IDX-SR)
                SUBTRACT 1 FROM WS-IDX-SR
            END-PERFORM
            INITIALIZE WS-SERIE-ENTRY(WS-IDX-SR)
            MOVE WS-SERIE TO SR-SERIE(WS-IDX-SR)
            .

       P500-DISTRIBUI-ALUNOS.
      * Primeiro garante na tabela as series do ano corrente (para
      * saber qual e a ultima serie da escola), depois distribui:
      * retido fica na serie, promovido sobe uma; quem declinou a
      * renovacao sai da conta.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                MOVE PV-TURMA(WS-IDX)(1:1) TO WS-SERIE
                PERFORM P470-ACHA-SERIE
            END-PERFORM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                MOVE PV-TURMA(WS-IDX)(1:1) TO WS-SERIE
                IF PV-DECISAO(WS-IDX)(1:6) = 'RETIDO'
                    PERFORM P470-ACHA-SERIE
                    IF WS-IDX-SR > 0
                        ADD 1 TO SR-RETIDOS(WS-IDX-SR)
                    END-IF
                ELSE
                    IF PV-DECISAO(WS-IDX) = 'PENDENTE'
                        ADD 1 TO WS-PENDENTES
                    END-IF
                    PERFORM P550-PROMOVIDO
                END-IF
            END-PERFORM
            .

       P550-PROMOVIDO.
      * Serie seguinte so existe se a escola tem turma dela (no
      * cadastro ou com aluno no ano corrente); senao o aluno
      * conclui a etapa e sai.
            MOVE SPACE TO WS-SERIE-SEGUINTE
            IF WS-SERIE IS NUMERIC AND WS-SERIE < '9'
                MOVE WS-SERIE TO WS-SERIE-NUM
                ADD 1 TO WS-SERIE-NUM
                MOVE WS-SERIE-NUM TO WS-SERIE-SEGUINTE
            END-IF
            MOVE 0 TO WS-IDX-SR
            IF WS-SERIE-SEGUINTE NOT = SPACE
                PERFORM VARYING WS-IDX-SR FROM 1 BY 1
                        UNTIL WS-IDX-SR > WS-QTD-SERIES
                        OR SR-SERIE(WS-IDX-SR) = WS-SERIE-SEGUINTE
                    CONTINUE
                END-PERFORM
                IF WS-IDX-SR > WS-QTD-SERIES
                    MOVE 0 TO WS-IDX-SR
                END-IF
            END-IF
            IF WS-IDX-SR = 0
                ADD 1 TO WS-CONCLUINTES
                EXIT PARAGRAPH
            END-IF

            MOVE SPACE TO WS-STATUS-RENOV
            PERFORM VARYING WS-IDX-REN FROM 1 BY 1
                    UNTIL WS-IDX-REN > WS-QTD-RENOV
                IF RV-NOME(WS-IDX-REN) = PV-NOME(WS-IDX)
                   AND RV-TURMA(WS-IDX-REN) = PV-TURMA(WS-IDX)
                    MOVE RV-STATUS(WS-IDX-REN) TO WS-STATUS-RENOV
                END-IF
            END-PERFORM
            EVALUATE WS-STATUS-RENOV
                WHEN 'D'
                    ADD 1 TO SR-DECLINARAM(WS-IDX-SR)
                WHEN 'C'
                WHEN 'S'
                    ADD 1 TO SR-PROMOVIDOS(WS-IDX-SR)
                WHEN OTHER
      * Sem resposta (ou fora da campanha): conta, mas aparece.
                    ADD 1 TO SR-PROMOVIDOS(WS-IDX-SR)
                    ADD 1 TO SR-SEM-RESPOSTA(WS-IDX-SR)
            END-EVALUATE
            .

       P600-INGRESSANTES.
      * Arquivo do municipio: ingressantes do ano novo.
            MOVE 0 TO WS-QTD-MUN
            SET EOF-OK TO FALSE
            OPEN INPUT MUNICIPIO-FILE
            IF WS-FS-MUN <> 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ MUNICIPIO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MU-ANO-LETIVO = WS-ANO-NOVO
                            MOVE MU-TURMA TO WS-UN-TURMA
                            PERFORM P680-VISIVEL-ANO-NOVO
                            IF UN-VISIVEL
                                MOVE MU-TURMA(1:1) TO WS-SERIE
                                PERFORM P470-ACHA-SERIE
                                IF WS-IDX-SR > 0
                                    ADD 1 TO
                                        SR-PREMATRICULA(WS-IDX-SR)
                                END-IF
                                IF WS-QTD-MUN < 500
                                    ADD 1 TO WS-QTD-MUN
                                    MOVE MU-NOME-ALUNO
                                        TO WS-MUN-NOME(WS-QTD-MUN)
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MUNICIPIO-FILE
            .

       P650-FILA-ESPERA.
      * Fila de espera do ano novo ainda aguardando ou com oferta
      * feita; quem ja veio no arquivo do municipio nao conta de
      * novo.
            SET EOF-OK TO FALSE
            OPEN INPUT ESPERA-FILE
            IF WS-FS-ESP <> 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ ESPERA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FE-ANO = WS-ANO-NOVO
                           AND (FE-STATUS = 'A' OR FE-STATUS = 'O')
                            PERFORM P660-CANDIDATO-FILA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESPERA-FILE
            .

       P660-CANDIDATO-FILA.
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IDX-MUN FROM 1 BY 1
                    UNTIL WS-IDX-MUN > WS-QTD-MUN
                IF WS-MUN-NOME(WS-IDX-MUN) = FE-NOME
                    MOVE 'S' TO WS-ACHOU
                END-IF
            END-PERFORM
            IF WS-ACHOU = 'S'
                EXIT PARAGRAPH
            END-IF
            MOVE FE-TURMA TO WS-UN-TURMA
            PERFORM P680-VISIVEL-ANO-NOVO
            IF UN-VISIVEL
                MOVE FE-TURMA(1:1) TO WS-SERIE
                PERFORM P470-ACHA-SERIE
                IF WS-IDX-SR > 0
                    ADD 1 TO SR-FILA(WS-IDX-SR)
                END-IF
            END-IF
            .

       P680-VISIVEL-ANO-NOVO.
            MOVE 'T' TO WS-UN-ACAO
            MOVE WS-ANO-NOVO TO WS-UN-ANO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            .

       P700-CALCULA-TURMAS.
            IF SR-CAP-NOVO(WS-IDX-SR) > 0
                MOVE SR-CAP-NOVO(WS-IDX-SR) TO SR-CAPACIDADE(WS-IDX-SR)
            ELSE
                IF SR-CAP-ATUAL(WS-IDX-SR) > 0
                    MOVE SR-CAP-ATUAL(WS-IDX-SR)
                        TO SR-CAPACIDADE(WS-IDX-SR)
                ELSE
                    MOVE WS-CAP-PADRAO TO SR-CAPACIDADE(WS-IDX-SR)
                END-IF
            END-IF
            COMPUTE SR-CONTINUAM(WS-IDX-SR) =
                    SR-PROMOVIDOS(WS-IDX-SR) + SR-RETIDOS(WS-IDX-SR)
            COMPUTE SR-TOTAL(WS-IDX-SR) =
                    SR-CONTINUAM(WS-IDX-SR)
                  + SR-PREMATRICULA(WS-IDX-SR)
                  + SR-FILA(WS-IDX-SR)
      * Turmas necessarias: divisao arredondada para cima.
            COMPUTE SR-TURMAS-PROP(WS-IDX-SR) =
                   (SR-TOTAL(WS-IDX-SR) + SR-CAPACIDADE(WS-IDX-SR) - 1)
                   / SR-CAPACIDADE(WS-IDX-SR)
            COMPUTE SR-VAGAS-NOVOS(WS-IDX-SR) =
                    SR-TURMAS-PROP(WS-IDX-SR) * SR-CAPACIDADE(WS-IDX-SR)
                  - SR-CONTINUAM(WS-IDX-SR)
            COMPUTE SR-SOBRA(WS-IDX-SR) =
                    SR-VAGAS-NOVOS(WS-IDX-SR)
                  - SR-PREMATRICULA(WS-IDX-SR)
                  - SR-FILA(WS-IDX-SR)
            ADD SR-TOTAL(WS-IDX-SR)       TO WS-TOT-TOTAL
            ADD SR-TURMAS-PROP(WS-IDX-SR) TO WS-TOT-TURMAS
            ADD SR-SOBRA(WS-IDX-SR)       TO WS-TOT-VAGAS
            .

       P800-RELATORIO.
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
            MOVE SPACES TO REL-LINHA
            STRING '*** PROJECAO DE MATRICULA - ANO LETIVO '
                        DELIMITED BY SIZE
                   WS-ANO-NOVO DELIMITED BY SIZE
                   ' (BASE ' DELIMITED BY SIZE
                   WS-ANO-ATUAL DELIMITED BY SIZE
                   ') ***' DELIMITED BY SIZE
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
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS DO ANO CORRENTE: ' DELIMITED BY SIZE
                   WS-QTD-ALUNOS DELIMITED BY SIZE
                   ' - FONTE: ' DELIMITED BY SIZE
                   WS-FONTE DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'SERIE  PROMOV  RETID  DECLIN  S/RESP  PREMAT  FILA  '
                TO REL-LINHA
            MOVE 'TOTAL  CAP  CADAST  ABRIR  VAGAS-NOVOS  SOBRA'
                TO REL-LINHA(53:)
            WRITE REL-LINHA

            PERFORM P850-LINHA-SERIE
                VARYING WS-IDX-SR FROM 1 BY 1
                UNTIL WS-IDX-SR > WS-QTD-SERIES

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-TOT-VAGAS TO WS-SOBRA-ED
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL PROJETADO: ' DELIMITED BY SIZE
                   WS-TOT-TOTAL DELIMITED BY SIZE
                   '  TURMAS A ABRIR: ' DELIMITED BY SIZE
                   WS-TOT-TURMAS DELIMITED BY SIZE
                   '  VAGAS LIVRES APOS CANDIDATOS: ' DELIMITED BY SIZE
                   WS-SOBRA-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CONCLUINTES (SAEM DA ESCOLA): ' DELIMITED BY SIZE
                   WS-CONCLUINTES DELIMITED BY SIZE
                   '  DECISOES PENDENTES CONTADAS COMO PROMOVIDO: '
                        DELIMITED BY SIZE
                   WS-PENDENTES DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'S/RESP: PROMOVIDOS SEM CONFIRMACAO DA RENOVACAO, JA'
                TO REL-LINHA
            MOVE ' SOMADOS EM PROMOV. SOBRA NEGATIVA: FALTA VAGA.'
                TO REL-LINHA(52:)
            WRITE REL-LINHA
            CLOSE REPORT-FILE

            DISPLAY 'TOTAL PROJETADO: ' WS-TOT-TOTAL
                    '  TURMAS A ABRIR: ' WS-TOT-TURMAS
            DISPLAY 'PROJECAO GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P850-LINHA-SERIE.
            MOVE SR-VAGAS-NOVOS(WS-IDX-SR) TO WS-VAGAS-ED
            MOVE SR-SOBRA(WS-IDX-SR)       TO WS-SOBRA-ED
            MOVE SPACES TO REL-LINHA
            STRING '  ' DELIMITED BY SIZE
                   SR-SERIE(WS-IDX-SR) DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   SR-PROMOVIDOS(WS-IDX-SR) DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   SR-RETIDOS(WS-IDX-SR) DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   SR-DECLINARAM(WS-IDX-SR) DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   SR-SEM-RESPOSTA(WS-IDX-SR) DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   SR-PREMATRICULA(WS-IDX-SR) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SR-FILA(WS-IDX-SR) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SR-TOTAL(WS-IDX-SR) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SR-CAPACIDADE(WS-IDX-SR) DELIMITED BY SIZE
                   '      ' DELIMITED BY SIZE
                   SR-TURMAS-NOVO(WS-IDX-SR) DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   SR-TURMAS-PROP(WS-IDX-SR) DELIMITED BY SIZE
                   '        ' DELIMITED BY SIZE
                   WS-VAGAS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SOBRA-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY 'SERIE ' SR-SERIE(WS-IDX-SR)
                    ': PROJETADOS ' SR-TOTAL(WS-IDX-SR)
                    ' TURMAS A ABRIR ' SR-TURMAS-PROP(WS-IDX-SR)
                    ' VAGAS PARA NOVOS ' WS-VAGAS-ED
            .
