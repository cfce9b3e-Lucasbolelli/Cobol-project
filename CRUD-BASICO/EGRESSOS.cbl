      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: ACOMPANHAMENTO DE EGRESSOS. O REGISTRO DO EGRESSO
      *          (EGRESSOS.DAT) NASCE NO CERTIFICADO DE CONCLUSAO DO
      *          DOCEMITE OU, PELA OPCAO 1, DAS DECISOES DO PROMOCAO
      *          (PROMOCAO.DAT) DO ANO: TODO PROMOVIDO DE TURMA DA
      *          ULTIMA SERIE DA ESCOLA (3A DO MEDIO; 9O ANO NO ANO
      *          SEM TURMA DE MEDIO) - RODAR LOGO DEPOIS DO PROMOCAO,
      *          QUE REGRAVA O ARQUIVO A CADA EXECUCAO. OPCAO 2
      *          CONSULTA O EGRESSO E ATUALIZA O CONTATO; OPCAO 3
      *          REGISTRA A PESQUISA ANUAL (ESTUDA ONDE, TRABALHA,
      *          DESCONHECIDO - CODIGOS NO EGRESSO_DADOS), UMA POR ANO
      *          NOS CINCO ANOS SEGUINTES A CONCLUSAO. OPCAO 4 TIRA NO
      *          SPOOL A LISTA DE QUEM AINDA FALTA CONTATAR NO ANO DA
      *          PESQUISA; OPCAO 5 O QUADRO DE DESTINO POR TURMA DE
      *          CONCLUSAO PARA O RELATORIO ANUAL DA ESCOLA. CADA
      *          UNIDADE VE OS SEUS EGRESSOS; A SESSAO DA REDE VE
      *          TODOS. ALTERACOES DEIXAM TRILHA DE AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRESSOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EGRESSO-FILE
               ASSIGN TO
                   WS-PATH-EGRESSOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS EG-CHAVE
                   ALTERNATE RECORD KEY IS EG-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-EGR
                   .
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
                   .
               SELECT PROMO-FILE
               ASSIGN TO
                   WS-PATH-PROMOCAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRO
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
       FD EGRESSO-FILE
       DATA RECORD IS EGRESSO-LINHA.
           COPY EGRESSO_DADOS.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       FD PROMO-FILE
       DATA RECORD IS PROMO-LINHA.
       01 PROMO-LINHA              PIC X(120).
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
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
       77 WS-FS-EGR                PIC 99.
          88 FS-EGR-OK             VALUE 0.
       77 WS-FS-TUR                PIC 99.
          88 FS-TUR-OK             VALUE 0.
       77 WS-FS-PRO                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'EGRESSOS'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-NOME                  PIC X(30).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Unidade escolar (UNIDADE): cada unidade ve os seus egressos.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UN-CODIGO             PIC X(02).
      * Geracao pelo PROMOCAO: ano com turma de medio faz da 3a
      * serie a ultima; sem medio, o 9o ano conclui na escola.
       77 WS-TEM-MEDIO             PIC X VALUE 'N'.
          88 TEM-MEDIO             VALUE 'S' FALSE 'N'.
       77 WS-TERMINAL              PIC X VALUE 'N'.
          88 TURMA-TERMINAL        VALUE 'S' FALSE 'N'.
       77 WS-TALLY                 PIC 9(04).
       77 WS-LIXO                  PIC X(120).
       77 WS-DECISAO-LIDA          PIC X(20).
       77 WS-CONT-NOVOS            PIC 9(05) VALUE 0.
       77 WS-CONT-JA-REG           PIC 9(05) VALUE 0.
       77 WS-CONT-OUTRAS           PIC 9(05) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(05) VALUE 0.
       77 WS-CONT-LISTADOS         PIC 9(05) VALUE 0.
      * Pesquisa anual.
       77 WS-AC-ANO                PIC X(04).
       77 WS-AC-ANO-N              PIC 9(04).
       77 WS-CONCLUSAO-N           PIC 9(04).
       77 WS-AC-SITUACAO           PIC X.
       77 WS-AC-ONDE               PIC X(30).
       77 WS-IDX                   PIC 9(02).
       77 WS-IDX-LIVRE             PIC 9(02).
       77 WS-IDX-ULTIMA            PIC 9(02).
       77 WS-ULTIMO-ANO            PIC X(04).
       77 WS-SITUACAO-ED           PIC X(24).
       77 WS-NOVO-TELEFONE         PIC X(16).
       77 WS-NOVO-EMAIL            PIC X(40).
       77 WS-NOVO-CIDADE           PIC X(15).
       77 WS-NOVO-UF               PIC X(02).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'EGRESSOS'.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
      * Quadro de destino por turma de conclusao: colunas na ordem
      * S T E A B N D e a oitava para quem nao tem pesquisa.
       77 WS-QTD-TURMAS            PIC 9(02) VALUE 0.
       77 WS-IDX-TU                PIC 9(02).
       77 WS-IDX-COL               PIC 9(02).
       77 WS-COLUNAS               PIC X(08) VALUE 'STEABND '.
       01 WS-DESTINO-TAB.
           05 WS-DESTINO OCCURS 30 TIMES.
               10 DT-TURMA         PIC X(10).
               10 DT-QTD           PIC 9(04) OCCURS 8 TIMES.
               10 DT-TOTAL         PIC 9(04).
       01 WS-DESTINO-GERAL.
           05 DG-QTD               PIC 9(05) OCCURS 8 TIMES.
           05 DG-TOTAL             PIC 9(05).
       77 WS-QTD-ED                PIC ZZZZ9.
      * Registro do egresso (EGRESSO).
           COPY EGRESSO-AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'EGRESSOS' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO WS-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            PERFORM P90-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** ACOMPANHAMENTO DE EGRESSOS ****'
            DISPLAY '1 - GERAR EGRESSOS DO ANO (DECISOES DO PROMOCAO)'
            DISPLAY '2 - CONSULTAR EGRESSO / ATUALIZAR CONTATO'
            DISPLAY '3 - REGISTRAR PESQUISA ANUAL'
            DISPLAY '4 - LISTA DE CONTATO DA PESQUISA'
            DISPLAY '5 - DESTINO POR TURMA DE CONCLUSAO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-GERA
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-PESQUISA
                WHEN '4'
                    PERFORM P400-LISTA-CONTATO
                WHEN '5'
                    PERFORM P500-DESTINO
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

       P060-PEDE-ANO-PESQUISA.
      * Ano da pesquisa (AAAA); em branco vale o ano corrente.
            DISPLAY 'ANO DA PESQUISA (AAAA, BRANCO = ANO ATUAL): '
                ACCEPT WS-AC-ANO
            IF WS-AC-ANO = SPACES
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE WS-DATA-SISTEMA(1:4) TO WS-AC-ANO
            END-IF
            .

       P100-GERA.
            PERFORM P050-PEDE-ANO
            PERFORM P110-VERIFICA-MEDIO
            MOVE 0 TO WS-CONT-NOVOS WS-CONT-JA-REG WS-CONT-OUTRAS
                      WS-CONT-ERROS
            OPEN INPUT PROMO-FILE
            IF WS-FS-PRO <> 0
                CALL 'FSMSG' USING WS-FS-PRO WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O PROMOCAO.DAT --> COD '
                        WS-FS-PRO ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT TURMACAT-FILE
            IF NOT FS-TUR-OK
                CALL 'FSMSG' USING WS-FS-TUR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE TURMAS --> COD '
                        WS-FS-TUR ': ' WS-FS-MSG
                CLOSE PROMO-FILE
                EXIT PARAGRAPH
            END-IF
      * Layout fixo do PROMOCAO.DAT (o mesmo do PROJVAGAS): ano 1-7,
      * turma 9-18, nome 20-49 e a decisao depois de ' DECISAO: '.
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ PROMO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE 0 TO WS-TALLY
                        INSPECT PROMO-LINHA TALLYING WS-TALLY
                            FOR ALL ' DECISAO: '
                        IF WS-TALLY > 0
                           AND PROMO-LINHA(1:7) = WS-ANO
                            MOVE SPACES TO WS-DECISAO-LIDA
                            UNSTRING PROMO-LINHA
                                DELIMITED BY ' DECISAO: '
                                INTO WS-LIXO WS-DECISAO-LIDA
                            END-UNSTRING
                            PERFORM P150-GERA-EGRESSO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROMO-FILE TURMACAT-FILE

            DISPLAY 'EGRESSOS NOVOS.........: ' WS-CONT-NOVOS
            DISPLAY 'JA REGISTRADOS.........: ' WS-CONT-JA-REG
            DISPLAY 'DECISOES NAO CONCLUINTES: ' WS-CONT-OUTRAS
            DISPLAY 'ERROS DE GRAVACAO......: ' WS-CONT-ERROS
            IF WS-CONT-NOVOS = 0 AND WS-CONT-JA-REG = 0
                DISPLAY 'NENHUM CONCLUINTE DO ANO NO PROMOCAO.DAT - '
                        'RODE O PROMOCAO DO ANO ANTES'
            END-IF
            .

       P110-VERIFICA-MEDIO.
      * O ano tem medio se alguma turma dele tem serie acima da 9a.
            SET TEM-MEDIO TO FALSE
            OPEN INPUT TURMACAT-FILE
            IF NOT FS-TUR-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO TO TU-ANO
            MOVE LOW-VALUES TO TU-TURMA
            SET EOF-OK TO FALSE
            START TURMACAT-FILE KEY IS NOT LESS TU-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR TEM-MEDIO
                READ TURMACAT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TU-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF TU-SERIE IS NUMERIC AND TU-SERIE > 9
                                SET TEM-MEDIO TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMACAT-FILE
            .

       P150-GERA-EGRESSO.
      * So conclui quem foi PROMOVIDO sem pendencia: o PROMOVIDO-DP
      * ainda deve a dependencia e nao recebe o certificado.
            IF WS-DECISAO-LIDA NOT = 'PROMOVIDO'
                ADD 1 TO WS-CONT-OUTRAS
                EXIT PARAGRAPH
            END-IF
            MOVE PROMO-LINHA(9:10) TO WS-TURMA
            SET TURMA-TERMINAL TO FALSE
            MOVE WS-ANO   TO TU-ANO
            MOVE WS-TURMA TO TU-TURMA
            READ TURMACAT-FILE
                KEY IS TU-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF TU-SERIE IS NUMERIC
                        IF TU-SERIE = 12
                           OR (TU-SERIE = 9 AND NOT TEM-MEDIO)
                            SET TURMA-TERMINAL TO TRUE
                        END-IF
                    END-IF
            END-READ
            IF NOT TURMA-TERMINAL
                ADD 1 TO WS-CONT-OUTRAS
                EXIT PARAGRAPH
            END-IF
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO WS-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF

            MOVE 'G'                TO WS-EG-ACAO
            MOVE WS-ANO             TO WS-EG-ANO
            MOVE PROMO-LINHA(20:30) TO WS-EG-NOME
            MOVE WS-TURMA           TO WS-EG-TURMA
            MOVE 0                  TO WS-EG-ID-RESP
                                       WS-EG-CERTIFICADO
            MOVE 'P'                TO WS-EG-ORIGEM
            CALL 'EGRESSO' USING WS-EGRESSO-AREA
            EVALUATE TRUE
                WHEN EG-NOVO
                    ADD 1 TO WS-CONT-NOVOS
                WHEN EG-ATUALIZADO
                    ADD 1 TO WS-CONT-JA-REG
                WHEN OTHER
                    ADD 1 TO WS-CONT-ERROS
            END-EVALUATE
            .

       P200-CONSULTA.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P220-MOSTRA
            DISPLAY 'ATUALIZAR O CONTATO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                CLOSE EGRESSO-FILE
                EXIT PARAGRAPH
            END-IF
      * Campo em branco mantem o que esta gravado.
            DISPLAY 'TELEFONE (EX: (11) 91234-5678): '
                ACCEPT WS-NOVO-TELEFONE
            DISPLAY 'E-MAIL: '
                ACCEPT WS-NOVO-EMAIL
            DISPLAY 'CIDADE: '
                ACCEPT WS-NOVO-CIDADE
            DISPLAY 'UF: '
                ACCEPT WS-NOVO-UF
            MOVE EG-TELEFONE TO WS-AUD-ANTES
            IF WS-NOVO-TELEFONE NOT = SPACES
                MOVE WS-NOVO-TELEFONE TO EG-TELEFONE
            END-IF
            IF WS-NOVO-EMAIL NOT = SPACES
                MOVE WS-NOVO-EMAIL TO EG-EMAIL
            END-IF
            IF WS-NOVO-CIDADE NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-NOVO-CIDADE) TO EG-CIDADE
            END-IF
            IF WS-NOVO-UF NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-NOVO-UF) TO EG-UF
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-DATA-FORMAT TO EG-DATA-CONTATO
            REWRITE EGRESSO-LINHA
            IF FS-EGR-OK
                DISPLAY 'CONTATO ATUALIZADO'
                MOVE SPACES TO WS-AUD-DEPOIS
                STRING 'CONTATO ' DELIMITED BY SIZE
                       EG-TELEFONE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EG-CIDADE DELIMITED BY SIZE
                    INTO WS-AUD-DEPOIS
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO EG-ID-ALUNO
                                       WS-AUD-ANTES WS-AUD-DEPOIS
            ELSE
                CALL 'FSMSG' USING WS-FS-EGR WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O EGRESSO --> COD '
                        WS-FS-EGR ': ' WS-FS-MSG
            END-IF
            CLOSE EGRESSO-FILE
            .

       P210-LOCALIZA.
      * Abre o EGRESSOS.DAT em I-O e le o egresso pedido; so fica
      * aberto quando acha (ACHOU-OK).
            SET ACHOU-OK TO FALSE
            DISPLAY 'ANO LETIVO DE CONCLUSAO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'NOME DO EGRESSO: '
                ACCEPT WS-NOME
            OPEN I-O EGRESSO-FILE
            IF NOT FS-EGR-OK
                CALL 'FSMSG' USING WS-FS-EGR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O EGRESSOS.DAT --> COD '
                        WS-FS-EGR ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO  TO EG-ANO
            MOVE WS-NOME TO EG-NOME
            READ EGRESSO-FILE
                KEY IS EG-CHAVE
                INVALID KEY
                    DISPLAY 'EGRESSO NAO ENCONTRADO'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            IF ACHOU-OK
                MOVE 'V' TO WS-UN-ACAO
                MOVE EG-UNIDADE TO WS-UN-CODIGO
                CALL 'UNIDADE' USING WS-UN-ACAO EG-ANO EG-TURMA
                                     WS-UN-CODIGO WS-UN-RESULTADO
                IF NOT UN-VISIVEL
                    DISPLAY 'EGRESSO DE OUTRA UNIDADE ('
                            WS-UN-CODIGO ')'
                    SET ACHOU-OK TO FALSE
                END-IF
            END-IF
            IF NOT ACHOU-OK
                CLOSE EGRESSO-FILE
            END-IF
            .

       P220-MOSTRA.
            DISPLAY 'EGRESSO......: ' EG-NOME
            DISPLAY 'CONCLUSAO....: ' EG-ANO ' TURMA ' EG-TURMA
                    ' ETAPA ' EG-SEGMENTO ' UNIDADE ' EG-UNIDADE
            DISPLAY 'CERTIFICADO..: ' EG-CERTIFICADO
                    '  REGISTRADO EM ' EG-DATA-REGISTRO
            DISPLAY 'TELEFONE.....: ' EG-TELEFONE
            DISPLAY 'E-MAIL.......: ' EG-EMAIL
            DISPLAY 'CIDADE/UF....: ' EG-CIDADE ' ' EG-UF
            DISPLAY 'ULTIMO CONTATO ATUALIZADO EM: ' EG-DATA-CONTATO
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                IF EG-AC-ANO(WS-IDX) NOT = SPACES
                    MOVE EG-AC-SITUACAO(WS-IDX) TO WS-AC-SITUACAO
                    PERFORM P800-DESCREVE-SITUACAO
                    DISPLAY 'PESQUISA ' EG-AC-ANO(WS-IDX) ': '
                            WS-SITUACAO-ED ' '
                            FUNCTION TRIM(EG-AC-ONDE(WS-IDX))
                            ' (' EG-AC-DATA(WS-IDX) ' '
                            FUNCTION TRIM(EG-AC-OPERADOR(WS-IDX)) ')'
                END-IF
            END-PERFORM
            .

       P300-PESQUISA.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P220-MOSTRA
            PERFORM P060-PEDE-ANO-PESQUISA
            IF WS-AC-ANO IS NOT NUMERIC
               OR WS-AC-ANO <= EG-ANO(1:4)
                DISPLAY 'ANO DA PESQUISA INVALIDO - TEM DE SER '
                        'POSTERIOR AO DA CONCLUSAO'
                CLOSE EGRESSO-FILE
                EXIT PARAGRAPH
            END-IF
      * A pesquisa do mesmo ano e corrigida no lugar; ano novo vai
      * para a primeira linha livre.
            MOVE 0 TO WS-IDX-LIVRE
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                IF EG-AC-ANO(WS-IDX) = WS-AC-ANO
                    MOVE WS-IDX TO WS-IDX-LIVRE
                    MOVE 6 TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-IDX-LIVRE = 0
                PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                    IF EG-AC-ANO(WS-IDX) = SPACES
                        MOVE WS-IDX TO WS-IDX-LIVRE
                        MOVE 6 TO WS-IDX
                    END-IF
                END-PERFORM
            END-IF
            IF WS-IDX-LIVRE = 0
                DISPLAY 'JA HA CINCO PESQUISAS GRAVADAS - NADA '
                        'REGISTRADO'
                CLOSE EGRESSO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'SITUACAO: S SUPERIOR  T TECNICO  E OUTRO ESTUDO'
            DISPLAY '          A ESTUDA E TRABALHA  B TRABALHA'
            DISPLAY '          N NEM ESTUDA NEM TRABALHA'
            DISPLAY '          D DESCONHECIDO'
                ACCEPT WS-AC-SITUACAO
            MOVE FUNCTION UPPER-CASE(WS-AC-SITUACAO) TO WS-AC-SITUACAO
            MOVE WS-AC-SITUACAO TO EG-AC-SITUACAO(WS-IDX-LIVRE)
            IF NOT EG-AC-VALIDA(WS-IDX-LIVRE)
                DISPLAY 'SITUACAO INVALIDA - NADA REGISTRADO'
                CLOSE EGRESSO-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-AC-ONDE
            IF WS-AC-SITUACAO NOT = 'N' AND WS-AC-SITUACAO NOT = 'D'
                DISPLAY 'ONDE (INSTITUICAO/CURSO OU EMPRESA/OCUPACAO): '
                    ACCEPT WS-AC-ONDE
            END-IF
            MOVE SPACES TO WS-AUD-ANTES
            IF EG-AC-ANO(WS-IDX-LIVRE) = WS-AC-ANO
                STRING 'PESQUISA ' DELIMITED BY SIZE
                       WS-AC-ANO DELIMITED BY SIZE
                       ' ERA ' DELIMITED BY SIZE
                       EG-AC-ONDE(WS-IDX-LIVRE) DELIMITED BY SIZE
                    INTO WS-AUD-ANTES
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-AC-ANO         TO EG-AC-ANO(WS-IDX-LIVRE)
            MOVE FUNCTION UPPER-CASE(WS-AC-ONDE)
                                   TO EG-AC-ONDE(WS-IDX-LIVRE)
            MOVE WS-DATA-FORMAT    TO EG-AC-DATA(WS-IDX-LIVRE)
            MOVE WS-OPERADOR-ATUAL TO EG-AC-OPERADOR(WS-IDX-LIVRE)
            REWRITE EGRESSO-LINHA
            IF FS-EGR-OK
                DISPLAY 'PESQUISA ' WS-AC-ANO ' REGISTRADA'
                MOVE SPACES TO WS-AUD-DEPOIS
                STRING 'PESQUISA ' DELIMITED BY SIZE
                       WS-AC-ANO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AC-SITUACAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EG-AC-ONDE(WS-IDX-LIVRE) DELIMITED BY SIZE
                    INTO WS-AUD-DEPOIS
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO EG-ID-ALUNO
                                       WS-AUD-ANTES WS-AUD-DEPOIS
            ELSE
                CALL 'FSMSG' USING WS-FS-EGR WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O EGRESSO --> COD '
                        WS-FS-EGR ': ' WS-FS-MSG
            END-IF
            CLOSE EGRESSO-FILE
            .

       P400-LISTA-CONTATO.
      * Quem falta contatar: concluiu antes do ano da pesquisa, ha
      * no maximo cinco anos, e ainda nao tem a pesquisa desse ano.
            PERFORM P060-PEDE-ANO-PESQUISA
            IF WS-AC-ANO IS NOT NUMERIC
                DISPLAY 'ANO DA PESQUISA INVALIDO'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-AC-ANO TO WS-AC-ANO-N
            OPEN INPUT EGRESSO-FILE
            IF NOT FS-EGR-OK
                CALL 'FSMSG' USING WS-FS-EGR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O EGRESSOS.DAT --> COD '
                        WS-FS-EGR ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT-LISTADOS
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
            STRING '*** EGRESSOS A CONTATAR - PESQUISA '
                        DELIMITED BY SIZE
                   WS-AC-ANO DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM P850-LINHA-UNIDADE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'EGRESSO                        CONCLUSAO TURMA      '
                TO REL-LINHA
            MOVE 'TELEFONE         E-MAIL' TO REL-LINHA(55:)
            MOVE 'ULTIMA PESQUISA' TO REL-LINHA(113:)
            WRITE REL-LINHA

            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO EG-CHAVE
            START EGRESSO-FILE KEY IS NOT LESS EG-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ EGRESSO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P450-CONFERE-CONTATO
                END-READ
            END-PERFORM
            CLOSE EGRESSO-FILE

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'EGRESSOS A CONTATAR: ' DELIMITED BY SIZE
                   WS-CONT-LISTADOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'EGRESSOS A CONTATAR: ' WS-CONT-LISTADOS
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P450-CONFERE-CONTATO.
            IF EG-ANO(1:4) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE EG-ANO(1:4) TO WS-CONCLUSAO-N
            IF WS-CONCLUSAO-N >= WS-AC-ANO-N
               OR WS-AC-ANO-N - WS-CONCLUSAO-N > 5
                EXIT PARAGRAPH
            END-IF
            PERFORM P870-VISIVEL
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                IF EG-AC-ANO(WS-IDX) = WS-AC-ANO
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            PERFORM P810-ULTIMA-PESQUISA
            MOVE SPACES TO REL-LINHA
            MOVE EG-NOME     TO REL-LINHA(1:30)
            MOVE EG-ANO      TO REL-LINHA(32:7)
            MOVE EG-TURMA    TO REL-LINHA(42:10)
            MOVE EG-TELEFONE TO REL-LINHA(55:16)
            MOVE EG-EMAIL    TO REL-LINHA(72:40)
            IF WS-IDX-ULTIMA > 0
                MOVE WS-ULTIMO-ANO TO REL-LINHA(113:4)
                MOVE WS-SITUACAO-ED TO REL-LINHA(118:15)
            ELSE
                MOVE 'NENHUMA' TO REL-LINHA(113:)
            END-IF
            WRITE REL-LINHA
            ADD 1 TO WS-CONT-LISTADOS
            .

       P500-DESTINO.
      * Quadro do relatorio anual: egressos de um ano de conclusao,
      * por turma, contados pela situacao da pesquisa mais recente.
            PERFORM P050-PEDE-ANO
            OPEN INPUT EGRESSO-FILE
            IF NOT FS-EGR-OK
                CALL 'FSMSG' USING WS-FS-EGR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O EGRESSOS.DAT --> COD '
                        WS-FS-EGR ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            INITIALIZE WS-DESTINO-TAB WS-DESTINO-GERAL
            MOVE 0 TO WS-QTD-TURMAS
            SET EOF-OK TO FALSE
            MOVE WS-ANO TO EG-ANO
            MOVE LOW-VALUES TO EG-NOME
            START EGRESSO-FILE KEY IS NOT LESS EG-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ EGRESSO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EG-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P550-CONTA-DESTINO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EGRESSO-FILE
            IF WS-QTD-TURMAS = 0
                DISPLAY 'NENHUM EGRESSO DO ANO ' WS-ANO
                EXIT PARAGRAPH
            END-IF
            PERFORM P600-IMPRIME-DESTINO
            .

       P550-CONTA-DESTINO.
            PERFORM P870-VISIVEL
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-IDX-TU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                IF DT-TURMA(WS-IDX) = EG-TURMA
                    MOVE WS-IDX TO WS-IDX-TU
                END-IF
            END-PERFORM
            IF WS-IDX-TU = 0
                IF WS-QTD-TURMAS >= 30
                    DISPLAY 'MAIS DE 30 TURMAS NO ANO - ' EG-TURMA
                            ' FORA DO QUADRO'
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-TURMAS
                MOVE WS-QTD-TURMAS TO WS-IDX-TU
                MOVE EG-TURMA TO DT-TURMA(WS-IDX-TU)
            END-IF
            PERFORM P810-ULTIMA-PESQUISA
            MOVE 8 TO WS-IDX-COL
            IF WS-IDX-ULTIMA > 0
                PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
                    IF WS-COLUNAS(WS-IDX:1) = WS-AC-SITUACAO
                        MOVE WS-IDX TO WS-IDX-COL
                    END-IF
                END-PERFORM
            END-IF
            ADD 1 TO DT-QTD(WS-IDX-TU WS-IDX-COL) DT-TOTAL(WS-IDX-TU)
                     DG-QTD(WS-IDX-COL) DG-TOTAL
            .

       P600-IMPRIME-DESTINO.
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
            STRING '*** DESTINO DOS EGRESSOS - CONCLUSAO EM '
                        DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' (PESQUISA MAIS RECENTE) ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM P850-LINHA-UNIDADE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'TURMA      SUPERIOR TECNICO  OUTRO EST TRAB+EST'
                TO REL-LINHA
            MOVE 'TRABALHA NEM-NEM  DESCONH  SEM PESQ TOTAL'
                TO REL-LINHA(52:)
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-TU FROM 1 BY 1
                    UNTIL WS-IDX-TU > WS-QTD-TURMAS
                MOVE SPACES TO REL-LINHA
                MOVE DT-TURMA(WS-IDX-TU) TO REL-LINHA(1:10)
                PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                        UNTIL WS-IDX-COL > 8
                    MOVE DT-QTD(WS-IDX-TU WS-IDX-COL) TO WS-QTD-ED
                    MOVE WS-QTD-ED
                        TO REL-LINHA(WS-IDX-COL * 9 + 3:5)
                END-PERFORM
                MOVE DT-TOTAL(WS-IDX-TU) TO WS-QTD-ED
                MOVE WS-QTD-ED TO REL-LINHA(84:5)
                WRITE REL-LINHA
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            MOVE 'TOTAL' TO REL-LINHA(1:10)
            PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                    UNTIL WS-IDX-COL > 8
                MOVE DG-QTD(WS-IDX-COL) TO WS-QTD-ED
                MOVE WS-QTD-ED TO REL-LINHA(WS-IDX-COL * 9 + 3:5)
            END-PERFORM
            MOVE DG-TOTAL TO WS-QTD-ED
            MOVE WS-QTD-ED TO REL-LINHA(84:5)
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'TURMAS NO QUADRO: ' WS-QTD-TURMAS
                    '  EGRESSOS: ' DG-TOTAL
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P800-DESCREVE-SITUACAO.
            EVALUATE WS-AC-SITUACAO
                WHEN 'S'
                    MOVE 'ENSINO SUPERIOR'       TO WS-SITUACAO-ED
                WHEN 'T'
                    MOVE 'CURSO TECNICO'         TO WS-SITUACAO-ED
                WHEN 'E'
                    MOVE 'OUTRO ESTUDO'          TO WS-SITUACAO-ED
                WHEN 'A'
                    MOVE 'ESTUDA E TRABALHA'     TO WS-SITUACAO-ED
                WHEN 'B'
                    MOVE 'TRABALHA'              TO WS-SITUACAO-ED
                WHEN 'N'
                    MOVE 'NEM ESTUDA NEM TRABALHA' TO WS-SITUACAO-ED
                WHEN OTHER
                    MOVE 'DESCONHECIDO'          TO WS-SITUACAO-ED
            END-EVALUATE
            .

       P810-ULTIMA-PESQUISA.
      * Pesquisa de ano mais recente do egresso (WS-IDX-ULTIMA zero
      * quando ainda nao ha nenhuma).
            MOVE 0 TO WS-IDX-ULTIMA
            MOVE SPACES TO WS-ULTIMO-ANO WS-SITUACAO-ED
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                IF EG-AC-ANO(WS-IDX) NOT = SPACES
                   AND EG-AC-ANO(WS-IDX) > WS-ULTIMO-ANO
                    MOVE WS-IDX TO WS-IDX-ULTIMA
                    MOVE EG-AC-ANO(WS-IDX) TO WS-ULTIMO-ANO
                END-IF
            END-PERFORM
            IF WS-IDX-ULTIMA > 0
                MOVE EG-AC-SITUACAO(WS-IDX-ULTIMA) TO WS-AC-SITUACAO
                PERFORM P800-DESCREVE-SITUACAO
            END-IF
            .

       P850-LINHA-UNIDADE.
            MOVE SPACES TO REL-LINHA
            IF WS-UNIDADE-SESSAO = '00'
                MOVE 'REDE - TODAS AS UNIDADES' TO REL-LINHA
            ELSE
                STRING 'UNIDADE ' DELIMITED BY SIZE
                       WS-UNIDADE-SESSAO DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            .

       P870-VISIVEL.
            MOVE 'V' TO WS-UN-ACAO
            MOVE EG-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO EG-ANO EG-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            .

       P90-LE-SESSAO.
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
            .
