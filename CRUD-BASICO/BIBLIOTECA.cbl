      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: BIBLIOTECA DA ESCOLA - O FICHARIO DE PAPEL VIRA
      *          ARQUIVO. CATALOGO DO ACERVO (ACERVO.DAT: TITULO,
      *          AUTOR, EXEMPLARES E ESTANTE) E EMPRESTIMOS E
      *          DEVOLUCOES (EMPRESTIMOS.DAT) GRAVADOS PELO AL-ID DO
      *          CADASTRO MESTRE, COM O ALUNO IDENTIFICADO PELO
      *          CODIGO DE BARRAS DA CARTEIRINHA (CARTEIRAS.DAT - SO
      *          A ULTIMA VIA VALE). LIMITE DE LIVROS POR ALUNO E
      *          PRAZO DE DEVOLUCAO DOS PARAMETROS DA ESCOLA
      *          (PARAMBIB); ALUNO COM LIVRO ATRASADO NAO LEVA OUTRO
      *          E DEVOLUCAO QUE CAIRIA EM DIA SEM AULA PASSA PARA O
      *          PROXIMO DIA LETIVO. LISTA DIARIA DE ATRASADOS POR
      *          TURMA PARA O PROFESSOR LEMBRAR EM SALA E LISTA DE
      *          FIM DE ANO DOS LIVROS NAO DEVOLVIDOS POR FAMILIA.
      *          CATALOGO E BAIXA POR PERDA SAO A FUNCAO CADASTRO DA
      *          MATRIZ DE PERMISSOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIBLIOTECA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACERVO-FILE
               ASSIGN TO
                   WS-PATH-ACERVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS BI-CODIGO
                   FILE STATUS IS WS-FS-ACV
                   .
               SELECT EMPRESTIMO-FILE
               ASSIGN TO
                   WS-PATH-EMPRESTIMOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS EP-SEQ
                   ALTERNATE RECORD KEY IS EP-ID-ALUNO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EP-CODIGO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-EMP
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
               SELECT CART-FILE
               ASSIGN TO
                   WS-PATH-CARTEIRAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CAR
                   .
               SELECT CADASTRO-PF-FILE
               ASSIGN TO
                   WS-PATH-CADASTRO-PF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
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
       FD ACERVO-FILE
       DATA RECORD IS ACERVO-LINHA.
           COPY ACERVO_DADOS.
       FD EMPRESTIMO-FILE
       DATA RECORD IS EMPRESTIMO-LINHA.
           COPY EMPRESTIMO_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD CART-FILE
       DATA RECORD IS CART-LINHA.
           COPY CARTEIRA_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
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
       77 WS-FS-ACV                PIC 99.
          88 FS-ACV-OK             VALUE 0.
       77 WS-FS-EMP                PIC 99.
          88 FS-EMP-OK             VALUE 0.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-CAR                PIC 99.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'BIBLIOTECA'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-RESPOSTA              PIC X.
       77 WS-CONFIRMA              PIC X.
       77 WS-ACV-ABERTO            PIC X VALUE 'N'.
          88 ACV-ABERTO            VALUE 'S' FALSE 'N'.
       77 WS-ALU-ABERTO            PIC X VALUE 'N'.
          88 ALU-ABERTO            VALUE 'S' FALSE 'N'.
      * Parametros da biblioteca (PARAMBIB).
       77 WS-PAR-BIB-LIMITE        PIC 9(02).
       77 WS-PAR-BIB-PRAZO         PIC 9(03).
      * Aluno identificado no balcao.
       77 WS-CARTEIRA              PIC 9(06).
       77 WS-NOME-CARTAO           PIC X(30).
       77 WS-VIA-CARTAO            PIC 9(02).
       77 WS-VIA-MAIOR             PIC 9(02).
       77 WS-CARTAO-DEVOLVIDO      PIC X VALUE 'N'.
          88 CARTAO-DEVOLVIDO-OK   VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO              PIC 9(06).
       77 WS-NOME-ALUNO            PIC X(30).
       77 WS-TURMA-ALUNO           PIC X(10).
       77 WS-CONT-ABERTOS          PIC 9(03).
       77 WS-CONT-ATRASADOS        PIC 9(03).
      * Livro.
       77 WS-CODIGO                PIC 9(06).
       77 WS-DISPONIVEIS           PIC 9(03).
       77 WS-PROX-SEQ              PIC 9(07).
      * Datas: prevista calculada e dias de atraso.
       77 WS-DIAS-INT              PIC 9(08).
       77 WS-DATA-PREVISTA-N       PIC 9(08).
       77 WS-DATA-PREVISTA         PIC X(10).
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DATA-NUM REDEFINES WS-DATA-NUM-X
                                   PIC 9(08).
       77 WS-DIAS-ATRASO           PIC 9(05).
       77 WS-TENTATIVAS            PIC 9(02).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
      * Relatorios: emprestimos em aberto agrupados por turma ou
      * por responsavel, no molde das cartas do CARTAFREQ.
       77 WS-QTD-PEND              PIC 9(03) VALUE 0.
       01 WS-PEND-TAB.
           05 WS-PEND-ENTRY OCCURS 500 TIMES.
               10 PD-GRUPO         PIC X(10).
               10 PD-RESP          PIC 9(06).
               10 PD-NOME          PIC X(30).
               10 PD-TITULO        PIC X(40).
               10 PD-PREVISTA      PIC X(10).
               10 PD-ATRASO        PIC 9(05).
               10 PD-IMPRESSO      PIC X.
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-GRP               PIC 9(03).
       77 WS-GRUPO-ATUAL           PIC X(10).
       77 WS-RESP-ATUAL            PIC 9(06).
       77 WS-NOME-RESP             PIC X(31).
       77 WS-FONE-RESP             PIC X(16).
       77 WS-CONT-RELATORIO        PIC 9(04).
       77 WS-TIPO-LISTA            PIC X.
          88 LISTA-POR-TURMA       VALUE 'T'.
          88 LISTA-POR-FAMILIA     VALUE 'F'.
      * Auditoria da baixa por perda.
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'BIBPERDA'.
       77 WS-AUD-ID                PIC 9(06).
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'BIBLIOTECA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            CALL 'PARAMBIB' USING WS-PAR-BIB-LIMITE WS-PAR-BIB-PRAZO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** BIBLIOTECA ****'
            DISPLAY '1 - CADASTRAR/ALTERAR LIVRO'
            DISPLAY '2 - CONSULTAR ACERVO'
            DISPLAY '3 - EMPRESTIMO'
            DISPLAY '4 - DEVOLUCAO'
            DISPLAY '5 - BAIXA DE LIVRO PERDIDO'
            DISPLAY '6 - ATRASADOS DO DIA POR TURMA'
            DISPLAY '7 - LIVROS NAO DEVOLVIDOS POR FAMILIA'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CATALOGO
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-EMPRESTIMO
                WHEN '4'
                    MOVE 'D' TO WS-RESPOSTA
                    PERFORM P400-DEVOLUCAO
                WHEN '5'
                    PERFORM P060-CHECA-FUNCAO
                    IF PM-PERMITIDO
                        MOVE 'P' TO WS-RESPOSTA
                        PERFORM P400-DEVOLUCAO
                    END-IF
                WHEN '6'
                    SET LISTA-POR-TURMA TO TRUE
                    PERFORM P600-PENDENCIAS
                WHEN '7'
                    SET LISTA-POR-FAMILIA TO TRUE
                    PERFORM P600-PENDENCIAS
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
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
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            .

       P060-CHECA-FUNCAO.
      * Catalogo e baixa por perda sao funcao propria na matriz.
            MOVE 'CADASTRO' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            .

       P070-ABRE-ACERVO.
            OPEN I-O ACERVO-FILE
            IF WS-FS-ACV = 35
                OPEN OUTPUT ACERVO-FILE
                CLOSE ACERVO-FILE
                OPEN I-O ACERVO-FILE
            END-IF
            IF NOT FS-ACV-OK
                CALL 'FSMSG' USING WS-FS-ACV WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O ACERVO --> COD '
                        WS-FS-ACV ': ' WS-FS-MSG
            END-IF
            .

       P075-ABRE-EMPRESTIMOS.
            OPEN I-O EMPRESTIMO-FILE
            IF WS-FS-EMP = 35
                OPEN OUTPUT EMPRESTIMO-FILE
                CLOSE EMPRESTIMO-FILE
                OPEN I-O EMPRESTIMO-FILE
            END-IF
            IF NOT FS-EMP-OK
                CALL 'FSMSG' USING WS-FS-EMP WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR OS EMPRESTIMOS --> COD '
                        WS-FS-EMP ': ' WS-FS-MSG
            END-IF
            .

       P080-DIAS-ATRASO.
      * Dias corridos entre EP-DATA-PREVISTA e hoje (0 = no prazo).
            MOVE 0 TO WS-DIAS-ATRASO
            IF EP-DATA-PREVISTA NOT < WS-DATA-FORMAT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-DATA-NUM-X
            STRING EP-DATA-PREVISTA(1:4) DELIMITED BY SIZE
                   EP-DATA-PREVISTA(6:2) DELIMITED BY SIZE
                   EP-DATA-PREVISTA(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DIAS-ATRASO =
                FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
              - FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            .

       P100-CATALOGO.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            PERFORM P070-ABRE-ACERVO
            IF NOT FS-ACV-OK
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DO LIVRO (TOMBO): '
                ACCEPT WS-CODIGO
            IF WS-CODIGO = 0
                DISPLAY 'CODIGO INVALIDO'
                CLOSE ACERVO-FILE
                EXIT PARAGRAPH
            END-IF
            SET ACHOU-OK TO FALSE
            MOVE WS-CODIGO TO BI-CODIGO
            READ ACERVO-FILE
                KEY IS BI-CODIGO
                INVALID KEY
                    INITIALIZE ACERVO-LINHA
                    MOVE WS-CODIGO TO BI-CODIGO
                    DISPLAY 'LIVRO NOVO'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
                    DISPLAY 'ATUAL: ' FUNCTION TRIM(BI-TITULO) ' / '
                            FUNCTION TRIM(BI-AUTOR) ' - EXEMPLARES '
                            BI-EXEMPLARES ' EMPRESTADOS '
                            BI-EMPRESTADOS ' ESTANTE ' BI-LOCAL
            END-READ
            DISPLAY 'TITULO: '
                ACCEPT BI-TITULO
            DISPLAY 'AUTOR: '
                ACCEPT BI-AUTOR
            DISPLAY 'QUANTIDADE DE EXEMPLARES: '
                ACCEPT BI-EXEMPLARES
            DISPLAY 'LOCALIZACAO (ESTANTE/PRATELEIRA): '
                ACCEPT BI-LOCAL
            IF BI-TITULO = SPACES
                DISPLAY 'TITULO OBRIGATORIO'
                CLOSE ACERVO-FILE
                EXIT PARAGRAPH
            END-IF
            IF BI-EXEMPLARES < BI-EMPRESTADOS
                DISPLAY 'HA ' BI-EMPRESTADOS ' EXEMPLARES EMPRESTADOS'
                        ' - QUANTIDADE NAO PODE SER MENOR'
                CLOSE ACERVO-FILE
                EXIT PARAGRAPH
            END-IF
            IF ACHOU-OK
                REWRITE ACERVO-LINHA
            ELSE
                WRITE ACERVO-LINHA
            END-IF
            IF FS-ACV-OK
                DISPLAY 'LIVRO ' BI-CODIGO ' GRAVADO'
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-ACV
            END-IF
            CLOSE ACERVO-FILE
            .

       P200-CONSULTA.
            OPEN INPUT ACERVO-FILE
            IF NOT FS-ACV-OK
                DISPLAY 'ACERVO VAZIO'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ACERVO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-DISPONIVEIS =
                            BI-EXEMPLARES - BI-EMPRESTADOS
                        DISPLAY BI-CODIGO ' ' BI-TITULO ' '
                                BI-LOCAL ' DISP ' WS-DISPONIVEIS
                                '/' BI-EXEMPLARES
                END-READ
            END-PERFORM
            CLOSE ACERVO-FILE
            .

       P250-IDENTIFICA-ALUNO.
      * Codigo de barras da carteirinha -> nome (ultima via) ->
      * AL-ID no cadastro mestre. Sem carteirinha, o AL-ID digitado.
            SET ACHOU-OK TO FALSE
            MOVE 0 TO WS-ID-ALUNO
            DISPLAY 'CARTEIRINHA (LEITOR; 0 = INFORMAR O AL-ID): '
                ACCEPT WS-CARTEIRA
            IF WS-CARTEIRA = 0
                DISPLAY 'AL-ID DO ALUNO: '
                    ACCEPT WS-ID-ALUNO
            ELSE
                PERFORM P260-LE-CARTEIRA
                IF WS-NOME-CARTAO = SPACES
                    DISPLAY 'CARTEIRINHA NAO ENCONTRADA'
                    EXIT PARAGRAPH
                END-IF
                IF CARTAO-DEVOLVIDO-OK
                    DISPLAY 'CARTEIRINHA DEVOLVIDA OU CANCELADA NA '
                            'SAIDA DO ALUNO - RECOLHER'
                    EXIT PARAGRAPH
                END-IF
                IF WS-VIA-CARTAO < WS-VIA-MAIOR
                    DISPLAY 'CARTEIRINHA SUBSTITUIDA POR SEGUNDA VIA'
                            ' - RECOLHER'
                    EXIT PARAGRAPH
                END-IF
            END-IF

            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            IF WS-CARTEIRA = 0
                MOVE WS-ID-ALUNO TO AL-ID
                READ ALUNOS-FILE
                    KEY IS AL-ID
                    INVALID KEY
                        DISPLAY 'ALUNO NAO CADASTRADO'
                    NOT INVALID KEY
                        SET ACHOU-OK TO TRUE
                END-READ
            ELSE
                MOVE WS-NOME-CARTAO TO AL-NOME
                READ ALUNOS-FILE
                    KEY IS AL-NOME
                    INVALID KEY
                        DISPLAY 'ALUNO DA CARTEIRINHA FORA DO CADASTRO'
                                ' MESTRE (ALUMAN)'
                    NOT INVALID KEY
                        SET ACHOU-OK TO TRUE
                END-READ
            END-IF
            CLOSE ALUNOS-FILE
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            MOVE AL-ID    TO WS-ID-ALUNO
            MOVE AL-NOME  TO WS-NOME-ALUNO
            MOVE AL-TURMA TO WS-TURMA-ALUNO
            DISPLAY 'ALUNO: ' WS-ID-ALUNO ' ' FUNCTION TRIM(AL-NOME)
                    ' TURMA ' AL-TURMA
            IF AL-ATIVO = 'N'
                DISPLAY 'ALUNO INATIVO NO CADASTRO MESTRE'
            END-IF
            .

       P260-LE-CARTEIRA.
            MOVE SPACES TO WS-NOME-CARTAO
            MOVE 0 TO WS-VIA-CARTAO WS-VIA-MAIOR
            SET CARTAO-DEVOLVIDO-OK TO FALSE
            OPEN INPUT CART-FILE
            IF WS-FS-CAR <> 0
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CART-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CR-NUM = WS-CARTEIRA
                            MOVE CR-NOME TO WS-NOME-CARTAO
                            MOVE CR-VIA  TO WS-VIA-CARTAO
                            IF CR-DEVOLUCAO OR CR-CANCELADA
                                SET CARTAO-DEVOLVIDO-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CART-FILE
            IF WS-NOME-CARTAO = SPACES
                EXIT PARAGRAPH
            END-IF
      * Segunda passada: maior via emitida para o mesmo aluno.
            OPEN INPUT CART-FILE
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CART-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CR-NOME = WS-NOME-CARTAO
                           AND CR-VIA > WS-VIA-MAIOR
                            MOVE CR-VIA TO WS-VIA-MAIOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CART-FILE
            .

       P270-CONTA-ABERTOS.
      * Emprestimos em aberto e atrasados do aluno WS-ID-ALUNO;
      * com DISPLAY de cada um. Arquivo ja aberto.
            MOVE 0 TO WS-CONT-ABERTOS WS-CONT-ATRASADOS
            SET EOF-OK TO FALSE
            MOVE WS-ID-ALUNO TO EP-ID-ALUNO
            START EMPRESTIMO-FILE KEY IS EQUAL EP-ID-ALUNO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EP-ID-ALUNO NOT = WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF EP-ABERTO
                                ADD 1 TO WS-CONT-ABERTOS
                                PERFORM P080-DIAS-ATRASO
                                IF WS-DIAS-ATRASO > 0
                                    ADD 1 TO WS-CONT-ATRASADOS
                                END-IF
                                DISPLAY '  LIVRO ' EP-CODIGO
                                        ' DEVOLVER ATE '
                                        EP-DATA-PREVISTA
                                        ' ATRASO ' WS-DIAS-ATRASO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P300-EMPRESTIMO.
            PERFORM P250-IDENTIFICA-ALUNO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            IF AL-ATIVO = 'N'
                DISPLAY 'EMPRESTIMO RECUSADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P075-ABRE-EMPRESTIMOS
            IF NOT FS-EMP-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P270-CONTA-ABERTOS
            IF WS-CONT-ATRASADOS > 0
                DISPLAY 'ALUNO COM ' WS-CONT-ATRASADOS
                        ' LIVRO(S) ATRASADO(S) - DEVOLVER ANTES DE '
                        'LEVAR OUTRO'
                CLOSE EMPRESTIMO-FILE
                EXIT PARAGRAPH
            END-IF
            IF WS-CONT-ABERTOS >= WS-PAR-BIB-LIMITE
                DISPLAY 'LIMITE DE ' WS-PAR-BIB-LIMITE
                        ' LIVROS POR ALUNO JA ATINGIDO'
                CLOSE EMPRESTIMO-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P070-ABRE-ACERVO
            IF NOT FS-ACV-OK
                CLOSE EMPRESTIMO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DO LIVRO (ETIQUETA): '
                ACCEPT WS-CODIGO
            MOVE WS-CODIGO TO BI-CODIGO
            READ ACERVO-FILE
                KEY IS BI-CODIGO
                INVALID KEY
                    DISPLAY 'LIVRO NAO CATALOGADO'
                    CLOSE ACERVO-FILE EMPRESTIMO-FILE
                    EXIT PARAGRAPH
            END-READ
            IF BI-EMPRESTADOS >= BI-EXEMPLARES
                DISPLAY 'NENHUM EXEMPLAR DISPONIVEL DE '
                        FUNCTION TRIM(BI-TITULO)
                CLOSE ACERVO-FILE EMPRESTIMO-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P350-CALCULA-PREVISTA
            PERFORM P360-PROXIMA-SEQUENCIA
            MOVE WS-PROX-SEQ       TO EP-SEQ
            MOVE WS-ID-ALUNO       TO EP-ID-ALUNO
            MOVE WS-CODIGO         TO EP-CODIGO
            MOVE WS-CARTEIRA       TO EP-CARTEIRA
            MOVE WS-DATA-FORMAT    TO EP-DATA-EMPRESTIMO
            MOVE WS-DATA-PREVISTA  TO EP-DATA-PREVISTA
            MOVE SPACES            TO EP-DATA-DEVOLUCAO
            MOVE 'A'               TO EP-SITUACAO
            MOVE WS-OPERADOR-ATUAL TO EP-OPERADOR
            WRITE EMPRESTIMO-LINHA
            IF FS-EMP-OK
                ADD 1 TO BI-EMPRESTADOS
                REWRITE ACERVO-LINHA
                DISPLAY 'EMPRESTADO: ' FUNCTION TRIM(BI-TITULO)
                DISPLAY 'DEVOLVER ATE ' WS-DATA-PREVISTA
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-EMP
            END-IF
            CLOSE ACERVO-FILE EMPRESTIMO-FILE
            .

       P350-CALCULA-PREVISTA.
      * Hoje + prazo; caindo em dia sem aula, o proximo letivo.
            COMPUTE WS-DIAS-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
              + WS-PAR-BIB-PRAZO
            MOVE 0 TO WS-TENTATIVAS
            MOVE 'N' TO WS-DV-LETIVO
            PERFORM UNTIL WS-DV-LETIVO = 'S' OR WS-TENTATIVAS > 30
                COMPUTE WS-DATA-PREVISTA-N =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
                CALL 'DATAFMT' USING WS-DATA-PREVISTA-N
                                     WS-DATA-PREVISTA
                CALL 'DIALETIVO' USING WS-DATA-PREVISTA WS-DV-LETIVO
                                       WS-DV-TIPO WS-DV-DIA-GRADE
                                       WS-DV-DESCRICAO
                IF WS-DV-LETIVO NOT = 'S'
                    ADD 1 TO WS-DIAS-INT
                END-IF
                ADD 1 TO WS-TENTATIVAS
            END-PERFORM
            .

       P360-PROXIMA-SEQUENCIA.
            MOVE 1 TO WS-PROX-SEQ
            SET EOF-OK TO FALSE
            MOVE 0 TO EP-SEQ
            START EMPRESTIMO-FILE KEY IS NOT LESS EP-SEQ
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-PROX-SEQ = EP-SEQ + 1
                END-READ
            END-PERFORM
            .

       P400-DEVOLUCAO.
      * WS-RESPOSTA: D devolucao, P baixa por perda.
            PERFORM P250-IDENTIFICA-ALUNO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P075-ABRE-EMPRESTIMOS
            IF NOT FS-EMP-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P270-CONTA-ABERTOS
            IF WS-CONT-ABERTOS = 0
                DISPLAY 'ALUNO SEM LIVROS EMPRESTADOS'
                CLOSE EMPRESTIMO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DO LIVRO (ETIQUETA): '
                ACCEPT WS-CODIGO

            SET ACHOU-OK TO FALSE
            SET EOF-OK TO FALSE
            MOVE WS-ID-ALUNO TO EP-ID-ALUNO
            START EMPRESTIMO-FILE KEY IS EQUAL EP-ID-ALUNO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR ACHOU-OK
                READ EMPRESTIMO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EP-ID-ALUNO NOT = WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF EP-ABERTO AND EP-CODIGO = WS-CODIGO
                                SET ACHOU-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF NOT ACHOU-OK
                DISPLAY 'ESTE LIVRO NAO ESTA EMPRESTADO AO ALUNO'
                CLOSE EMPRESTIMO-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P080-DIAS-ATRASO
            IF WS-RESPOSTA = 'P'
                DISPLAY 'CONFIRMA A BAIXA DO EXEMPLAR COMO PERDIDO ? '
                        'S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    CLOSE EMPRESTIMO-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE WS-RESPOSTA       TO EP-SITUACAO
            MOVE WS-DATA-FORMAT    TO EP-DATA-DEVOLUCAO
            MOVE WS-OPERADOR-ATUAL TO EP-OPERADOR
            REWRITE EMPRESTIMO-LINHA
            IF NOT FS-EMP-OK
                DISPLAY 'ERRO AO REGRAVAR --> COD ' WS-FS-EMP
                CLOSE EMPRESTIMO-FILE
                EXIT PARAGRAPH
            END-IF
            CLOSE EMPRESTIMO-FILE

      * O exemplar volta para a estante; perdido sai do acervo.
            PERFORM P070-ABRE-ACERVO
            IF NOT FS-ACV-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CODIGO TO BI-CODIGO
            READ ACERVO-FILE
                KEY IS BI-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-AUD-ANTES
                    STRING BI-CODIGO DELIMITED BY SIZE
                           ' EXEMPLARES ' DELIMITED BY SIZE
                           BI-EXEMPLARES DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
                    IF BI-EMPRESTADOS > 0
                        SUBTRACT 1 FROM BI-EMPRESTADOS
                    END-IF
                    IF WS-RESPOSTA = 'P' AND BI-EXEMPLARES > 0
                        SUBTRACT 1 FROM BI-EXEMPLARES
                    END-IF
                    REWRITE ACERVO-LINHA
            END-READ
            CLOSE ACERVO-FILE
            IF WS-RESPOSTA = 'P'
                MOVE SPACES TO WS-AUD-DEPOIS
                STRING WS-CODIGO DELIMITED BY SIZE
                       ' EXEMPLARES ' DELIMITED BY SIZE
                       BI-EXEMPLARES DELIMITED BY SIZE
                       ' PERDIDO' DELIMITED BY SIZE
                    INTO WS-AUD-DEPOIS
                MOVE WS-ID-ALUNO TO WS-AUD-ID
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                       WS-AUD-ANTES WS-AUD-DEPOIS
                DISPLAY 'EXEMPLAR BAIXADO COMO PERDIDO'
            ELSE
                DISPLAY 'DEVOLVIDO'
                IF WS-DIAS-ATRASO > 0
                    DISPLAY 'ENTREGUE COM ' WS-DIAS-ATRASO
                            ' DIA(S) DE ATRASO'
                END-IF
            END-IF
            .

       P600-PENDENCIAS.
      * T: atrasados de hoje por turma; F: tudo em aberto por
      * familia (responsavel), para o fechamento do ano.
            MOVE 0 TO WS-QTD-PEND
            OPEN INPUT EMPRESTIMO-FILE
            IF NOT FS-EMP-OK
                DISPLAY 'NENHUM EMPRESTIMO REGISTRADO'
                EXIT PARAGRAPH
            END-IF
            SET ACV-ABERTO TO FALSE
            SET ALU-ABERTO TO FALSE
            OPEN INPUT ACERVO-FILE
            IF FS-ACV-OK
                SET ACV-ABERTO TO TRUE
            END-IF
            OPEN INPUT ALUNOS-FILE
            IF FS-ALU-OK
                SET ALU-ABERTO TO TRUE
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EP-ABERTO
                            PERFORM P080-DIAS-ATRASO
                            IF LISTA-POR-FAMILIA
                               OR WS-DIAS-ATRASO > 0
                                PERFORM P610-GUARDA-PENDENCIA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESTIMO-FILE
            IF ACV-ABERTO
                CLOSE ACERVO-FILE
            END-IF
            IF ALU-ABERTO
                CLOSE ALUNOS-FILE
            END-IF

            PERFORM P085-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            IF LISTA-POR-TURMA
                STRING 'BIBLIOTECA - LIVROS ATRASADOS POR TURMA EM '
                            DELIMITED BY SIZE
                       WS-DATA-FORMAT DELIMITED BY SIZE
                    INTO REL-LINHA
            ELSE
                STRING 'BIBLIOTECA - LIVROS NAO DEVOLVIDOS POR '
                            DELIMITED BY SIZE
                       'FAMILIA - POSICAO DE ' DELIMITED BY SIZE
                       WS-DATA-FORMAT DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE 0 TO WS-CONT-RELATORIO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PEND
                IF PD-IMPRESSO(WS-IDX) NOT = 'S'
                    MOVE PD-GRUPO(WS-IDX) TO WS-GRUPO-ATUAL
                    MOVE PD-RESP(WS-IDX)  TO WS-RESP-ATUAL
                    PERFORM P630-BLOCO-GRUPO
                END-IF
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'LIVROS LISTADOS: ' DELIMITED BY SIZE
                   WS-CONT-RELATORIO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'LIVROS LISTADOS: ' WS-CONT-RELATORIO
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P085-ABRE-SPOOL.
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

       P610-GUARDA-PENDENCIA.
            IF WS-QTD-PEND >= 500
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-PEND
            MOVE 'SEM TURMA'        TO PD-GRUPO(WS-QTD-PEND)
            MOVE 0                  TO PD-RESP(WS-QTD-PEND)
            MOVE 'ALUNO FORA DO CADASTRO MESTRE'
                                    TO PD-NOME(WS-QTD-PEND)
            MOVE 'LIVRO FORA DO CATALOGO'
                                    TO PD-TITULO(WS-QTD-PEND)
            MOVE EP-DATA-PREVISTA   TO PD-PREVISTA(WS-QTD-PEND)
            MOVE WS-DIAS-ATRASO     TO PD-ATRASO(WS-QTD-PEND)
            MOVE 'N'                TO PD-IMPRESSO(WS-QTD-PEND)
            IF ALU-ABERTO
                MOVE EP-ID-ALUNO TO AL-ID
                READ ALUNOS-FILE
                    KEY IS AL-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE AL-NOME  TO PD-NOME(WS-QTD-PEND)
                        MOVE AL-TURMA TO PD-GRUPO(WS-QTD-PEND)
                        MOVE AL-ID-RESPONSAVEL
                                      TO PD-RESP(WS-QTD-PEND)
                END-READ
            END-IF
            IF ACV-ABERTO
                MOVE EP-CODIGO TO BI-CODIGO
                READ ACERVO-FILE
                    KEY IS BI-CODIGO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE BI-TITULO TO PD-TITULO(WS-QTD-PEND)
                END-READ
            END-IF
            .

       P630-BLOCO-GRUPO.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF LISTA-POR-TURMA
                STRING 'TURMA ' DELIMITED BY SIZE
                       WS-GRUPO-ATUAL DELIMITED BY SIZE
                    INTO REL-LINHA
            ELSE
                PERFORM P640-DADOS-RESP
                STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                       WS-RESP-ATUAL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOME-RESP) DELIMITED BY SIZE
                       '  FONE ' DELIMITED BY SIZE
                       WS-FONE-RESP DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-GRP FROM WS-IDX BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-PEND
                IF PD-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                   AND ((LISTA-POR-TURMA
                         AND PD-GRUPO(WS-IDX-GRP) = WS-GRUPO-ATUAL)
                    OR  (LISTA-POR-FAMILIA
                         AND PD-RESP(WS-IDX-GRP) = WS-RESP-ATUAL))
                    MOVE 'S' TO PD-IMPRESSO(WS-IDX-GRP)
                    ADD 1 TO WS-CONT-RELATORIO
                    MOVE SPACES TO REL-LINHA
                    MOVE PD-NOME(WS-IDX-GRP)     TO REL-LINHA(3:30)
                    MOVE PD-TITULO(WS-IDX-GRP)   TO REL-LINHA(34:40)
                    MOVE PD-PREVISTA(WS-IDX-GRP) TO REL-LINHA(75:10)
                    IF PD-ATRASO(WS-IDX-GRP) > 0
                        MOVE PD-ATRASO(WS-IDX-GRP) TO REL-LINHA(86:5)
                        MOVE 'DIAS' TO REL-LINHA(92:4)
                    END-IF
                    WRITE REL-LINHA
                END-IF
            END-PERFORM
            .

       P640-DADOS-RESP.
            MOVE 'SEM RESPONSAVEL CADASTRADO' TO WS-NOME-RESP
            MOVE SPACES TO WS-FONE-RESP
            IF WS-RESP-ATUAL = 0
                EXIT PARAGRAPH
            END-IF
            MOVE 'RESPONSAVEL NAO ENCONTRADO' TO WS-NOME-RESP
            OPEN INPUT CADASTRO-PF-FILE
            IF NOT FS-PF-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-RESP-ATUAL TO F-ID-PF
            READ CADASTRO-PF-FILE
                KEY IS F-ID-PF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-NOME-RESP
                    STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-SEGUNDO-NOME)
                                DELIMITED BY SIZE
                        INTO WS-NOME-RESP
                    STRING '(' DELIMITED BY SIZE
                           F-DDD DELIMITED BY SIZE
                           ') ' DELIMITED BY SIZE
                           F-PREFIXO DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           F-SUFIXO DELIMITED BY SIZE
                        INTO WS-FONE-RESP
            END-READ
            CLOSE CADASTRO-PF-FILE
            .
