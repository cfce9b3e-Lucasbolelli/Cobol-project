      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: PASSEIOS E EVENTOS FORA DA ESCOLA COM AUTORIZACAO DO
      *          RESPONSAVEL. CADASTRA O PASSEIO (DATA, DESTINO,
      *          TURMAS E CUSTO POR ALUNO) EM PASSEIOS.DAT, IMPRIME
      *          UMA AUTORIZACAO POR ALUNO ENDERECADA AO RESPONSAVEL
      *          DO CADASTROPF.DAT - GERANDO A LISTA DO PASSEIO EM
      *          PASSAUT.DAT -, RECEBE AS AUTORIZACOES DEVOLVIDAS
      *          (SIM OU NAO) E, NO DIA, IMPRIME A LISTA DE QUEM VAI
      *          (SO OS AUTORIZADOS, COM OS ALERTAS MEDICOS E OS
      *          CONTATOS DE EMERGENCIA DO SAUDEALUNO.DAT) E A LISTA
      *          DE QUEM FICA NA ESCOLA (NAO AUTORIZADOS E SEM
      *          AUTORIZACAO DEVOLVIDA). CADASTRAR E LANCAR SAO A
      *          FUNCAO CADASTRO DA MATRIZ DE PERMISSOES. OS ALERTAS
      *          MEDICOS SAEM CONFORME O PERFIL (SIGILO): POR
      *          EXTENSO, COM REGISTRO NO LOG LGPD, OU MASCARADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSEIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PASSEIO-FILE
               ASSIGN TO
                   WS-PATH-PASSEIOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PS-CODIGO
                   FILE STATUS IS WS-FS-PAS
                   .
               SELECT PASSAUT-FILE
               ASSIGN TO
                   WS-PATH-PASSAUT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AP-CHAVE
                   FILE STATUS IS WS-FS-AUT
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
               SELECT SAUDE-FILE
               ASSIGN TO
                   WS-PATH-SAUDE-ALUNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SA-NOME
                   FILE STATUS IS WS-FS-SAU
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
       FD PASSEIO-FILE
       DATA RECORD IS PASSEIO-LINHA.
           COPY PASSEIO_DADOS.
       FD PASSAUT-FILE
       DATA RECORD IS PASSAUT-LINHA.
           COPY PASSAUT_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD SAUDE-FILE
       DATA RECORD IS SAUDE-ALUNO-LINHA.
           COPY SAUDEALUNO_DADOS.
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
       77 WS-FS-PAS                PIC 99.
          88 FS-PAS-OK             VALUE 0.
       77 WS-FS-AUT                PIC 99.
          88 FS-AUT-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-SAU                PIC 99.
          88 FS-SAU-OK             VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'PASSEIO'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Passeio escolhido.
       77 WS-CODIGO                PIC 9(04).
       77 WS-PROX-CODIGO           PIC 9(04).
       77 WS-DATA                  PIC X(10).
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DESTINO               PIC X(40).
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-CUSTO                 PIC 9(05)V99.
       77 WS-CUSTO-EDIT            PIC Z(4)9.99.
       77 WS-IDX-TUR               PIC 9.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-TURMA-OK              PIC X VALUE 'N'.
          88 TURMA-OK              VALUE 'S' FALSE 'N'.
       77 WS-RESPOSTA              PIC X.
      * Alunos distintos das turmas do passeio.
       77 WS-QTD-ALUNOS            PIC 9(03) VALUE 0.
       01 WS-ALUNO-TAB.
           05 WS-ALUNO-ENTRY OCCURS 300 TIMES.
               10 PT-NOME          PIC X(30).
               10 PT-TURMA         PIC X(10).
               10 PT-ID            PIC 9(06).
               10 PT-RESP          PIC 9(06).
       77 WS-IDX                   PIC 9(03).
      * Responsavel do aluno.
       77 WS-RESP-ATUAL            PIC 9(06).
       77 WS-NOME-RESP             PIC X(31).
       77 WS-FONE-RESP             PIC X(16).
       77 WS-ENDERECO-RESP         PIC X(80).
      * Contadores.
       77 WS-CONT-NOVOS            PIC 9(03).
       77 WS-CONT-LISTA            PIC 9(03).
       77 WS-CONT-SIM              PIC 9(03).
       77 WS-CONT-NAO              PIC 9(03).
       77 WS-CONT-SEM              PIC 9(03).
       77 WS-CONT-SEM-FICHA        PIC 9(03).
      * Alertas medicos cifrados e exibidos conforme o perfil
      * (SIGILO).
       77 WS-SG-ACAO               PIC X.
       77 WS-SG-TIPO               PIC X VALUE 'S'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-RESULTADO          PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PASSEIO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** PASSEIOS E AUTORIZACOES ****'
            DISPLAY '1 - CADASTRAR/ALTERAR PASSEIO'
            DISPLAY '2 - LISTAR PASSEIOS'
            DISPLAY '3 - IMPRIMIR AUTORIZACOES'
            DISPLAY '4 - LANCAR AUTORIZACOES DEVOLVIDAS'
            DISPLAY '5 - LISTA DO DIA (ALUNOS AUTORIZADOS)'
            DISPLAY '6 - ALUNOS QUE FICAM NA ESCOLA'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CADASTRA
                WHEN '2'
                    PERFORM P200-LISTA
                WHEN '3'
                    PERFORM P300-AUTORIZACOES
                WHEN '4'
                    PERFORM P400-LANCA
                WHEN '5'
                    PERFORM P500-LISTA-DO-DIA
                WHEN '6'
                    PERFORM P600-FICAM
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

       P050-LE-PASSEIO.
      * Le o passeio WS-CODIGO para PASSEIO-LINHA.
            SET ACHOU-OK TO FALSE
            OPEN INPUT PASSEIO-FILE
            IF NOT FS-PAS-OK
                DISPLAY 'NENHUM PASSEIO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CODIGO TO PS-CODIGO
            READ PASSEIO-FILE
                KEY IS PS-CODIGO
                INVALID KEY
                    DISPLAY 'PASSEIO NAO CADASTRADO'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            CLOSE PASSEIO-FILE
            .

       P060-CHECA-FUNCAO.
      * Cadastrar e lancar sao funcao propria na matriz.
            MOVE 'CADASTRO' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            .

       P075-ABRE-AUTORIZACOES.
            OPEN I-O PASSAUT-FILE
            IF WS-FS-AUT = 35
                OPEN OUTPUT PASSAUT-FILE
                CLOSE PASSAUT-FILE
                OPEN I-O PASSAUT-FILE
            END-IF
            IF NOT FS-AUT-OK
                CALL 'FSMSG' USING WS-FS-AUT WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR AS AUTORIZACOES --> COD '
                        WS-FS-AUT ': ' WS-FS-MSG
            END-IF
            .

       P080-DADOS-RESP.
      * Nome, telefone e endereco do responsavel de WS-RESP-ATUAL.
            MOVE 'SEM RESPONSAVEL CADASTRADO' TO WS-NOME-RESP
            MOVE SPACES TO WS-FONE-RESP WS-ENDERECO-RESP
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
                    STRING FUNCTION TRIM(F-RUA) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-BAIRRO) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-CIDADE) DELIMITED BY SIZE
                           ' CEP ' DELIMITED BY SIZE
                           F-CEP-1 DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           F-CEP-2 DELIMITED BY SIZE
                        INTO WS-ENDERECO-RESP
            END-READ
            CLOSE CADASTRO-PF-FILE
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

       P090-CABECALHO.
            MOVE PS-CUSTO TO WS-CUSTO-EDIT
            MOVE SPACES TO REL-LINHA
            STRING 'PASSEIO ' DELIMITED BY SIZE
                   PS-CODIGO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(PS-DESTINO) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   PS-DATA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P100-CADASTRA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            OPEN I-O PASSEIO-FILE
            IF WS-FS-PAS = 35
                OPEN OUTPUT PASSEIO-FILE
                CLOSE PASSEIO-FILE
                OPEN I-O PASSEIO-FILE
            END-IF
            IF NOT FS-PAS-OK
                CALL 'FSMSG' USING WS-FS-PAS WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR OS PASSEIOS --> COD '
                        WS-FS-PAS ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DO PASSEIO (0 = NOVO): '
                ACCEPT WS-CODIGO
            IF WS-CODIGO = 0
                PERFORM P150-PROXIMO-CODIGO
                MOVE WS-PROX-CODIGO TO WS-CODIGO
                INITIALIZE PASSEIO-LINHA
                MOVE WS-CODIGO TO PS-CODIGO
                DISPLAY 'NOVO PASSEIO CODIGO ' WS-CODIGO
            ELSE
                MOVE WS-CODIGO TO PS-CODIGO
                READ PASSEIO-FILE
                    KEY IS PS-CODIGO
                    INVALID KEY
                        DISPLAY 'PASSEIO NAO CADASTRADO'
                        CLOSE PASSEIO-FILE
                        EXIT PARAGRAPH
                END-READ
                MOVE PS-CUSTO TO WS-CUSTO-EDIT
                DISPLAY 'ATUAL: ' PS-DATA ' ' FUNCTION TRIM(PS-DESTINO)
                        ' ANO ' PS-ANO ' CUSTO ' WS-CUSTO-EDIT
            END-IF

            DISPLAY 'DATA DO PASSEIO (AAAA/MM/DD): '
                ACCEPT WS-DATA
            MOVE SPACES TO WS-DATA-NUM-X
            STRING WS-DATA(1:4) DELIMITED BY SIZE
                   WS-DATA(6:2) DELIMITED BY SIZE
                   WS-DATA(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X NOT NUMERIC
                DISPLAY 'DATA INVALIDA - USE AAAA/MM/DD'
                CLOSE PASSEIO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DESTINO: '
                ACCEPT WS-DESTINO
            IF WS-DESTINO = SPACES
                DISPLAY 'DESTINO OBRIGATORIO'
                CLOSE PASSEIO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'CUSTO POR ALUNO (0 = GRATUITO): '
                ACCEPT WS-CUSTO
            MOVE WS-DATA     TO PS-DATA
            MOVE WS-DESTINO  TO PS-DESTINO
            MOVE WS-ANO      TO PS-ANO
            MOVE WS-CUSTO    TO PS-CUSTO
            DISPLAY 'TURMAS PARTICIPANTES (ATE 5, BRANCO ENCERRA):'
            MOVE SPACES TO PS-TURMA(1) PS-TURMA(2) PS-TURMA(3)
                           PS-TURMA(4) PS-TURMA(5)
            MOVE 1 TO WS-IDX-TUR
            MOVE 'X' TO WS-TURMA
            PERFORM UNTIL WS-IDX-TUR > 5 OR WS-TURMA = SPACES
                DISPLAY 'TURMA ' WS-IDX-TUR ': '
                    ACCEPT WS-TURMA
                MOVE WS-TURMA TO PS-TURMA(WS-IDX-TUR)
                ADD 1 TO WS-IDX-TUR
            END-PERFORM
            IF PS-TURMA(1) = SPACES
                DISPLAY 'INFORME AO MENOS UMA TURMA'
                CLOSE PASSEIO-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-OPERADOR-ATUAL TO PS-OPERADOR

            WRITE PASSEIO-LINHA
                INVALID KEY
                    REWRITE PASSEIO-LINHA
            END-WRITE
            IF FS-PAS-OK
                DISPLAY 'PASSEIO ' PS-CODIGO ' GRAVADO'
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-PAS
            END-IF
            CLOSE PASSEIO-FILE
            .

       P150-PROXIMO-CODIGO.
            MOVE 1 TO WS-PROX-CODIGO
            SET EOF-OK TO FALSE
            MOVE 0 TO PS-CODIGO
            START PASSEIO-FILE KEY IS NOT LESS PS-CODIGO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PASSEIO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-PROX-CODIGO = PS-CODIGO + 1
                END-READ
            END-PERFORM
            .

       P200-LISTA.
            DISPLAY 'ANO LETIVO/PERIODO (BRANCO = TODOS): '
                ACCEPT WS-ANO
            OPEN INPUT PASSEIO-FILE
            IF NOT FS-PAS-OK
                DISPLAY 'NENHUM PASSEIO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ PASSEIO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-ANO = SPACES OR PS-ANO = WS-ANO
                            MOVE PS-CUSTO TO WS-CUSTO-EDIT
                            DISPLAY PS-CODIGO ' ' PS-DATA ' '
                                    PS-DESTINO ' ' WS-CUSTO-EDIT
                            DISPLAY '     TURMAS: ' PS-TURMA(1) ' '
                                    PS-TURMA(2) ' ' PS-TURMA(3) ' '
                                    PS-TURMA(4) ' ' PS-TURMA(5)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PASSEIO-FILE
            .

       P300-AUTORIZACOES.
      * Uma autorizacao por aluno; a lista do passeio e gravada
      * junto (resposta ja lancada nao e apagada na reimpressao).
            DISPLAY 'CODIGO DO PASSEIO: '
                ACCEPT WS-CODIGO
            PERFORM P050-LE-PASSEIO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P310-CARREGA-ALUNOS
            IF WS-QTD-ALUNOS = 0
                DISPLAY 'NENHUM ALUNO DAS TURMAS NO BOLETIM'
                EXIT PARAGRAPH
            END-IF
            PERFORM P075-ABRE-AUTORIZACOES
            IF NOT FS-AUT-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P085-ABRE-SPOOL
            MOVE 0 TO WS-CONT-NOVOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                PERFORM P330-AUTORIZACAO-ALUNO
            END-PERFORM
            CLOSE PASSAUT-FILE
            CLOSE REPORT-FILE
            DISPLAY 'AUTORIZACOES IMPRESSAS: ' WS-QTD-ALUNOS
                    ' - NOVAS NA LISTA DO PASSEIO: ' WS-CONT-NOVOS
            DISPLAY 'AUTORIZACOES GRAVADAS EM: ' WS-PATH-RELATORIO
            .

       P310-CARREGA-ALUNOS.
            MOVE 0 TO WS-QTD-ALUNOS
            SET EOF-OK TO FALSE
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ BOLETIM
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-ANO-LETIVO = PS-ANO
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P312-TURMA-DO-PASSEIO
                            IF TURMA-OK
                                PERFORM P315-GUARDA-ALUNO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            .

       P312-TURMA-DO-PASSEIO.
            SET TURMA-OK TO FALSE
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > 5 OR TURMA-OK
                IF PS-TURMA(WS-IDX-TUR) NOT = SPACES
                   AND PS-TURMA(WS-IDX-TUR) = F-TURMA
                    SET TURMA-OK TO TRUE
                END-IF
            END-PERFORM
            .

       P315-GUARDA-ALUNO.
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-ALUNOS
                    OR PT-NOME(WS-IDX) = F-NOME
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX > WS-QTD-ALUNOS AND WS-QTD-ALUNOS < 300
                ADD 1 TO WS-QTD-ALUNOS
                MOVE F-NOME           TO PT-NOME(WS-QTD-ALUNOS)
                MOVE F-TURMA          TO PT-TURMA(WS-QTD-ALUNOS)
                MOVE F-ID             TO PT-ID(WS-QTD-ALUNOS)
                MOVE F-ID-RESPONSAVEL TO PT-RESP(WS-QTD-ALUNOS)
            END-IF
            .

       P330-AUTORIZACAO-ALUNO.
            MOVE PT-RESP(WS-IDX) TO WS-RESP-ATUAL
            PERFORM P080-DADOS-RESP
            MOVE ALL '-' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'AUTORIZACAO DE PASSEIO NO ' DELIMITED BY SIZE
                   PS-CODIGO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'A/C: ' DELIMITED BY SIZE
                   WS-NOME-RESP DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE WS-ENDERECO-RESP TO REL-LINHA(6:80)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'AUTORIZO O(A) ALUNO(A) ' DELIMITED BY SIZE
                   FUNCTION TRIM(PT-NOME(WS-IDX)) DELIMITED BY SIZE
                   ', TURMA ' DELIMITED BY SIZE
                   FUNCTION TRIM(PT-TURMA(WS-IDX)) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'A PARTICIPAR DO PASSEIO A ' DELIMITED BY SIZE
                   FUNCTION TRIM(PS-DESTINO) DELIMITED BY SIZE
                   ' NO DIA ' DELIMITED BY SIZE
                   PS-DATA DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF PS-CUSTO > 0
                MOVE PS-CUSTO TO WS-CUSTO-EDIT
                STRING 'CUSTO POR ALUNO: R$ ' DELIMITED BY SIZE
                       WS-CUSTO-EDIT DELIMITED BY SIZE
                    INTO REL-LINHA
            ELSE
                MOVE 'PASSEIO GRATUITO' TO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE '(  ) AUTORIZO        (  ) NAO AUTORIZO' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ASSINATURA DO RESPONSAVEL: '
              TO REL-LINHA
            MOVE '______________________________' TO REL-LINHA(28:30)
            MOVE 'DATA: ___/___/______' TO REL-LINHA(60:20)
            WRITE REL-LINHA

            MOVE WS-CODIGO       TO AP-CODIGO
            MOVE PT-NOME(WS-IDX) TO AP-NOME
            READ PASSAUT-FILE
                KEY IS AP-CHAVE
                INVALID KEY
                    MOVE PT-TURMA(WS-IDX) TO AP-TURMA
                    MOVE PT-ID(WS-IDX)    TO AP-ID
                    MOVE PT-RESP(WS-IDX)  TO AP-ID-RESP
                    MOVE SPACE            TO AP-RESPOSTA
                    MOVE SPACES           TO AP-DATA-RETORNO
                    MOVE SPACES           TO AP-OPERADOR
                    WRITE PASSAUT-LINHA
                    IF FS-AUT-OK
                        ADD 1 TO WS-CONT-NOVOS
                    END-IF
            END-READ
            .

       P400-LANCA.
      * Percorre a lista do passeio na ordem alfabetica.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DO PASSEIO: '
                ACCEPT WS-CODIGO
            PERFORM P050-LE-PASSEIO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P075-ABRE-AUTORIZACOES
            IF NOT FS-AUT-OK
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT-LISTA WS-CONT-SIM WS-CONT-NAO
                      WS-CONT-SEM
            SET EOF-OK TO FALSE
            MOVE WS-CODIGO  TO AP-CODIGO
            MOVE LOW-VALUES TO AP-NOME
            START PASSAUT-FILE KEY IS NOT LESS AP-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PASSAUT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AP-CODIGO NOT = WS-CODIGO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P450-LANCA-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PASSAUT-FILE
            IF WS-CONT-LISTA = 0
                DISPLAY 'LISTA DO PASSEIO VAZIA - IMPRIMA AS '
                        'AUTORIZACOES PRIMEIRO (OPCAO 3)'
            ELSE
                DISPLAY 'ALUNOS: ' WS-CONT-LISTA
                        ' - AUTORIZADOS: ' WS-CONT-SIM
                        ' - NAO AUTORIZADOS: ' WS-CONT-NAO
                        ' - SEM RETORNO: ' WS-CONT-SEM
            END-IF
            .

       P450-LANCA-ALUNO.
            ADD 1 TO WS-CONT-LISTA
            DISPLAY FUNCTION TRIM(AP-NOME) ' (' FUNCTION TRIM(AP-TURMA)
                    ') AUTORIZADO ? (S/N, ENTER MANTEM "'
                    AP-RESPOSTA '")'
                ACCEPT WS-RESPOSTA
            IF (WS-RESPOSTA = 'S' OR WS-RESPOSTA = 'N')
               AND WS-RESPOSTA NOT = AP-RESPOSTA
                MOVE WS-RESPOSTA       TO AP-RESPOSTA
                MOVE WS-DATA-FORMAT    TO AP-DATA-RETORNO
                MOVE WS-OPERADOR-ATUAL TO AP-OPERADOR
                REWRITE PASSAUT-LINHA
                IF NOT FS-AUT-OK
                    DISPLAY 'ERRO AO REGRAVAR --> COD ' WS-FS-AUT
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN AP-AUTORIZADO
                    ADD 1 TO WS-CONT-SIM
                WHEN AP-NEGADO
                    ADD 1 TO WS-CONT-NAO
                WHEN OTHER
                    ADD 1 TO WS-CONT-SEM
            END-EVALUATE
            .

       P500-LISTA-DO-DIA.
      * So vai quem tem autorizacao devolvida com SIM.
            DISPLAY 'CODIGO DO PASSEIO: '
                ACCEPT WS-CODIGO
            PERFORM P050-LE-PASSEIO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT PASSAUT-FILE
            IF NOT FS-AUT-OK
                DISPLAY 'NENHUMA AUTORIZACAO GRAVADA'
                EXIT PARAGRAPH
            END-IF
            PERFORM P085-ABRE-SPOOL
            PERFORM P090-CABECALHO
            MOVE '*** LISTA DO DIA - ALUNOS AUTORIZADOS ***'
              TO REL-LINHA
            WRITE REL-LINHA
            MOVE 0 TO WS-CONT-SIM WS-CONT-SEM-FICHA
            OPEN INPUT SAUDE-FILE
            SET EOF-OK TO FALSE
            MOVE WS-CODIGO  TO AP-CODIGO
            MOVE LOW-VALUES TO AP-NOME
            START PASSAUT-FILE KEY IS NOT LESS AP-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PASSAUT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AP-CODIGO NOT = WS-CODIGO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF AP-AUTORIZADO
                                PERFORM P550-ALUNO-DO-DIA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF FS-SAU-OK
                CLOSE SAUDE-FILE
            END-IF
            CLOSE PASSAUT-FILE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS AUTORIZADOS: ' DELIMITED BY SIZE
                   WS-CONT-SIM DELIMITED BY SIZE
                   '   SEM FICHA DE SAUDE: ' DELIMITED BY SIZE
                   WS-CONT-SEM-FICHA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'ALUNOS AUTORIZADOS: ' WS-CONT-SIM
            DISPLAY 'LISTA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P550-ALUNO-DO-DIA.
            ADD 1 TO WS-CONT-SIM
            MOVE AP-ID-RESP TO WS-RESP-ATUAL
            PERFORM P080-DADOS-RESP
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '[  ] ' DELIMITED BY SIZE
                   AP-NOME DELIMITED BY SIZE
                   ' TURMA ' DELIMITED BY SIZE
                   AP-TURMA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '     RESPONSAVEL: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-RESP) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FONE-RESP DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF NOT FS-SAU-OK
                MOVE '     SEM FICHA DE SAUDE' TO REL-LINHA
                WRITE REL-LINHA
                ADD 1 TO WS-CONT-SEM-FICHA
                EXIT PARAGRAPH
            END-IF
            MOVE AP-NOME TO SA-NOME
            READ SAUDE-FILE
                KEY IS SA-NOME
                INVALID KEY
                    MOVE '     SEM FICHA DE SAUDE' TO REL-LINHA
                    WRITE REL-LINHA
                    ADD 1 TO WS-CONT-SEM-FICHA
                NOT INVALID KEY
                    MOVE SPACES TO REL-LINHA
                    IF SA-ALERTAS = SPACES
                        MOVE '     ALERTAS: NENHUM' TO REL-LINHA
                    ELSE
                        MOVE 'V' TO WS-SG-ACAO
                        MOVE SA-ALERTAS TO WS-SG-VALOR
                        CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO
                                            WS-SG-VALOR WS-SG-EXIBE
                                            AP-ID SA-NOME
                                            WS-SG-RESULTADO
                        STRING '     ALERTAS: ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SG-EXIBE)
                                    DELIMITED BY SIZE
                            INTO REL-LINHA
                    END-IF
                    WRITE REL-LINHA
                    MOVE SPACES TO REL-LINHA
                    STRING '     EMERGENCIA: ' DELIMITED BY SIZE
                           FUNCTION TRIM(SA-CONTATO1-NOME)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SA-CONTATO1-FONE DELIMITED BY SIZE
                           ' / ' DELIMITED BY SIZE
                           FUNCTION TRIM(SA-CONTATO2-NOME)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SA-CONTATO2-FONE DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
            END-READ
            .

       P600-FICAM.
      * Quem nao foi autorizado ou nao devolveu a autorizacao.
            DISPLAY 'CODIGO DO PASSEIO: '
                ACCEPT WS-CODIGO
            PERFORM P050-LE-PASSEIO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT PASSAUT-FILE
            IF NOT FS-AUT-OK
                DISPLAY 'NENHUMA AUTORIZACAO GRAVADA'
                EXIT PARAGRAPH
            END-IF
            PERFORM P085-ABRE-SPOOL
            PERFORM P090-CABECALHO
            MOVE '*** ALUNOS QUE FICAM NA ESCOLA ***' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ALUNO                          TURMA      MOTIVO'
              TO REL-LINHA
            WRITE REL-LINHA
            MOVE 0 TO WS-CONT-NAO WS-CONT-SEM
            SET EOF-OK TO FALSE
            MOVE WS-CODIGO  TO AP-CODIGO
            MOVE LOW-VALUES TO AP-NOME
            START PASSAUT-FILE KEY IS NOT LESS AP-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PASSAUT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AP-CODIGO NOT = WS-CODIGO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF NOT AP-AUTORIZADO
                                MOVE SPACES   TO REL-LINHA
                                MOVE AP-NOME  TO REL-LINHA(1:30)
                                MOVE AP-TURMA TO REL-LINHA(32:10)
                                IF AP-NEGADO
                                    MOVE 'NAO AUTORIZADO'
                                      TO REL-LINHA(43:30)
                                    ADD 1 TO WS-CONT-NAO
                                ELSE
                                    MOVE 'AUTORIZACAO NAO DEVOLVIDA'
                                      TO REL-LINHA(43:30)
                                    ADD 1 TO WS-CONT-SEM
                                END-IF
                                WRITE REL-LINHA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PASSAUT-FILE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'NAO AUTORIZADOS: ' DELIMITED BY SIZE
                   WS-CONT-NAO DELIMITED BY SIZE
                   '   SEM AUTORIZACAO DEVOLVIDA: ' DELIMITED BY SIZE
                   WS-CONT-SEM DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'FICAM NA ESCOLA: NAO AUTORIZADOS ' WS-CONT-NAO
                    ' - SEM RETORNO ' WS-CONT-SEM
            DISPLAY 'LISTA GRAVADA EM: ' WS-PATH-RELATORIO
            .
