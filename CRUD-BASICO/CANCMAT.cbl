      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CANCELAMENTO DE MATRICULA NO MEIO DO ANO - UMA UNICA
      *          TRANSACAO QUE REGISTRA O MOTIVO E A DATA DA SAIDA
      *          (CANCELAMENTOS.DAT) E LEVA A SAIDA A TODOS OS
      *          SUBSISTEMAS, EM VEZ DE A SECRETARIA LEMBRAR DE CADA
      *          TELA: (1) AS LINHAS DO ANO NO BOLETIM PASSAM A
      *          'CANCELADO' COM TRAVA DE REGISTRO (BLOQUEIO),
      *          AUDITORIA, IMAGEM (AUDIMG), BAIXA NAS ESTATISTICAS
      *          (ESTATMAN) E O EVENTO DE MUDANCA DE SITUACAO NO FEED
      *          (EVENTO) - A MALA DIRETA DO DESPACHO AVISA A
      *          FAMILIA; (2) O ALUNO E DESATIVADO NO CADASTRO MESTRE,
      *          COMO NO ALUMAN; (3) AS MENSALIDADES EM ABERTO DE
      *          COMPETENCIA POSTERIOR AO MES DA SAIDA SAO CANCELADAS
      *          (CB-STATUS 'C') - PARCELA DE ACORDO NAO, E DIVIDA
      *          DO PASSADO - E O TITULO QUE JA SEGUIU NA REMESSA
      *          SAI NO CHECKLIST PARA PEDIR A BAIXA AO BANCO; (4) O
      *          VINCULO COM A ROTA DO TRANSPORTE (ROTAALUNO.DAT) E
      *          REMOVIDO; (5) AS INSCRICOES ATIVAS NAS ATIVIDADES
      *          EXTRACURRICULARES SAO ENCERRADAS NA DATA DA SAIDA,
      *          COMO NA RETIRADA DO ATIVIDADE; (6) A CARTEIRINHA
      *          VIGENTE GANHA A LINHA DE DEVOLUCAO ('D') OU, SEM O
      *          CARTAO NA MAO, A DE CANCELAMENTO ('C') - A
      *          BIBLIOTECA RECUSA AS DUAS E O NADACONSTA SEGUE
      *          COBRANDO O CARTAO NAO DEVOLVIDO; (7) A VAGA LIBERADA
      *          NA TURMA E OFERECIDA AO PRIMEIRO DA FILA DE ESPERA
      *          (FILAESP). NO FIM SAI NO SPOOL O CHECKLIST DO QUE FOI
      *          FEITO E DO QUE FICOU PARA A SECRETARIA FAZER A MAO.
      *          A OPCAO 2 LISTA OS CANCELAMENTOS JA REGISTRADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCMAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT COBRANCA-FILE
               ASSIGN TO
                   WS-PATH-COBRANCAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-COB
                   .
               SELECT ROTAALUNO-FILE
               ASSIGN TO
                   WS-PATH-ROTA-ALUNO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RAL
                   .
               SELECT ATIVPART-FILE
               ASSIGN TO
                   WS-PATH-ATIVPART
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS IN-CHAVE
                   ALTERNATE RECORD KEY IS IN-ID-ALUNO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PAR
                   .
               SELECT CART-FILE
               ASSIGN TO
                   WS-PATH-CARTEIRAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CAR
                   .
               SELECT CANCELA-FILE
               ASSIGN TO
                   WS-PATH-CANCELAMENTOS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CAN
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
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD COBRANCA-FILE
       DATA RECORD IS COBRANCA-LINHA.
           COPY COBRANCA_DADOS.
       FD ROTAALUNO-FILE
       DATA RECORD IS RALUNO-LINHA.
       01 RALUNO-LINHA.
           03 RA-NOME              PIC X(30).
           03 RA-ROTA              PIC X(06).
           03 RA-PONTO             PIC X(20).
           03 RA-ID-RESP           PIC 9(06).
       FD ATIVPART-FILE
       DATA RECORD IS ATIVPART-LINHA.
           COPY ATIVPART_DADOS.
       FD CART-FILE
       DATA RECORD IS CART-LINHA.
           COPY CARTEIRA_DADOS.
       FD CANCELA-FILE
       DATA RECORD IS CANCELA-LINHA.
           COPY CANCELA_DADOS.
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
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-COB                PIC 99.
          88 FS-COB-OK             VALUE 0.
       77 WS-FS-RAL                PIC 99.
       77 WS-FS-PAR                PIC 99.
          88 FS-PAR-OK             VALUE 0.
       77 WS-FS-CAR                PIC 99.
       77 WS-FS-CAN                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'CANCMAT'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-HORA-SISTEMA          PIC 9(08).
      * Unidade escolar (UNIDADE): cada unidade cancela os seus.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-ANO                PIC X(07) VALUE SPACES.
       77 WS-UN-RESULTADO          PIC X.
      * Aluno que sai e os dados da saida.
       77 WS-ID-BUSCA              PIC 9(06).
       77 WS-NOME-BUSCA            PIC X(30).
       77 WS-ID-ALUNO              PIC 9(06).
       77 WS-NOME-ALUNO            PIC X(30).
       77 WS-ID-RESP               PIC 9(06).
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-DATA-SAIDA            PIC X(10).
       77 WS-COMPETENCIA-SAIDA     PIC X(07).
       77 WS-MOTIVO                PIC X.
          88 MOTIVO-VALIDO         VALUE 'T' 'D' 'A' 'O'.
       77 WS-MOTIVO-ED             PIC X(13).
       77 WS-DESCRICAO             PIC X(40).
       77 WS-CARTAO-DEVOLVIDO      PIC X.
       77 WS-TERMO-RESULTADO       PIC X.
      * Linhas vivas do aluno no boletim (o ano mais recente e o que
      * e cancelado).
       77 WS-QTD-BOL               PIC 9(02) VALUE 0.
       01 WS-BOL-TAB.
           05 WS-BOL-ENTRY OCCURS 40 TIMES.
               10 BT-ID            PIC 9(06).
               10 BT-ANO           PIC X(07).
       77 WS-IDX                   PIC 9(03).
      * Trilha de auditoria e imagem, no molde do UPDATT.
       77 WS-AUD-OPERACAO          PIC X(10).
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       01 WS-IMG-ANTES             PIC X(147).
      * Visao decomposta da imagem "antes", para a baixa nas
      * estatisticas (ESTATMAN) usar os valores antigos do registro.
       01 WS-IMG-ANTES-R REDEFINES WS-IMG-ANTES.
           03 IA-ID                PIC 9(06).
           03 IA-NOME              PIC X(30).
           03 IA-MATERIA           PIC X(20).
           03 IA-ANO               PIC X(07).
           03 IA-TURMA             PIC X(10).
           03 FILLER               PIC X(12).
           03 FILLER               PIC X(12).
           03 IA-MEDIATOTAL        PIC 9(02)V9.
           03 FILLER               PIC X(03).
           03 IA-PROFESSOR         PIC X(30).
           03 IA-STATUS            PIC X(14).
       77 WS-EST-ACAO              PIC X.
       77 WS-EVT-PROGRAMA          PIC X(10) VALUE 'CANCMAT'.
      * Trava de registro (BLOQUEIO): o cancelamento nao disputa a
      * linha com o batch nem com outro terminal.
       77 WS-BLQ-ACAO              PIC X.
       77 WS-BLQ-CHAVE             PIC X(12).
       77 WS-BLQ-PROGRAMA          PIC X(10) VALUE 'CANCMAT'.
       77 WS-BLQ-RESULTADO         PIC X.
          88 BLQ-CONCEDIDO         VALUE 'S' FALSE 'N'.
      * Fila de espera (FILAESP): a vaga liberada vai para o primeiro
      * aguardando da turma.
       77 WS-FLE-ACAO              PIC X.
       77 WS-FLE-NOME              PIC X(30).
       77 WS-FLE-RESP              PIC 9(06).
       77 WS-FLE-RESULTADO         PIC X.
          88 FLE-OK                VALUE 'S' FALSE 'N'.
       77 WS-FLE-POSICAO           PIC 9(03).
      * Resultado de cada passo da cascata, para o checklist.
       77 WS-MESTRE-OK             PIC X.
       77 WS-BOL-SITUACAO          PIC X.
          88 BOL-SEM-LINHA         VALUE 'V'.
          88 BOL-ANO-FECHADO       VALUE 'F'.
          88 BOL-PROCESSADO        VALUE 'P'.
       77 WS-CONT-BOL              PIC 9(02).
       77 WS-CONT-BOL-USO          PIC 9(02).
       77 WS-CONT-COB              PIC 9(02).
       77 WS-CONT-BANCO            PIC 9(02).
       77 WS-QTD-COB               PIC 9(02).
       01 WS-COB-TAB.
           05 WS-COB-ENTRY OCCURS 24 TIMES.
               10 CT-COMPETENCIA   PIC X(07).
               10 CT-VALOR         PIC 9(06)V99.
               10 CT-NOSSO-NUMERO  PIC 9(08).
               10 CT-REMESSA       PIC 9(05).
       77 WS-CONT-ROTA             PIC 9(02).
       77 WS-ROTA-ESTOURO          PIC X.
       01 WS-ROTA-TAB.
           05 WS-ROTA-ENTRY OCCURS 5 TIMES.
               10 RT-ROTA          PIC X(06).
               10 RT-PONTO         PIC X(20).
      * Janela de 300 vinculos para regravar o ROTAALUNO.DAT, no
      * molde da faxina do TRANSPMAN.
       77 WS-QTD-VINC              PIC 9(03).
       01 WS-VINC-TAB.
           05 WS-VINC-ENTRY OCCURS 300 TIMES PIC X(62).
       77 WS-CONT-ATIV             PIC 9(02).
       01 WS-ATIV-TAB.
           05 WS-ATIV-ENTRY OCCURS 10 TIMES PIC X(06).
       77 WS-CART-NUM              PIC 9(06).
       77 WS-CART-VIA              PIC 9(02).
       77 WS-CART-ANO              PIC X(07).
       77 WS-CART-TURMA            PIC X(10).
       77 WS-CART-VALIDADE         PIC X(10).
       77 WS-CART-ENCERRADA        PIC X.
       77 WS-CART-TIPO             PIC X.
       77 WS-VAGA-OFERTADA         PIC X.
       77 WS-PROX-SEQ              PIC 9(05).
       77 WS-VALOR-ED              PIC ZZZ.ZZ9,99.
       77 WS-CONT-ED               PIC Z9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CANCMAT' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '*** CANCELAMENTO DE MATRICULA ***'
            DISPLAY '1 - CANCELAR MATRICULA'
            DISPLAY '2 - CONSULTAR CANCELAMENTOS'
            DISPLAY '0 - SAIR'
                ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CANCELA
                WHEN '2'
                    PERFORM P900-CONSULTA
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-LE-OPERADOR.
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

       P100-CANCELA.
            PERFORM P110-LOCALIZA-ALUNO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P130-LE-BOLETIM
            PERFORM P150-DADOS-SAIDA
            IF WS-DATA-SAIDA = SPACES OR NOT MOTIVO-VALIDO
                DISPLAY 'CANCELAMENTO NAO REALIZADO'
                EXIT PARAGRAPH
            END-IF

            DISPLAY 'ALUNO....: ' WS-ID-ALUNO ' '
                    FUNCTION TRIM(WS-NOME-ALUNO)
            DISPLAY 'TURMA....: ' WS-TURMA ' ANO ' WS-ANO
            DISPLAY 'SAIDA EM.: ' WS-DATA-SAIDA
                    '  MOTIVO: ' WS-MOTIVO-ED
            DISPLAY 'A MATRICULA SERA CANCELADA EM TODOS OS CADASTROS'
                    ' (BOLETIM, MESTRE, COBRANCA, TRANSPORTE,'
            DISPLAY 'ATIVIDADES, CARTEIRINHA E FILA DE ESPERA).'
            DISPLAY 'CONFIRMA O CANCELAMENTO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'CANCELAMENTO NAO REALIZADO'
                EXIT PARAGRAPH
            END-IF

            PERFORM P050-LE-OPERADOR
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            PERFORM P200-BOLETIM
            PERFORM P300-MESTRE
            PERFORM P400-COBRANCAS
            PERFORM P500-TRANSPORTE
            PERFORM P550-ATIVIDADES
            PERFORM P600-CARTEIRA
            PERFORM P650-VAGA
            PERFORM P700-REGISTRA
            PERFORM P800-CHECKLIST
            DISPLAY 'MATRICULA CANCELADA - REGISTRO N. ' WS-PROX-SEQ
            DISPLAY 'CHECKLIST GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P110-LOCALIZA-ALUNO.
      * O aluno sai do cadastro mestre (ALUMAN): AL-ID, ou o nome
      * completo quando o ID e informado como zero.
            SET ACHOU-OK TO FALSE
            DISPLAY 'ID DO ALUNO NO MESTRE (0 = BUSCAR PELO NOME): '
                ACCEPT WS-ID-BUSCA
            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            IF WS-ID-BUSCA = 0
                DISPLAY 'NOME COMPLETO DO ALUNO: '
                    ACCEPT WS-NOME-BUSCA
                MOVE WS-NOME-BUSCA TO AL-NOME
                READ ALUNOS-FILE
                    KEY IS AL-NOME
                    INVALID KEY
                        DISPLAY 'ALUNO NAO ENCONTRADO NO MESTRE'
                    NOT INVALID KEY
                        SET ACHOU-OK TO TRUE
                END-READ
            ELSE
                MOVE WS-ID-BUSCA TO AL-ID
                READ ALUNOS-FILE
                    KEY IS AL-ID
                    INVALID KEY
                        DISPLAY 'ALUNO NAO ENCONTRADO NO MESTRE'
                    NOT INVALID KEY
                        SET ACHOU-OK TO TRUE
                END-READ
            END-IF
            CLOSE ALUNOS-FILE
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF

            MOVE 'V' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO AL-TURMA
                                 AL-UNIDADE WS-UN-RESULTADO
            IF WS-UN-RESULTADO NOT = 'S'
                DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR ('
                        AL-UNIDADE ')'
                SET ACHOU-OK TO FALSE
                EXIT PARAGRAPH
            END-IF
            IF AL-ATIVO = 'N'
                DISPLAY 'ALUNO JA DESATIVADO NO MESTRE - MATRICULA '
                        'CANCELADA ANTES (OPCAO 2)'
                SET ACHOU-OK TO FALSE
                EXIT PARAGRAPH
            END-IF
            MOVE AL-ID             TO WS-ID-ALUNO
            MOVE AL-NOME           TO WS-NOME-ALUNO
            MOVE AL-TURMA          TO WS-TURMA
            MOVE AL-ID-RESPONSAVEL TO WS-ID-RESP
            .

       P130-LE-BOLETIM.
      * As linhas vivas do aluno (pelo nome, chave alternada); o ano
      * letivo cancelado e o mais recente delas, e a turma e o
      * responsavel de cobranca (F-ID-RESPONSAVEL, o mesmo que o
      * MENSAL usa) saem dessas linhas.
            MOVE SPACES TO WS-ANO
            MOVE 0 TO WS-QTD-BOL
            SET EOF-OK TO FALSE
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NOME-ALUNO TO F-NOME
            START BOLETIM KEY IS NOT LESS F-NOME
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-NOME NOT = WS-NOME-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P140-GUARDA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            IF WS-ANO = SPACES
                DISPLAY 'ALUNO SEM REGISTRO VIVO NO BOLETIM - O '
                        'CANCELAMENTO SEGUE NOS DEMAIS CADASTROS'
            END-IF
            .

       P140-GUARDA-LINHA.
            IF F-STATUS = 'EXPURGADO' OR F-STATUS = 'CANCELADO'
                EXIT PARAGRAPH
            END-IF
            IF WS-QTD-BOL < 40
                ADD 1 TO WS-QTD-BOL
                MOVE F-ID         TO BT-ID(WS-QTD-BOL)
                MOVE F-ANO-LETIVO TO BT-ANO(WS-QTD-BOL)
            END-IF
            IF F-ANO-LETIVO > WS-ANO
                MOVE F-ANO-LETIVO TO WS-ANO
                MOVE F-TURMA      TO WS-TURMA
                IF F-ID-RESPONSAVEL NOT = 0
                    MOVE F-ID-RESPONSAVEL TO WS-ID-RESP
                END-IF
            END-IF
            .

       P150-DADOS-SAIDA.
      * Data da saida em AAAA/MM/DD (branco = hoje). O mes da saida
      * ainda e devido; cancela-se so o que vence depois dele.
            DISPLAY 'DATA DA SAIDA (AAAA/MM/DD, BRANCO = HOJE): '
                ACCEPT WS-DATA-SAIDA
            IF WS-DATA-SAIDA = SPACES
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-SAIDA
            END-IF
            IF WS-DATA-SAIDA(1:4) NOT NUMERIC
               OR WS-DATA-SAIDA(6:2) NOT NUMERIC
               OR WS-DATA-SAIDA(9:2) NOT NUMERIC
               OR WS-DATA-SAIDA(5:1) NOT = '/'
               OR WS-DATA-SAIDA(8:1) NOT = '/'
                DISPLAY 'DATA INVALIDA'
                MOVE SPACES TO WS-DATA-SAIDA
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATA-SAIDA(1:7) TO WS-COMPETENCIA-SAIDA

            DISPLAY 'MOTIVO: <T> TRANSFERENCIA <D> DESISTENCIA '
                    '<A> ABANDONO <O> OUTRO: '
                ACCEPT WS-MOTIVO
            EVALUATE WS-MOTIVO
                WHEN 'T'
                    MOVE 'TRANSFERENCIA' TO WS-MOTIVO-ED
                WHEN 'D'
                    MOVE 'DESISTENCIA'   TO WS-MOTIVO-ED
                WHEN 'A'
                    MOVE 'ABANDONO'      TO WS-MOTIVO-ED
                WHEN 'O'
                    MOVE 'OUTRO'         TO WS-MOTIVO-ED
                WHEN OTHER
                    DISPLAY 'MOTIVO INVALIDO'
                    EXIT PARAGRAPH
            END-EVALUATE
            DISPLAY 'DETALHE DO MOTIVO (ESCOLA DE DESTINO, ETC.): '
                ACCEPT WS-DESCRICAO
            DISPLAY 'A CARTEIRINHA FOI DEVOLVIDA NO BALCAO ? S/N'
                CALL 'CONFIRMA' USING WS-CARTAO-DEVOLVIDO
            .

       P200-BOLETIM.
      * Linhas do ano cancelado passam a 'CANCELADO' - sem apagar
      * nada: notas e frequencia ate a saida seguem para a guia de
      * transferencia e o historico.
            MOVE 0 TO WS-CONT-BOL
            MOVE 0 TO WS-CONT-BOL-USO
            IF WS-ANO = SPACES
                SET BOL-SEM-LINHA TO TRUE
                EXIT PARAGRAPH
            END-IF
            CALL 'TERMVAL' USING WS-ANO WS-TERMO-RESULTADO
            IF WS-TERMO-RESULTADO NOT = 'A'
                SET BOL-ANO-FECHADO TO TRUE
                EXIT PARAGRAPH
            END-IF
            SET BOL-PROCESSADO TO TRUE
            MOVE 'CANCMAT' TO WS-AUD-OPERACAO
            OPEN I-O BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                MOVE WS-QTD-BOL TO WS-CONT-BOL-USO
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-BOL
                IF BT-ANO(WS-IDX) = WS-ANO
                    PERFORM P210-CANCELA-LINHA
                END-IF
            END-PERFORM
            CLOSE BOLETIM
            .

       P210-CANCELA-LINHA.
            MOVE SPACES TO WS-BLQ-CHAVE
            STRING 'REG-'        DELIMITED BY SIZE
                   BT-ID(WS-IDX) DELIMITED BY SIZE
                INTO WS-BLQ-CHAVE
            MOVE 'T' TO WS-BLQ-ACAO
            CALL 'BLOQUEIO' USING WS-BLQ-ACAO WS-BLQ-CHAVE
                                  WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
            IF NOT BLQ-CONCEDIDO
                ADD 1 TO WS-CONT-BOL-USO
                DISPLAY 'ID ' BT-ID(WS-IDX) ' EM USO - NAO CANCELADO'
                EXIT PARAGRAPH
            END-IF

            MOVE BT-ID(WS-IDX) TO F-ID
            READ BOLETIM
                KEY IS F-ID
                INVALID KEY
                    ADD 1 TO WS-CONT-BOL-USO
                NOT INVALID KEY
                    MOVE BOLETIM-LINHA TO WS-IMG-ANTES
                    MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                    STRING FUNCTION TRIM(F-NOME) DELIMITED BY SIZE
                           ' / '     DELIMITED BY SIZE
                           F-MATERIA DELIMITED BY SIZE
                           ' / '     DELIMITED BY SIZE
                           F-STATUS  DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
                    MOVE 'CANCELADO' TO F-STATUS
                    REWRITE BOLETIM-LINHA
                    IF FS-BOL-OK
                        ADD 1 TO WS-CONT-BOL
                        STRING FUNCTION TRIM(F-NOME) DELIMITED BY SIZE
                               ' / '     DELIMITED BY SIZE
                               F-MATERIA DELIMITED BY SIZE
                               ' / '     DELIMITED BY SIZE
                               F-STATUS  DELIMITED BY SIZE
                            INTO WS-AUD-DEPOIS
                        CALL 'AUDITORIA' USING WS-AUD-OPERACAO F-ID
                                         WS-AUD-ANTES WS-AUD-DEPOIS
                        CALL 'AUDIMG' USING WS-AUD-OPERACAO F-ID
                                         WS-IMG-ANTES BOLETIM-LINHA
      * Linha cancelada sai das estatisticas correntes: so a baixa
      * dos valores antigos (o ESTATMAN nao conta 'CANCELADO').
                        MOVE 'R' TO WS-EST-ACAO
                        CALL 'ESTATMAN' USING WS-EST-ACAO
                             IA-ANO IA-TURMA IA-MATERIA
                             IA-MEDIATOTAL IA-STATUS
      * Transicao de situacao vira evento no feed.
                        CALL 'EVENTO' USING F-ID F-MATERIA
                             IA-STATUS F-STATUS WS-EVT-PROGRAMA
                    ELSE
                        ADD 1 TO WS-CONT-BOL-USO
                        DISPLAY 'ERRO AO GRAVAR O ID ' F-ID
                                ' --> COD ' WS-FS-BOL
                    END-IF
            END-READ

            MOVE 'S' TO WS-BLQ-ACAO
            CALL 'BLOQUEIO' USING WS-BLQ-ACAO WS-BLQ-CHAVE
                                  WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
            .

       P300-MESTRE.
      * Desativacao no cadastro mestre, como no P500 do ALUMAN.
            MOVE 'N' TO WS-MESTRE-OK
            OPEN I-O ALUNOS-FILE
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-ALUNO TO AL-ID
            READ ALUNOS-FILE
                KEY IS AL-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'N' TO AL-ATIVO
                    REWRITE ALUNO-LINHA
                    IF FS-ALU-OK
                        MOVE 'S' TO WS-MESTRE-OK
                        MOVE 'CANCMAT-AL' TO WS-AUD-OPERACAO
                        MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                        STRING FUNCTION TRIM(AL-NOME) DELIMITED BY SIZE
                               ' / ATIVO' DELIMITED BY SIZE
                            INTO WS-AUD-ANTES
                        STRING FUNCTION TRIM(AL-NOME) DELIMITED BY SIZE
                               ' / CANCELADO' DELIMITED BY SIZE
                            INTO WS-AUD-DEPOIS
                        CALL 'AUDITORIA' USING WS-AUD-OPERACAO AL-ID
                                         WS-AUD-ANTES WS-AUD-DEPOIS
                    END-IF
            END-READ
            CLOSE ALUNOS-FILE
            .

       P400-COBRANCAS.
      * A chave comeca pelo responsavel: um START posiciona nas
      * cobrancas da familia e so as do aluno que sai sao olhadas.
            MOVE 0 TO WS-CONT-COB
            MOVE 0 TO WS-CONT-BANCO
            MOVE 0 TO WS-QTD-COB
            IF WS-ID-RESP = 0
                EXIT PARAGRAPH
            END-IF
            OPEN I-O COBRANCA-FILE
            IF NOT FS-COB-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-ID-RESP  TO CB-ID-RESP
            MOVE LOW-VALUES  TO CB-COMPETENCIA
            MOVE LOW-VALUES  TO CB-NOME-ALUNO
            START COBRANCA-FILE KEY IS NOT LESS CB-CHAVE
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CB-ID-RESP NOT = WS-ID-RESP
                            SET EOF-OK TO TRUE
                        ELSE
                            IF CB-NOME-ALUNO = WS-NOME-ALUNO
                               AND CB-STATUS = 'A'
                               AND CB-PARCELA = 0
                               AND CB-COMPETENCIA > WS-COMPETENCIA-SAIDA
                                PERFORM P410-CANCELA-COBRANCA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCA-FILE
            .

       P410-CANCELA-COBRANCA.
            MOVE 'C' TO CB-STATUS
            REWRITE COBRANCA-LINHA
            IF NOT FS-COB-OK
                DISPLAY 'ERRO AO CANCELAR A COBRANCA ' CB-COMPETENCIA
                        ' --> COD ' WS-FS-COB
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT-COB
            IF CB-REMESSA NOT = 0
                ADD 1 TO WS-CONT-BANCO
            END-IF
            IF WS-QTD-COB < 24
                ADD 1 TO WS-QTD-COB
                MOVE CB-COMPETENCIA  TO CT-COMPETENCIA(WS-QTD-COB)
                MOVE CB-VALOR        TO CT-VALOR(WS-QTD-COB)
                MOVE CB-NOSSO-NUMERO TO CT-NOSSO-NUMERO(WS-QTD-COB)
                MOVE CB-REMESSA      TO CT-REMESSA(WS-QTD-COB)
            END-IF
            MOVE 'CANCMAT-CB' TO WS-AUD-OPERACAO
            MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
            STRING 'COBRANCA '     DELIMITED BY SIZE
                   CB-COMPETENCIA  DELIMITED BY SIZE
                   ' / ABERTA'     DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            STRING 'COBRANCA '     DELIMITED BY SIZE
                   CB-COMPETENCIA  DELIMITED BY SIZE
                   ' / CANCELADA'  DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-ID-ALUNO
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            .

       P500-TRANSPORTE.
      * O ROTAALUNO.DAT e sequencial: regrava-se o arquivo sem as
      * linhas do aluno. Se os vinculos nao cabem na janela, nada e
      * regravado e o checklist manda remover pelo TRANSPMAN.
            MOVE 0 TO WS-CONT-ROTA
            MOVE 0 TO WS-QTD-VINC
            MOVE 'N' TO WS-ROTA-ESTOURO
            SET EOF-OK TO FALSE
            OPEN INPUT ROTAALUNO-FILE
            IF WS-FS-RAL <> 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ ROTAALUNO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P510-SEPARA-VINCULO
                END-READ
            END-PERFORM
            CLOSE ROTAALUNO-FILE
            IF WS-CONT-ROTA = 0 OR WS-ROTA-ESTOURO = 'S'
                EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT ROTAALUNO-FILE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VINC
                MOVE WS-VINC-ENTRY(WS-IDX) TO RALUNO-LINHA
                WRITE RALUNO-LINHA
            END-PERFORM
            CLOSE ROTAALUNO-FILE
            .

       P510-SEPARA-VINCULO.
            IF RA-NOME = WS-NOME-ALUNO
                ADD 1 TO WS-CONT-ROTA
                IF WS-CONT-ROTA NOT > 5
                    MOVE RA-ROTA  TO RT-ROTA(WS-CONT-ROTA)
                    MOVE RA-PONTO TO RT-PONTO(WS-CONT-ROTA)
                END-IF
            ELSE
                IF WS-QTD-VINC < 300
                    ADD 1 TO WS-QTD-VINC
                    MOVE RALUNO-LINHA TO WS-VINC-ENTRY(WS-QTD-VINC)
                ELSE
                    MOVE 'S' TO WS-ROTA-ESTOURO
                END-IF
            END-IF
            .

       P550-ATIVIDADES.
      * Todas as inscricoes ativas do aluno (chave alternada AL-ID)
      * sao encerradas na data da saida; a linha fica, com as
      * presencas, como na retirada do ATIVIDADE.
            MOVE 0 TO WS-CONT-ATIV
            OPEN I-O ATIVPART-FILE
            IF NOT FS-PAR-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-ID-ALUNO TO IN-ID-ALUNO
            START ATIVPART-FILE KEY IS EQUAL IN-ID-ALUNO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ATIVPART-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF IN-ID-ALUNO NOT = WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF IN-ATIVA
                                PERFORM P560-ENCERRA-INSCRICAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVPART-FILE
            .

       P560-ENCERRA-INSCRICAO.
            MOVE 'N'               TO IN-ATIVO
            MOVE WS-DATA-SAIDA     TO IN-DATA-SAIDA
            MOVE WS-OPERADOR-ATUAL TO IN-OPERADOR
            REWRITE ATIVPART-LINHA
            IF FS-PAR-OK
                ADD 1 TO WS-CONT-ATIV
                IF WS-CONT-ATIV NOT > 10
                    MOVE IN-CODIGO TO WS-ATIV-ENTRY(WS-CONT-ATIV)
                END-IF
            ELSE
                DISPLAY 'ERRO AO ENCERRAR A ATIVIDADE ' IN-CODIGO
                        ' --> COD ' WS-FS-PAR
            END-IF
            .

       P600-CARTEIRA.
      * Vale a ultima via emitida, como no NADACONSTA; linha de
      * devolucao ou de cancelamento com o mesmo numero depois dela
      * quer dizer que o cartao ja nao vale.
            MOVE 0 TO WS-CART-NUM
            MOVE 0 TO WS-CART-VIA
            MOVE 'N' TO WS-CART-ENCERRADA
            MOVE SPACE TO WS-CART-TIPO
            SET EOF-OK TO FALSE
            OPEN INPUT CART-FILE
            IF WS-FS-CAR <> 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ CART-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CR-NOME = WS-NOME-ALUNO
                            PERFORM P610-AVALIA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CART-FILE
            IF WS-CART-NUM = 0 OR WS-CART-ENCERRADA = 'S'
                MOVE 0 TO WS-CART-NUM
                EXIT PARAGRAPH
            END-IF

            IF WS-CARTAO-DEVOLVIDO = 'S'
                MOVE 'D' TO WS-CART-TIPO
            ELSE
                MOVE 'C' TO WS-CART-TIPO
            END-IF
            OPEN EXTEND CART-FILE
            IF WS-FS-CAR <> 0
                CALL 'FSMSG' USING WS-FS-CAR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE CARTEIRAS --> '
                        'COD ' WS-FS-CAR ': ' WS-FS-MSG
                MOVE SPACE TO WS-CART-TIPO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CART-NUM       TO CR-NUM
            MOVE WS-NOME-ALUNO     TO CR-NOME
            MOVE WS-CART-ANO       TO CR-ANO
            MOVE WS-CART-TURMA     TO CR-TURMA
            MOVE WS-CART-VALIDADE  TO CR-VALIDADE
            MOVE WS-DATA-FORMAT    TO CR-DATA
            MOVE WS-CART-VIA       TO CR-VIA
            MOVE WS-OPERADOR-ATUAL TO CR-OPERADOR
            MOVE WS-CART-TIPO      TO CR-TIPO
            WRITE CART-LINHA
            CLOSE CART-FILE
            .

       P610-AVALIA-LINHA.
            IF CR-DEVOLUCAO OR CR-CANCELADA
                IF CR-NUM = WS-CART-NUM
                    MOVE 'S' TO WS-CART-ENCERRADA
                END-IF
            ELSE
                IF CR-VIA NOT < WS-CART-VIA
                    MOVE CR-NUM      TO WS-CART-NUM
                    MOVE CR-VIA      TO WS-CART-VIA
                    MOVE CR-ANO      TO WS-CART-ANO
                    MOVE CR-TURMA    TO WS-CART-TURMA
                    MOVE CR-VALIDADE TO WS-CART-VALIDADE
                    MOVE 'N'         TO WS-CART-ENCERRADA
                END-IF
            END-IF
            .

       P650-VAGA.
      * A vaga que abriu vai para o primeiro da fila de espera da
      * turma, como na exclusao do DELCONTT.
            MOVE 'N' TO WS-VAGA-OFERTADA
            MOVE SPACES TO WS-FLE-NOME
            MOVE 0 TO WS-FLE-RESP
            IF WS-ANO = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE 'O' TO WS-FLE-ACAO
            CALL 'FILAESP' USING WS-FLE-ACAO WS-ANO WS-TURMA
                                 WS-FLE-NOME WS-FLE-RESP
                                 WS-FLE-RESULTADO WS-FLE-POSICAO
            IF FLE-OK
                MOVE 'S' TO WS-VAGA-OFERTADA
                DISPLAY 'VAGA LIBERADA NA TURMA ' WS-TURMA
                        ' - CHAMAR DA FILA DE ESPERA: '
                        FUNCTION TRIM(WS-FLE-NOME)
                        ' (RESPONSAVEL ' WS-FLE-RESP ')'
            END-IF
            .

       P700-REGISTRA.
      * Proximo numero = maior ja gravado + 1, como nas pendencias.
            MOVE 1 TO WS-PROX-SEQ
            SET EOF-OK TO FALSE
            OPEN INPUT CANCELA-FILE
            IF WS-FS-CAN = 0
                PERFORM UNTIL EOF-OK
                    READ CANCELA-FILE
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CN-SEQ NOT < WS-PROX-SEQ
                                COMPUTE WS-PROX-SEQ = CN-SEQ + 1
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CANCELA-FILE
            END-IF

            OPEN EXTEND CANCELA-FILE
            IF WS-FS-CAN <> 0
                OPEN OUTPUT CANCELA-FILE
            END-IF
            MOVE WS-PROX-SEQ       TO CN-SEQ
            MOVE WS-ID-ALUNO       TO CN-ID-ALUNO
            MOVE WS-NOME-ALUNO     TO CN-NOME
            MOVE WS-ANO            TO CN-ANO
            MOVE WS-TURMA          TO CN-TURMA
            MOVE WS-ID-RESP        TO CN-ID-RESP
            MOVE WS-DATA-SAIDA     TO CN-DATA-SAIDA
            MOVE WS-MOTIVO         TO CN-MOTIVO
            MOVE WS-DESCRICAO      TO CN-DESCRICAO
            MOVE WS-DATA-FORMAT    TO CN-DATA-REG
            MOVE WS-HORA-SISTEMA   TO CN-HORA-REG
            MOVE WS-OPERADOR-ATUAL TO CN-OPERADOR
            MOVE WS-CONT-BOL       TO CN-QTD-BOLETIM
            MOVE WS-CONT-COB       TO CN-QTD-COBRANCAS
            MOVE WS-CONT-BANCO     TO CN-QTD-NO-BANCO
            MOVE WS-CONT-ROTA      TO CN-QTD-ROTAS
            IF WS-ROTA-ESTOURO = 'S'
                MOVE 0 TO CN-QTD-ROTAS
            END-IF
            MOVE WS-CONT-ATIV      TO CN-QTD-ATIVIDADES
            MOVE WS-CART-NUM       TO CN-CARTEIRA
            MOVE WS-CART-TIPO      TO CN-CART-TIPO
            MOVE WS-VAGA-OFERTADA  TO CN-VAGA-OFERTADA
            WRITE CANCELA-LINHA
            CLOSE CANCELA-FILE
            .

       P800-CHECKLIST.
      * [X] = feito agora; [ ] = fica para a secretaria fazer a mao;
      * [-] = nada a fazer naquele cadastro.
            PERFORM P950-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING 'CANCELAMENTO DE MATRICULA N. ' DELIMITED BY SIZE
                   WS-PROX-SEQ DELIMITED BY SIZE
                   ' - CHECKLIST' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNO: ' DELIMITED BY SIZE
                   WS-ID-ALUNO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-ALUNO) DELIMITED BY SIZE
                   '  TURMA ' DELIMITED BY SIZE
                   WS-TURMA DELIMITED BY SIZE
                   ' ANO ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'SAIDA EM ' DELIMITED BY SIZE
                   WS-DATA-SAIDA DELIMITED BY SIZE
                   ' - MOTIVO: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOTIVO-ED) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DESCRICAO) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'REGISTRADO EM ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                   ' POR ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERADOR-ATUAL) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA

            PERFORM P810-LINHA-BOLETIM
            MOVE SPACES TO REL-LINHA
            IF WS-MESTRE-OK = 'S'
                MOVE '[X] CADASTRO MESTRE: ALUNO DESATIVADO'
                    TO REL-LINHA
            ELSE
                MOVE '[ ] CADASTRO MESTRE: NAO GRAVOU - DESATIVAR NO'
                    TO REL-LINHA
                MOVE ' ALUMAN' TO REL-LINHA(47:)
            END-IF
            WRITE REL-LINHA
            PERFORM P820-LINHA-COBRANCA
            PERFORM P830-LINHA-TRANSPORTE
            PERFORM P840-LINHA-ATIVIDADES
            PERFORM P850-LINHA-CARTEIRA
            PERFORM P860-LINHA-VAGA

            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'SECRETARIA: ______________________________'
                TO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            .

       P810-LINHA-BOLETIM.
            MOVE SPACES TO REL-LINHA
            EVALUATE TRUE
                WHEN BOL-SEM-LINHA
                    MOVE '[-] BOLETIM: SEM REGISTRO VIVO NO ANO'
                        TO REL-LINHA
                WHEN BOL-ANO-FECHADO
                    STRING '[ ] BOLETIM: ANO ' DELIMITED BY SIZE
                           WS-ANO DELIMITED BY SIZE
                           ' FECHADO - LINHAS NAO ALTERADAS'
                               DELIMITED BY SIZE
                        INTO REL-LINHA
                WHEN OTHER
                    MOVE WS-CONT-BOL TO WS-CONT-ED
                    STRING '[X] BOLETIM: ' DELIMITED BY SIZE
                           WS-CONT-ED DELIMITED BY SIZE
                           ' LINHA(S) MARCADA(S) CANCELADO, COM EVENTO'
                               DELIMITED BY SIZE
                           ' DE SITUACAO' DELIMITED BY SIZE
                        INTO REL-LINHA
            END-EVALUATE
            WRITE REL-LINHA
            IF WS-CONT-BOL-USO > 0
                MOVE WS-CONT-BOL-USO TO WS-CONT-ED
                MOVE SPACES TO REL-LINHA
                STRING '[ ] BOLETIM: ' DELIMITED BY SIZE
                       WS-CONT-ED DELIMITED BY SIZE
                       ' LINHA(S) EM USO OU COM ERRO - ACERTAR A'
                           DELIMITED BY SIZE
                       ' SITUACAO PELO UPDATT' DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P820-LINHA-COBRANCA.
            MOVE SPACES TO REL-LINHA
            IF WS-CONT-COB = 0
                STRING '[-] COBRANCA: NENHUMA MENSALIDADE EM ABERTO '
                           DELIMITED BY SIZE
                       'APOS ' DELIMITED BY SIZE
                       WS-COMPETENCIA-SAIDA DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CONT-COB TO WS-CONT-ED
            STRING '[X] COBRANCA: ' DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                   ' MENSALIDADE(S) APOS ' DELIMITED BY SIZE
                   WS-COMPETENCIA-SAIDA DELIMITED BY SIZE
                   ' CANCELADA(S)' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-COB
                MOVE CT-VALOR(WS-IDX) TO WS-VALOR-ED
                MOVE SPACES TO REL-LINHA
                STRING '      COMPETENCIA ' DELIMITED BY SIZE
                       CT-COMPETENCIA(WS-IDX) DELIMITED BY SIZE
                       '  VALOR ' DELIMITED BY SIZE
                       WS-VALOR-ED DELIMITED BY SIZE
                    INTO REL-LINHA
                IF CT-REMESSA(WS-IDX) NOT = 0
                    STRING '  [ ] NO BANCO: PEDIR BAIXA DO NOSSO '
                               DELIMITED BY SIZE
                           'NUMERO ' DELIMITED BY SIZE
                           CT-NOSSO-NUMERO(WS-IDX) DELIMITED BY SIZE
                        INTO REL-LINHA(46:)
                END-IF
                WRITE REL-LINHA
            END-PERFORM
            .

       P830-LINHA-TRANSPORTE.
            MOVE SPACES TO REL-LINHA
            EVALUATE TRUE
                WHEN WS-ROTA-ESTOURO = 'S'
                    MOVE '[ ] TRANSPORTE: VINCULOS DEMAIS PARA REGRAVAR'
                        TO REL-LINHA
                    MOVE ' - REMOVER PELA FAXINA DO TRANSPMAN'
                        TO REL-LINHA(46:)
                    WRITE REL-LINHA
                WHEN WS-CONT-ROTA = 0
                    MOVE '[-] TRANSPORTE: ALUNO SEM VINCULO DE ROTA'
                        TO REL-LINHA
                    WRITE REL-LINHA
                WHEN OTHER
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-CONT-ROTA
                               OR WS-IDX > 5
                        MOVE SPACES TO REL-LINHA
                        STRING '[X] TRANSPORTE: REMOVIDO DA ROTA '
                                   DELIMITED BY SIZE
                               RT-ROTA(WS-IDX) DELIMITED BY SIZE
                               ' PONTO ' DELIMITED BY SIZE
                               RT-PONTO(WS-IDX) DELIMITED BY SIZE
                            INTO REL-LINHA
                        WRITE REL-LINHA
                    END-PERFORM
            END-EVALUATE
            .

       P840-LINHA-ATIVIDADES.
            MOVE SPACES TO REL-LINHA
            IF WS-CONT-ATIV = 0
                MOVE '[-] ATIVIDADES: NENHUMA INSCRICAO ATIVA'
                    TO REL-LINHA
                WRITE REL-LINHA
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CONT-ATIV TO WS-CONT-ED
            STRING '[X] ATIVIDADES: ' DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                   ' INSCRICAO(OES) ENCERRADA(S) EM ' DELIMITED BY SIZE
                   WS-DATA-SAIDA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE 'ATIVIDADES:' TO REL-LINHA(7:)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CONT-ATIV OR WS-IDX > 10
                MOVE WS-ATIV-ENTRY(WS-IDX)
                    TO REL-LINHA(19 + (WS-IDX - 1) * 7:6)
            END-PERFORM
            WRITE REL-LINHA
            .

       P850-LINHA-CARTEIRA.
            MOVE SPACES TO REL-LINHA
            EVALUATE WS-CART-TIPO
                WHEN 'D'
                    STRING '[X] CARTEIRINHA N. ' DELIMITED BY SIZE
                           WS-CART-NUM DELIMITED BY SIZE
                           ' VIA ' DELIMITED BY SIZE
                           WS-CART-VIA DELIMITED BY SIZE
                           ' DEVOLVIDA E INVALIDADA' DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                WHEN 'C'
                    STRING '[X] CARTEIRINHA N. ' DELIMITED BY SIZE
                           WS-CART-NUM DELIMITED BY SIZE
                           ' VIA ' DELIMITED BY SIZE
                           WS-CART-VIA DELIMITED BY SIZE
                           ' INVALIDADA' DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                    MOVE SPACES TO REL-LINHA
                    MOVE '[ ] CARTEIRINHA: RECOLHER O CARTAO (O NADA '
                        TO REL-LINHA
                    MOVE 'CONSTA SEGUE COBRANDO A DEVOLUCAO)'
                        TO REL-LINHA(44:)
                    WRITE REL-LINHA
                WHEN OTHER
                    MOVE '[-] CARTEIRINHA: NENHUM CARTAO VALIDO'
                        TO REL-LINHA
                    WRITE REL-LINHA
            END-EVALUATE
            .

       P860-LINHA-VAGA.
            MOVE SPACES TO REL-LINHA
            IF WS-VAGA-OFERTADA = 'S'
                STRING '[X] FILA DE ESPERA: VAGA OFERECIDA A '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FLE-NOME) DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                MOVE SPACES TO REL-LINHA
                STRING '[ ] FILA DE ESPERA: LIGAR PARA O RESPONSAVEL '
                           DELIMITED BY SIZE
                       WS-FLE-RESP DELIMITED BY SIZE
                       ' E EFETIVAR NO ESPERAMAN' DELIMITED BY SIZE
                    INTO REL-LINHA
            ELSE
                STRING '[-] FILA DE ESPERA: NINGUEM AGUARDANDO NA '
                           DELIMITED BY SIZE
                       'TURMA ' DELIMITED BY SIZE
                       WS-TURMA DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            .

       P900-CONSULTA.
            SET EOF-OK TO FALSE
            OPEN INPUT CANCELA-FILE
            IF WS-FS-CAN <> 0
                DISPLAY 'NENHUM CANCELAMENTO REGISTRADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ CANCELA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        DISPLAY 'N. ' CN-SEQ ' ' CN-DATA-SAIDA ' '
                                CN-ID-ALUNO ' '
                                FUNCTION TRIM(CN-NOME)
                                ' TURMA ' CN-TURMA
                                ' MOTIVO ' CN-MOTIVO
                                ' POR ' FUNCTION TRIM(CN-OPERADOR)
                END-READ
            END-PERFORM
            CLOSE CANCELA-FILE
            .

       P950-ABRE-SPOOL.
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
