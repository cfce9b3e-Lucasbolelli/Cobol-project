      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: PROTOCOLO DE REQUERIMENTOS DA SECRETARIA. TODO PEDIDO
      *          FEITO NO BALCAO (DECLARACOES, HISTORICO, GUIA DE
      *          TRANSFERENCIA, REVISAO DE NOTA, SEGUNDA VIA...) GANHA
      *          UM NUMERO DE PROTOCOLO EM PROTOCOLO.DAT, COM O
      *          RESPONSAVEL QUE PEDIU (CADASTROPF), O ALUNO, O TIPO E
      *          A DATA PROMETIDA PELO PRAZO DO TIPO EM DIAS UTEIS
      *          (PROTTIPOS, CONTADOS NO CALENDARIO - DIALETIVO). A
      *          SITUACAO VAI DE ABERTO A EM ANDAMENTO, PRONTO,
      *          ENTREGUE OU CANCELADO; O DOCUMENTO EMITIDO NO
      *          DOCEMITE, HISTOFICIAL OU GUIATRANSF DEIXA O PEDIDO
      *          PRONTO SOZINHO (PROTBAIXA). A LISTA DO DIA MOSTRA O
      *          QUE VENCE HOJE E O QUE ESTA ATRASADO; O RELATORIO DO
      *          MES MOSTRA O TEMPO DE ATENDIMENTO POR TIPO. CADA
      *          UNIDADE VE OS SEUS PEDIDOS; A SESSAO DA REDE VE TODOS.
      *          ABERTURA E MUDANCA DE SITUACAO DEIXAM TRILHA DE
      *          AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTOCOLO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROTOCOLO-FILE
               ASSIGN TO
                   WS-PATH-PROTOCOLO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PT-NUMERO
                   ALTERNATE RECORD KEY IS PT-NOME-ALUNO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRT
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
       FD PROTOCOLO-FILE
       DATA RECORD IS PROTOCOLO-LINHA.
           COPY PROTOCOLO_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
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
       77 WS-FS-PRT                PIC 99.
          88 FS-PRT-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'PROTOCOLO'.
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
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-DATA-X                PIC X(08).
       77 WS-DATA-ED               PIC X(10).
      * Unidade escolar (UNIDADE): cada unidade ve os seus pedidos.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UN-CODIGO             PIC X(02).
      * Tipos de requerimento e prazo prometido (PROTTIPOS).
           COPY PROTTIPOS.
       77 WS-IDX-TIPO              PIC 9(02).
       77 WS-IDX                   PIC 9(02).
       77 WS-TIPO                  PIC X(02).
       77 WS-PROX-NUMERO           PIC 9(06).
       77 WS-NUMERO                PIC 9(06).
       77 WS-ID-RESP               PIC 9(06).
       77 WS-NOME-RESP             PIC X(35).
       77 WS-NOME-ALUNO            PIC X(30).
       77 WS-DESCRICAO             PIC X(40).
       77 WS-NOVA-SITUACAO         PIC X.
       77 WS-SITUACAO-ED           PIC X(13).
      * Contagem dos dias uteis do prazo (DIALETIVO).
       77 WS-DIAS-UTEIS            PIC 9(02).
       77 WS-DIA-INT               PIC 9(08).
       77 WS-DV-DATA               PIC X(10).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
      * Lista do dia e relatorio do mes.
       77 WS-HOJE                  PIC 9(08).
       77 WS-DIAS-ATRASO           PIC 9(05).
       77 WS-DIAS-ATEND            PIC 9(05).
       77 WS-MES                   PIC X(07).
       77 WS-MES-X                 PIC X(06).
       77 WS-CONT-VENCE-HOJE       PIC 9(05) VALUE 0.
       77 WS-CONT-ATRASADOS        PIC 9(05) VALUE 0.
       01 WS-MENSAL-TAB.
           05 WS-MENSAL OCCURS 8 TIMES.
               10 MS-ABERTOS       PIC 9(05).
               10 MS-ATENDIDOS     PIC 9(05).
               10 MS-NO-PRAZO      PIC 9(05).
               10 MS-SOMA-DIAS     PIC 9(07).
               10 MS-MAIOR-DIAS    PIC 9(05).
               10 MS-CANCELADOS    PIC 9(05).
               10 MS-PENDENTES     PIC 9(05).
       77 WS-MEDIA-DIAS            PIC 9(04)V9.
       77 WS-MEDIA-DIAS-ED         PIC ZZZ9.9.
       77 WS-QTD-ED                PIC ZZZZ9.
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'PROTOCOLO'.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PROTOCOLO' TO WS-PROGRAMA-CORRENTE
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
            DISPLAY '**** PROTOCOLO DE REQUERIMENTOS ****'
            DISPLAY '1 - ABRIR REQUERIMENTO'
            DISPLAY '2 - CONSULTAR REQUERIMENTO'
            DISPLAY '3 - MUDAR A SITUACAO DE UM REQUERIMENTO'
            DISPLAY '4 - REQUERIMENTOS DE UM ALUNO'
            DISPLAY '5 - LISTA DO DIA (VENCE HOJE E ATRASADOS)'
            DISPLAY '6 - RELATORIO MENSAL DE ATENDIMENTO POR TIPO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-ABRE
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-SITUACAO
                WHEN '4'
                    PERFORM P400-DO-ALUNO
                WHEN '5'
                    PERFORM P500-LISTA-DIA
                WHEN '6'
                    PERFORM P600-MENSAL
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P100-ABRE.
            DISPLAY 'ID DO RESPONSAVEL QUE PEDE (CADASTRO PF): '
                ACCEPT WS-ID-RESP
            PERFORM P150-LE-RESPONSAVEL
            IF WS-NOME-RESP = SPACES
                DISPLAY 'RESPONSAVEL NAO ENCONTRADO NO CADASTRO PF'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'RESPONSAVEL: ' WS-NOME-RESP
            DISPLAY 'NOME DO ALUNO (COMO NO CADASTRO MESTRE): '
                ACCEPT WS-NOME-ALUNO
            MOVE FUNCTION UPPER-CASE(WS-NOME-ALUNO) TO WS-NOME-ALUNO
            PERFORM P160-LE-ALUNO
            IF NOT ACHOU-OK
                DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO MESTRE'
                EXIT PARAGRAPH
            END-IF
            IF AL-ID-RESPONSAVEL NOT = WS-ID-RESP
                DISPLAY 'ATENCAO: O RESPONSAVEL DO ALUNO NO MESTRE E '
                        'O ID ' AL-ID-RESPONSAVEL
                DISPLAY 'ABRIR ASSIM MESMO ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    DISPLAY 'NADA ABERTO'
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE 'V' TO WS-UN-ACAO
            MOVE AL-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO AL-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                DISPLAY 'ALUNO DE OUTRA UNIDADE (' WS-UN-CODIGO
                        ') - NADA ABERTO'
                EXIT PARAGRAPH
            END-IF

            PERFORM P170-MOSTRA-TIPOS
            DISPLAY 'TIPO DO REQUERIMENTO: '
                ACCEPT WS-TIPO
            MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
            PERFORM P180-ACHA-TIPO
            IF WS-IDX-TIPO = 0
                DISPLAY 'TIPO INVALIDO - NADA ABERTO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DETALHE DO PEDIDO (ANO, MATERIA, FINALIDADE...): '
                ACCEPT WS-DESCRICAO

            PERFORM P190-PROXIMO-NUMERO
            OPEN I-O PROTOCOLO-FILE
            IF WS-FS-PRT = 35
                OPEN OUTPUT PROTOCOLO-FILE
                CLOSE PROTOCOLO-FILE
                OPEN I-O PROTOCOLO-FILE
            END-IF
            IF NOT FS-PRT-OK
                CALL 'FSMSG' USING WS-FS-PRT WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O PROTOCOLO.DAT --> COD '
                        WS-FS-PRT ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            INITIALIZE PROTOCOLO-LINHA
            MOVE WS-PROX-NUMERO    TO PT-NUMERO
            MOVE WS-NOME-ALUNO     TO PT-NOME-ALUNO
            MOVE WS-ID-RESP        TO PT-ID-RESP
            MOVE WS-NOME-RESP      TO PT-NOME-RESP
            MOVE WS-TIPO           TO PT-TIPO
            MOVE FUNCTION UPPER-CASE(WS-DESCRICAO) TO PT-DESCRICAO
            MOVE WS-UN-CODIGO      TO PT-UNIDADE
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA   TO PT-ABERTURA
            PERFORM P700-CALCULA-PRAZO
            MOVE 'A'               TO PT-STATUS
            MOVE WS-OPERADOR-ATUAL TO PT-OPERADOR-ABERTURA
                                      PT-OPERADOR-ULTIMO
            WRITE PROTOCOLO-LINHA
            IF NOT FS-PRT-OK
                CALL 'FSMSG' USING WS-FS-PRT WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O REQUERIMENTO --> COD '
                        WS-FS-PRT ': ' WS-FS-MSG
                CLOSE PROTOCOLO-FILE
                EXIT PARAGRAPH
            END-IF
            CLOSE PROTOCOLO-FILE
            MOVE PT-PRAZO TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            DISPLAY 'REQUERIMENTO ABERTO - PROTOCOLO N. ' PT-NUMERO
            DISPLAY PTT-DESCRICAO(WS-IDX-TIPO) ' PROMETIDO PARA '
                    WS-DATA-FORMAT ' (' PTT-PRAZO(WS-IDX-TIPO)
                    ' DIAS UTEIS)'
            MOVE SPACES TO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING 'ABERTO ' DELIMITED BY SIZE
                   PT-TIPO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PT-NOME-ALUNO DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO PT-NUMERO
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            .

       P150-LE-RESPONSAVEL.
            MOVE SPACES TO WS-NOME-RESP
            OPEN INPUT CADASTRO-PF-FILE
            IF NOT FS-PF-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-RESP TO F-ID-PF
            READ CADASTRO-PF-FILE
                KEY IS F-ID-PF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-SEGUNDO-NOME)
                                DELIMITED BY SIZE
                        INTO WS-NOME-RESP
            END-READ
            CLOSE CADASTRO-PF-FILE
            .

       P160-LE-ALUNO.
            SET ACHOU-OK TO FALSE
            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NOME-ALUNO TO AL-NOME
            READ ALUNOS-FILE
                KEY IS AL-NOME
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            CLOSE ALUNOS-FILE
            .

       P170-MOSTRA-TIPOS.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
                DISPLAY PTT-CODIGO(WS-IDX) ' - '
                        PTT-DESCRICAO(WS-IDX) ' PRAZO '
                        PTT-PRAZO(WS-IDX) ' DIAS UTEIS'
            END-PERFORM
            .

       P180-ACHA-TIPO.
            MOVE 0 TO WS-IDX-TIPO
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
                IF PTT-CODIGO(WS-IDX) = WS-TIPO
                    MOVE WS-IDX TO WS-IDX-TIPO
                END-IF
            END-PERFORM
            .

       P190-PROXIMO-NUMERO.
            MOVE 1 TO WS-PROX-NUMERO
            OPEN INPUT PROTOCOLO-FILE
            IF FS-PRT-OK
                SET EOF-OK TO FALSE
                PERFORM UNTIL EOF-OK
                    READ PROTOCOLO-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            COMPUTE WS-PROX-NUMERO = PT-NUMERO + 1
                    END-READ
                END-PERFORM
                CLOSE PROTOCOLO-FILE
            END-IF
            .

       P200-CONSULTA.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P220-MOSTRA
            CLOSE PROTOCOLO-FILE
            .

       P210-LOCALIZA.
      * Abre o PROTOCOLO.DAT em I-O e le o pedido informado; so fica
      * aberto quando acha (ACHOU-OK).
            SET ACHOU-OK TO FALSE
            DISPLAY 'NUMERO DO PROTOCOLO: '
                ACCEPT WS-NUMERO
            OPEN I-O PROTOCOLO-FILE
            IF NOT FS-PRT-OK
                CALL 'FSMSG' USING WS-FS-PRT WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O PROTOCOLO.DAT --> COD '
                        WS-FS-PRT ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NUMERO TO PT-NUMERO
            READ PROTOCOLO-FILE
                KEY IS PT-NUMERO
                INVALID KEY
                    DISPLAY 'PROTOCOLO NAO ENCONTRADO'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            IF ACHOU-OK
                PERFORM P800-VISIVEL
                IF NOT UN-VISIVEL
                    DISPLAY 'PROTOCOLO DE OUTRA UNIDADE ('
                            PT-UNIDADE ')'
                    SET ACHOU-OK TO FALSE
                END-IF
            END-IF
            IF NOT ACHOU-OK
                CLOSE PROTOCOLO-FILE
            END-IF
            .

       P220-MOSTRA.
            MOVE PT-TIPO TO WS-TIPO
            PERFORM P180-ACHA-TIPO
            PERFORM P810-DESCREVE-SITUACAO
            DISPLAY 'PROTOCOLO.....: ' PT-NUMERO ' - ' WS-SITUACAO-ED
            IF WS-IDX-TIPO > 0
                DISPLAY 'TIPO..........: ' PT-TIPO ' '
                        PTT-DESCRICAO(WS-IDX-TIPO)
            END-IF
            DISPLAY 'DETALHE.......: ' PT-DESCRICAO
            DISPLAY 'ALUNO.........: ' PT-NOME-ALUNO
            DISPLAY 'RESPONSAVEL...: ' PT-ID-RESP ' ' PT-NOME-RESP
            MOVE PT-ABERTURA TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            DISPLAY 'ABERTO EM.....: ' WS-DATA-FORMAT ' POR '
                    PT-OPERADOR-ABERTURA
            MOVE PT-PRAZO TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            DISPLAY 'PROMETIDO PARA: ' WS-DATA-FORMAT
            IF PT-DATA-PRONTO > 0
                MOVE PT-DATA-PRONTO TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                DISPLAY 'PRONTO EM.....: ' WS-DATA-FORMAT
                        ' REGISTRO NO LIVRO ' PT-DOCUMENTO
            END-IF
            IF PT-DATA-ENTREGA > 0
                MOVE PT-DATA-ENTREGA TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                DISPLAY 'ENTREGUE EM...: ' WS-DATA-FORMAT
            END-IF
            IF PT-OBSERVACAO NOT = SPACES
                DISPLAY 'OBSERVACAO....: ' PT-OBSERVACAO
            END-IF
            DISPLAY 'ULTIMA ACAO...: ' PT-OPERADOR-ULTIMO
            .

       P300-SITUACAO.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P220-MOSTRA
            IF PT-ENTREGUE OR PT-CANCELADO
                DISPLAY 'REQUERIMENTO ENCERRADO - NADA ALTERADO'
                CLOSE PROTOCOLO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'NOVA SITUACAO: P EM ANDAMENTO  R PRONTO  '
                    'E ENTREGUE  C CANCELADO'
                ACCEPT WS-NOVA-SITUACAO
            MOVE FUNCTION UPPER-CASE(WS-NOVA-SITUACAO)
                TO WS-NOVA-SITUACAO
            IF WS-NOVA-SITUACAO NOT = 'P' AND NOT = 'R'
               AND NOT = 'E' AND NOT = 'C'
                DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
                CLOSE PROTOCOLO-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-AUD-ANTES
            STRING 'SITUACAO ' DELIMITED BY SIZE
                   PT-STATUS DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            EVALUATE WS-NOVA-SITUACAO
                WHEN 'R'
                    MOVE WS-DATA-SISTEMA TO PT-DATA-PRONTO
                WHEN 'E'
      * Entregue sem ter passado por pronto (documento feito na
      * hora): o atendimento terminou na entrega.
                    IF PT-DATA-PRONTO = 0
                        MOVE WS-DATA-SISTEMA TO PT-DATA-PRONTO
                    END-IF
                    MOVE WS-DATA-SISTEMA TO PT-DATA-ENTREGA
                WHEN 'C'
                    DISPLAY 'MOTIVO DO CANCELAMENTO: '
                        ACCEPT PT-OBSERVACAO
                    MOVE FUNCTION UPPER-CASE(PT-OBSERVACAO)
                        TO PT-OBSERVACAO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE WS-NOVA-SITUACAO  TO PT-STATUS
            MOVE WS-OPERADOR-ATUAL TO PT-OPERADOR-ULTIMO
            REWRITE PROTOCOLO-LINHA
            IF FS-PRT-OK
                PERFORM P810-DESCREVE-SITUACAO
                DISPLAY 'PROTOCOLO ' PT-NUMERO ' AGORA ' WS-SITUACAO-ED
                MOVE SPACES TO WS-AUD-DEPOIS
                STRING 'SITUACAO ' DELIMITED BY SIZE
                       PT-STATUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PT-OBSERVACAO DELIMITED BY SIZE
                    INTO WS-AUD-DEPOIS
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO PT-NUMERO
                                       WS-AUD-ANTES WS-AUD-DEPOIS
            ELSE
                CALL 'FSMSG' USING WS-FS-PRT WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O REQUERIMENTO --> COD '
                        WS-FS-PRT ': ' WS-FS-MSG
            END-IF
            CLOSE PROTOCOLO-FILE
            .

       P400-DO-ALUNO.
            DISPLAY 'NOME DO ALUNO: '
                ACCEPT WS-NOME-ALUNO
            MOVE FUNCTION UPPER-CASE(WS-NOME-ALUNO) TO WS-NOME-ALUNO
            OPEN INPUT PROTOCOLO-FILE
            IF NOT FS-PRT-OK
                DISPLAY 'NENHUM REQUERIMENTO REGISTRADO'
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-NUMERO
            MOVE WS-NOME-ALUNO TO PT-NOME-ALUNO
            SET EOF-OK TO FALSE
            START PROTOCOLO-FILE KEY IS EQUAL PT-NOME-ALUNO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROTOCOLO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PT-NOME-ALUNO NOT = WS-NOME-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P800-VISIVEL
                            IF UN-VISIVEL
                                ADD 1 TO WS-NUMERO
                                PERFORM P810-DESCREVE-SITUACAO
                                MOVE PT-ABERTURA TO WS-DATA-SISTEMA
                                CALL 'DATAFMT' USING WS-DATA-SISTEMA
                                                     WS-DATA-FORMAT
                                DISPLAY PT-NUMERO ' ' WS-DATA-FORMAT
                                        ' ' PT-TIPO ' '
                                        WS-SITUACAO-ED ' '
                                        PT-DESCRICAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROTOCOLO-FILE
            IF WS-NUMERO = 0
                DISPLAY 'NENHUM REQUERIMENTO PARA O ALUNO'
            END-IF
            .

       P500-LISTA-DIA.
      * Pendentes (abertos ou em andamento) com a data prometida
      * hoje ou ja passada.
            OPEN INPUT PROTOCOLO-FILE
            IF NOT FS-PRT-OK
                DISPLAY 'NENHUM REQUERIMENTO REGISTRADO'
                EXIT PARAGRAPH
            END-IF
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            MOVE WS-HOJE TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE 0 TO WS-CONT-VENCE-HOJE WS-CONT-ATRASADOS
            PERFORM P900-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** REQUERIMENTOS QUE VENCEM HOJE E ATRASADOS - '
                        DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM P910-LINHA-UNIDADE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'PROTOC. TP ALUNO                          RESPONSAVEL'
                TO REL-LINHA
            MOVE 'PROMETIDO  SITUACAO      PRAZO' TO REL-LINHA(84:)
            WRITE REL-LINHA
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ PROTOCOLO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PT-PENDENTE AND PT-PRAZO <= WS-HOJE
                            PERFORM P550-LINHA-DIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROTOCOLO-FILE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'VENCEM HOJE: ' DELIMITED BY SIZE
                   WS-CONT-VENCE-HOJE DELIMITED BY SIZE
                   '  ATRASADOS: ' DELIMITED BY SIZE
                   WS-CONT-ATRASADOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'VENCEM HOJE: ' WS-CONT-VENCE-HOJE
                    '  ATRASADOS: ' WS-CONT-ATRASADOS
            DISPLAY 'LISTA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P550-LINHA-DIA.
            PERFORM P800-VISIVEL
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            PERFORM P810-DESCREVE-SITUACAO
            MOVE SPACES TO REL-LINHA
            MOVE PT-NUMERO     TO REL-LINHA(1:6)
            MOVE PT-TIPO       TO REL-LINHA(9:2)
            MOVE PT-NOME-ALUNO TO REL-LINHA(12:30)
            MOVE PT-NOME-RESP  TO REL-LINHA(43:35)
            MOVE PT-PRAZO TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-DATA-FORMAT TO REL-LINHA(84:10)
            MOVE WS-SITUACAO-ED TO REL-LINHA(95:13)
            IF PT-PRAZO = WS-HOJE
                ADD 1 TO WS-CONT-VENCE-HOJE
                MOVE 'VENCE HOJE' TO REL-LINHA(109:)
            ELSE
                ADD 1 TO WS-CONT-ATRASADOS
                COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE) -
                    FUNCTION INTEGER-OF-DATE(PT-PRAZO)
                MOVE WS-DIAS-ATRASO TO WS-QTD-ED
                STRING 'ATRASO ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QTD-ED) DELIMITED BY SIZE
                       ' DIA(S)' DELIMITED BY SIZE
                    INTO REL-LINHA(109:)
            END-IF
            WRITE REL-LINHA
            .

       P600-MENSAL.
      * Atendidos no mes = ficaram prontos no mes (ou entregues
      * direto); tempo de atendimento em dias corridos da abertura.
            DISPLAY 'MES DO RELATORIO (AAAA/MM): '
                ACCEPT WS-MES
            IF WS-MES(1:4) IS NOT NUMERIC OR WS-MES(6:2) IS NOT NUMERIC
                DISPLAY 'MES INVALIDO'
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-DATA-X
            STRING WS-MES(1:4) DELIMITED BY SIZE
                   WS-MES(6:2) DELIMITED BY SIZE
                INTO WS-DATA-X
            MOVE WS-DATA-X(1:6) TO WS-MES-X
            OPEN INPUT PROTOCOLO-FILE
            IF NOT FS-PRT-OK
                DISPLAY 'NENHUM REQUERIMENTO REGISTRADO'
                EXIT PARAGRAPH
            END-IF
            INITIALIZE WS-MENSAL-TAB
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ PROTOCOLO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P650-CONTA-MES
                END-READ
            END-PERFORM
            CLOSE PROTOCOLO-FILE

            PERFORM P900-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** ATENDIMENTO DA SECRETARIA POR TIPO - MES '
                        DELIMITED BY SIZE
                   WS-MES DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM P910-LINHA-UNIDADE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'TIPO                            PRAZO ABERTOS ATENDID'
                TO REL-LINHA
            MOVE 'OS NO PRAZO MEDIA DIAS MAIOR CANCEL. PENDENTES'
                TO REL-LINHA(55:)
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
                MOVE SPACES TO REL-LINHA
                MOVE PTT-CODIGO(WS-IDX)    TO REL-LINHA(1:2)
                MOVE PTT-DESCRICAO(WS-IDX) TO REL-LINHA(4:28)
                MOVE PTT-PRAZO(WS-IDX)     TO REL-LINHA(35:2)
                MOVE MS-ABERTOS(WS-IDX)    TO WS-QTD-ED
                MOVE WS-QTD-ED             TO REL-LINHA(39:5)
                MOVE MS-ATENDIDOS(WS-IDX)  TO WS-QTD-ED
                MOVE WS-QTD-ED             TO REL-LINHA(49:5)
                MOVE MS-NO-PRAZO(WS-IDX)   TO WS-QTD-ED
                MOVE WS-QTD-ED             TO REL-LINHA(58:5)
                IF MS-ATENDIDOS(WS-IDX) > 0
                    COMPUTE WS-MEDIA-DIAS ROUNDED =
                        MS-SOMA-DIAS(WS-IDX) / MS-ATENDIDOS(WS-IDX)
                    MOVE WS-MEDIA-DIAS TO WS-MEDIA-DIAS-ED
                    MOVE WS-MEDIA-DIAS-ED TO REL-LINHA(64:6)
                    MOVE MS-MAIOR-DIAS(WS-IDX) TO WS-QTD-ED
                    MOVE WS-QTD-ED         TO REL-LINHA(75:5)
                END-IF
                MOVE MS-CANCELADOS(WS-IDX) TO WS-QTD-ED
                MOVE WS-QTD-ED             TO REL-LINHA(82:5)
                MOVE MS-PENDENTES(WS-IDX)  TO WS-QTD-ED
                MOVE WS-QTD-ED             TO REL-LINHA(92:5)
                WRITE REL-LINHA
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ABERTOS: PEDIDOS DO MES. ATENDIDOS: PRONTOS NO MES, '
                TO REL-LINHA
            MOVE 'DIAS CORRIDOS DA ABERTURA. PENDENTES: ABERTOS NO MES'
                TO REL-LINHA(53:)
            MOVE ' AINDA SEM DOCUMENTO.' TO REL-LINHA(105:)
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P650-CONTA-MES.
            PERFORM P800-VISIVEL
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            MOVE PT-TIPO TO WS-TIPO
            PERFORM P180-ACHA-TIPO
            IF WS-IDX-TIPO = 0
                EXIT PARAGRAPH
            END-IF
            MOVE PT-ABERTURA TO WS-DATA-X
            IF WS-DATA-X(1:6) = WS-MES-X
                ADD 1 TO MS-ABERTOS(WS-IDX-TIPO)
                IF PT-CANCELADO
                    ADD 1 TO MS-CANCELADOS(WS-IDX-TIPO)
                END-IF
                IF PT-PENDENTE
                    ADD 1 TO MS-PENDENTES(WS-IDX-TIPO)
                END-IF
            END-IF
            MOVE PT-DATA-PRONTO TO WS-DATA-X
            IF PT-DATA-PRONTO > 0
               AND WS-DATA-X(1:6) = WS-MES-X
               AND NOT PT-CANCELADO
                ADD 1 TO MS-ATENDIDOS(WS-IDX-TIPO)
                IF PT-DATA-PRONTO <= PT-PRAZO
                    ADD 1 TO MS-NO-PRAZO(WS-IDX-TIPO)
                END-IF
                COMPUTE WS-DIAS-ATEND =
                    FUNCTION INTEGER-OF-DATE(PT-DATA-PRONTO) -
                    FUNCTION INTEGER-OF-DATE(PT-ABERTURA)
                ADD WS-DIAS-ATEND TO MS-SOMA-DIAS(WS-IDX-TIPO)
                IF WS-DIAS-ATEND > MS-MAIOR-DIAS(WS-IDX-TIPO)
                    MOVE WS-DIAS-ATEND TO MS-MAIOR-DIAS(WS-IDX-TIPO)
                END-IF
            END-IF
            .

       P700-CALCULA-PRAZO.
      * Soma os dias uteis do tipo a partir de amanha: fim de semana
      * e feriado do calendario nao contam (o recesso escolar conta -
      * a secretaria atende).
            MOVE 0 TO WS-DIAS-UTEIS
            COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(PT-ABERTURA)
            MOVE PT-ABERTURA TO PT-PRAZO
            PERFORM UNTIL WS-DIAS-UTEIS >= PTT-PRAZO(WS-IDX-TIPO)
                ADD 1 TO WS-DIA-INT
                COMPUTE PT-PRAZO = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                MOVE PT-PRAZO TO WS-DATA-X
                MOVE SPACES TO WS-DV-DATA
                STRING WS-DATA-X(1:4) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-DATA-X(5:2) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-DATA-X(7:2) DELIMITED BY SIZE
                    INTO WS-DV-DATA
                CALL 'DIALETIVO' USING WS-DV-DATA WS-DV-LETIVO
                                       WS-DV-TIPO WS-DV-DIA-GRADE
                                       WS-DV-DESCRICAO
                IF WS-DV-TIPO NOT = 'W' AND WS-DV-TIPO NOT = 'F'
                    ADD 1 TO WS-DIAS-UTEIS
                END-IF
            END-PERFORM
            .

       P800-VISIVEL.
            MOVE 'V' TO WS-UN-ACAO
            MOVE PT-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO WS-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            .

       P810-DESCREVE-SITUACAO.
            EVALUATE TRUE
                WHEN PT-ABERTO
                    MOVE 'ABERTO'        TO WS-SITUACAO-ED
                WHEN PT-ANDAMENTO
                    MOVE 'EM ANDAMENTO'  TO WS-SITUACAO-ED
                WHEN PT-PRONTO
                    MOVE 'PRONTO'        TO WS-SITUACAO-ED
                WHEN PT-ENTREGUE
                    MOVE 'ENTREGUE'      TO WS-SITUACAO-ED
                WHEN PT-CANCELADO
                    MOVE 'CANCELADO'     TO WS-SITUACAO-ED
                WHEN OTHER
                    MOVE 'DESCONHECIDA'  TO WS-SITUACAO-ED
            END-EVALUATE
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

       P910-LINHA-UNIDADE.
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
