      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CAIXA DO BALCAO DA TESOURARIA. (1) RECEBE O
      *          PAGAMENTO DE UMA COBRANCA NO BALCAO: MOSTRA O VALOR
      *          ATUALIZADO (ENCARGOS), REGISTRA A FORMA DE PAGAMENTO
      *          (DINHEIRO, CARTAO OU CHEQUE) E O OPERADOR DA SESSAO,
      *          BAIXA A COBRANCA COM ORIGEM 'C' E IMPRIME O RECIBO
      *          NUMERADO (RECIBOS.DAT) NO SPOOL. (2) FECHA O CAIXA
      *          DO OPERADOR NO DIA: TOTALIZA OS RECIBOS POR FORMA DE
      *          PAGAMENTO, CONFERE COM AS BAIXAS DO CAIXA GRAVADAS
      *          NO COBRANCAS.DAT NAQUELE DIA, CONFERE O DINHEIRO
      *          CONTADO NA GAVETA, IMPRIME O BOLETO DE FECHAMENTO
      *          COM AS DIFERENCAS E TRANCA O DIA (FECHACAIXA.DAT)
      *          CONTRA NOVOS RECEBIMENTOS DAQUELE OPERADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COBRANCA-FILE
               ASSIGN TO
                   WS-PATH-COBRANCAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-COB
                   .
               SELECT RECIBO-FILE
               ASSIGN TO
                   WS-PATH-RECIBOS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REC
                   .
               SELECT FECHA-FILE
               ASSIGN TO
                   WS-PATH-FECHACAIXA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-FEC
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
       FD COBRANCA-FILE
       DATA RECORD IS COBRANCA-LINHA.
           COPY COBRANCA_DADOS.
       FD RECIBO-FILE
       DATA RECORD IS RECIBO-LINHA.
           COPY RECIBO_DADOS.
       FD FECHA-FILE
       DATA RECORD IS FECHACAIXA-LINHA.
           COPY FECHACAIXA_DADOS.
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
       77 WS-FS-COB                PIC 99.
          88 FS-COB-OK             VALUE 0.
       77 WS-FS-REC                PIC 99.
       77 WS-FS-FEC                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'CAIXA'.
       77 WS-OPCAO                 PIC X.
       77 WS-CONFIRMA              PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-DATA-CAIXA            PIC X(10).
       77 WS-DIA-FECHADO           PIC X.
       77 WS-ID-RESP               PIC 9(06).
       77 WS-COMPETENCIA           PIC X(07).
       77 WS-NOME-ALUNO            PIC X(30).
       77 WS-VALOR-PAGO            PIC 9(06)V99.
       77 WS-FORMA                 PIC X.
       77 WS-DOCUMENTO             PIC X(20).
       77 WS-PROX-RECIBO           PIC 9(06).
       77 WS-ENC-MULTA             PIC 9(06)V99.
       77 WS-ENC-JUROS             PIC 9(06)V99.
       77 WS-ENC-DIAS              PIC 9(05).
       77 WS-ENC-TOTAL             PIC 9(07)V99.
       77 WS-TOT-DINHEIRO          PIC 9(07)V99.
       77 WS-TOT-CARTAO            PIC 9(07)V99.
       77 WS-TOT-CHEQUE            PIC 9(07)V99.
       77 WS-TOT-RECIBOS           PIC 9(07)V99.
       77 WS-TOT-BAIXAS            PIC 9(07)V99.
       77 WS-CONTADO               PIC 9(07)V99.
       77 WS-DIF-BAIXAS            PIC S9(07)V99.
       77 WS-DIF-GAVETA            PIC S9(07)V99.
       77 WS-DIF-EDIT              PIC -(7)9.99.
       77 WS-IDX                   PIC 9(04).
       77 WS-QTD-RECIBOS           PIC 9(04) VALUE 0.
       01 WS-RECIBO-TAB.
           05 WS-RECIBO-ENTRY OCCURS 500 TIMES.
               10 RT-NUM           PIC 9(06).
               10 RT-VALOR         PIC 9(06)V99.
               10 RT-BAIXADO       PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CAIXA' TO WS-PROGRAMA-CORRENTE
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
            DISPLAY '**** CAIXA DO BALCAO - OPERADOR '
                    FUNCTION TRIM(WS-OPERADOR-ATUAL) ' ****'
            DISPLAY '1 - RECEBER PAGAMENTO NO BALCAO'
            DISPLAY '2 - FECHAR O CAIXA DO DIA'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-RECEBE
                WHEN '2'
                    PERFORM P300-FECHA
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
            .

       P95-CHECA-FECHADO.
      * Dia fechado = ja existe fechamento do operador na data.
            MOVE 'N' TO WS-DIA-FECHADO
            OPEN INPUT FECHA-FILE
            IF WS-FS-FEC <> 0
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ FECHA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FC-DATA = WS-DATA-CAIXA
                           AND FC-OPERADOR = WS-OPERADOR-ATUAL
                            MOVE 'S' TO WS-DIA-FECHADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FECHA-FILE
            .

       P100-RECEBE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-DATA-FORMAT TO WS-DATA-CAIXA
            PERFORM P95-CHECA-FECHADO
            IF WS-DIA-FECHADO = 'S'
                DISPLAY 'CAIXA DE HOJE JA FECHADO PARA ESTE OPERADOR '
                        '- NENHUM RECEBIMENTO ACEITO'
                EXIT PARAGRAPH
            END-IF

            DISPLAY 'ID DO RESPONSAVEL: '
                ACCEPT WS-ID-RESP
            DISPLAY 'COMPETENCIA (AAAA/MM): '
                ACCEPT WS-COMPETENCIA
            DISPLAY 'NOME DO ALUNO (GRAFIA DO BOLETIM): '
                ACCEPT WS-NOME-ALUNO
            OPEN I-O COBRANCA-FILE
            IF NOT FS-COB-OK
                DISPLAY 'ARQUIVO DE COBRANCAS INDISPONIVEL'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-RESP     TO CB-ID-RESP
            MOVE WS-COMPETENCIA TO CB-COMPETENCIA
            MOVE WS-NOME-ALUNO  TO CB-NOME-ALUNO
            SET ACHOU-OK TO FALSE
            READ COBRANCA-FILE
                KEY IS CB-CHAVE
                INVALID KEY
                    DISPLAY 'COBRANCA NAO ENCONTRADA'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            IF NOT ACHOU-OK
                CLOSE COBRANCA-FILE
                EXIT PARAGRAPH
            END-IF
            IF CB-STATUS NOT = 'A'
                DISPLAY 'COBRANCA NAO ESTA EM ABERTO (STATUS '
                        CB-STATUS ')'
                CLOSE COBRANCA-FILE
                EXIT PARAGRAPH
            END-IF

            CALL 'ENCARGOS' USING CB-VALOR CB-VENCIMENTO
                                  WS-DATA-FORMAT WS-ENC-MULTA
                                  WS-ENC-JUROS WS-ENC-DIAS
                                  WS-ENC-TOTAL
            DISPLAY 'VALOR DEVIDO: ' CB-VALOR
            IF WS-ENC-DIAS > 0
                DISPLAY 'ATRASO DE ' WS-ENC-DIAS ' DIAS - MULTA '
                        WS-ENC-MULTA ' JUROS ' WS-ENC-JUROS
            END-IF
            DISPLAY 'VALOR A RECEBER: ' WS-ENC-TOTAL
            DISPLAY 'VALOR RECEBIDO: '
                ACCEPT WS-VALOR-PAGO
            DISPLAY 'FORMA: <D> DINHEIRO <C> CARTAO <Q> CHEQUE ? '
                ACCEPT WS-FORMA
            MOVE SPACES TO WS-DOCUMENTO
            EVALUATE WS-FORMA
                WHEN 'D'
                    CONTINUE
                WHEN 'C'
                    DISPLAY 'AUTORIZACAO DO CARTAO: '
                        ACCEPT WS-DOCUMENTO
                WHEN 'Q'
                    DISPLAY 'BANCO/NUMERO DO CHEQUE: '
                        ACCEPT WS-DOCUMENTO
                WHEN OTHER
                    DISPLAY 'FORMA INVALIDA - NADA RECEBIDO'
                    CLOSE COBRANCA-FILE
                    EXIT PARAGRAPH
            END-EVALUATE
            DISPLAY 'CONFIRMA O RECEBIMENTO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA RECEBIDO'
                CLOSE COBRANCA-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P150-PROXIMO-RECIBO
            MOVE 'P'            TO CB-STATUS
            MOVE WS-DATA-FORMAT TO CB-DATA-PAGTO
            MOVE WS-VALOR-PAGO  TO CB-VALOR-PAGO
            MOVE 'C'            TO CB-ORIGEM-BAIXA
            MOVE WS-PROX-RECIBO TO CB-RECIBO
            REWRITE COBRANCA-LINHA
            IF NOT FS-COB-OK
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                DISPLAY 'ERRO AO BAIXAR --> COD ' WS-FS-COB
                        ': ' WS-FS-MSG ' - RECIBO NAO EMITIDO'
                CLOSE COBRANCA-FILE
                EXIT PARAGRAPH
            END-IF
            CLOSE COBRANCA-FILE

            MOVE WS-PROX-RECIBO    TO RC-NUM
            MOVE WS-DATA-FORMAT    TO RC-DATA
            MOVE WS-OPERADOR-ATUAL TO RC-OPERADOR
            MOVE WS-ID-RESP        TO RC-ID-RESP
            MOVE WS-COMPETENCIA    TO RC-COMPETENCIA
            MOVE WS-NOME-ALUNO     TO RC-NOME-ALUNO
            MOVE WS-VALOR-PAGO     TO RC-VALOR
            MOVE WS-FORMA          TO RC-FORMA
            MOVE WS-DOCUMENTO      TO RC-DOCUMENTO
            OPEN EXTEND RECIBO-FILE
            IF WS-FS-REC <> 0
                OPEN OUTPUT RECIBO-FILE
            END-IF
            WRITE RECIBO-LINHA
            CLOSE RECIBO-FILE

            PERFORM P200-IMPRIME-RECIBO
            DISPLAY 'PAGAMENTO BAIXADO - RECIBO N. ' WS-PROX-RECIBO
            DISPLAY 'RECIBO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P150-PROXIMO-RECIBO.
            MOVE 1 TO WS-PROX-RECIBO
            SET EOF-OK TO FALSE
            OPEN INPUT RECIBO-FILE
            IF WS-FS-REC <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ RECIBO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-PROX-RECIBO = RC-NUM + 1
                END-READ
            END-PERFORM
            IF WS-FS-REC = 10
                CLOSE RECIBO-FILE
            END-IF
            .

       P200-IMPRIME-RECIBO.
            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE ALL '*' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'RECIBO N. ' DELIMITED BY SIZE
                   RC-NUM DELIMITED BY SIZE
                   '   DATA: ' DELIMITED BY SIZE
                   RC-DATA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'RECEBEMOS DO RESPONSAVEL ' DELIMITED BY SIZE
                   RC-ID-RESP DELIMITED BY SIZE
                   ' A IMPORTANCIA DE ' DELIMITED BY SIZE
                   RC-VALOR DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'REFERENTE A MENSALIDADE ' DELIMITED BY SIZE
                   RC-COMPETENCIA DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   FUNCTION TRIM(RC-NOME-ALUNO) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            EVALUATE RC-FORMA
                WHEN 'D'
                    MOVE 'FORMA DE PAGAMENTO: DINHEIRO' TO REL-LINHA
                WHEN 'C'
                    STRING 'FORMA DE PAGAMENTO: CARTAO - AUT. '
                                DELIMITED BY SIZE
                           RC-DOCUMENTO DELIMITED BY SIZE
                        INTO REL-LINHA
                WHEN 'Q'
                    STRING 'FORMA DE PAGAMENTO: CHEQUE - '
                                DELIMITED BY SIZE
                           RC-DOCUMENTO DELIMITED BY SIZE
                        INTO REL-LINHA
            END-EVALUATE
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'RECEBIDO POR: ' DELIMITED BY SIZE
                   RC-OPERADOR DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '*' TO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            .

       P300-FECHA.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            DISPLAY 'DATA DO CAIXA (AAAA/MM/DD, BRANCO = HOJE): '
                ACCEPT WS-DATA-CAIXA
            IF WS-DATA-CAIXA = SPACES
                MOVE WS-DATA-FORMAT TO WS-DATA-CAIXA
            END-IF
            PERFORM P95-CHECA-FECHADO
            IF WS-DIA-FECHADO = 'S'
                DISPLAY 'CAIXA DE ' WS-DATA-CAIXA ' JA FECHADO PARA '
                        'ESTE OPERADOR'
                EXIT PARAGRAPH
            END-IF

            MOVE 0 TO WS-TOT-DINHEIRO
            MOVE 0 TO WS-TOT-CARTAO
            MOVE 0 TO WS-TOT-CHEQUE
            MOVE 0 TO WS-TOT-RECIBOS
            MOVE 0 TO WS-TOT-BAIXAS
            MOVE 0 TO WS-QTD-RECIBOS
            SET EOF-OK TO FALSE
            OPEN INPUT RECIBO-FILE
            IF WS-FS-REC <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ RECIBO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RC-DATA = WS-DATA-CAIXA
                           AND RC-OPERADOR = WS-OPERADOR-ATUAL
                            PERFORM P310-SOMA-RECIBO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-REC = 10
                CLOSE RECIBO-FILE
            END-IF

      * Confere com o que de fato foi baixado pelo caixa no dia:
      * cada baixa de origem 'C' aponta o seu recibo.
            OPEN INPUT COBRANCA-FILE
            IF FS-COB-OK
                SET EOF-OK TO FALSE
                PERFORM UNTIL EOF-OK
                    READ COBRANCA-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CB-ORIGEM-BAIXA = 'C'
                               AND CB-DATA-PAGTO = WS-DATA-CAIXA
                                PERFORM P320-CONFERE-BAIXA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COBRANCA-FILE
            END-IF

            DISPLAY 'RECIBOS DO DIA: ' WS-QTD-RECIBOS
            DISPLAY '  DINHEIRO: ' WS-TOT-DINHEIRO
            DISPLAY '  CARTAO..: ' WS-TOT-CARTAO
            DISPLAY '  CHEQUE..: ' WS-TOT-CHEQUE
            DISPLAY 'DINHEIRO CONTADO NA GAVETA: '
                ACCEPT WS-CONTADO
            COMPUTE WS-DIF-BAIXAS = WS-TOT-RECIBOS - WS-TOT-BAIXAS
            COMPUTE WS-DIF-GAVETA = WS-CONTADO - WS-TOT-DINHEIRO
            DISPLAY 'CONFIRMA O FECHAMENTO ? O DIA FICA TRANCADO. S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'CAIXA NAO FECHADO'
                EXIT PARAGRAPH
            END-IF

            MOVE WS-DATA-CAIXA     TO FC-DATA
            MOVE WS-OPERADOR-ATUAL TO FC-OPERADOR
            MOVE WS-QTD-RECIBOS    TO FC-QTD-RECIBOS
            MOVE WS-TOT-DINHEIRO   TO FC-TOT-DINHEIRO
            MOVE WS-TOT-CARTAO     TO FC-TOT-CARTAO
            MOVE WS-TOT-CHEQUE     TO FC-TOT-CHEQUE
            MOVE WS-TOT-BAIXAS     TO FC-TOT-BAIXAS
            MOVE WS-CONTADO        TO FC-CONTADO
            MOVE WS-DIF-BAIXAS     TO FC-DIF-BAIXAS
            MOVE WS-DIF-GAVETA     TO FC-DIF-GAVETA
            OPEN EXTEND FECHA-FILE
            IF WS-FS-FEC <> 0
                OPEN OUTPUT FECHA-FILE
            END-IF
            WRITE FECHACAIXA-LINHA
            CLOSE FECHA-FILE

            PERFORM P400-IMPRIME-FECHAMENTO
            DISPLAY 'CAIXA FECHADO - BOLETO EM: ' WS-PATH-RELATORIO
            .

       P310-SOMA-RECIBO.
            ADD RC-VALOR TO WS-TOT-RECIBOS
            EVALUATE RC-FORMA
                WHEN 'D'
                    ADD RC-VALOR TO WS-TOT-DINHEIRO
                WHEN 'C'
                    ADD RC-VALOR TO WS-TOT-CARTAO
                WHEN 'Q'
                    ADD RC-VALOR TO WS-TOT-CHEQUE
            END-EVALUATE
            IF WS-QTD-RECIBOS < 500
                ADD 1 TO WS-QTD-RECIBOS
                MOVE RC-NUM   TO RT-NUM(WS-QTD-RECIBOS)
                MOVE RC-VALOR TO RT-VALOR(WS-QTD-RECIBOS)
                MOVE 'N'      TO RT-BAIXADO(WS-QTD-RECIBOS)
            END-IF
            .

       P320-CONFERE-BAIXA.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-RECIBOS
                IF RT-NUM(WS-IDX) = CB-RECIBO
                    ADD CB-VALOR-PAGO TO WS-TOT-BAIXAS
                    MOVE 'S' TO RT-BAIXADO(WS-IDX)
                END-IF
            END-PERFORM
            .

       P400-IMPRIME-FECHAMENTO.
            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '*** FECHAMENTO DE CAIXA - ' DELIMITED BY SIZE
                   WS-DATA-CAIXA DELIMITED BY SIZE
                   ' - OPERADOR ' DELIMITED BY SIZE
                   WS-OPERADOR-ATUAL DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'RECIBOS EMITIDOS....: ' DELIMITED BY SIZE
                   WS-QTD-RECIBOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DINHEIRO............: ' DELIMITED BY SIZE
                   WS-TOT-DINHEIRO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CARTAO..............: ' DELIMITED BY SIZE
                   WS-TOT-CARTAO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CHEQUE..............: ' DELIMITED BY SIZE
                   WS-TOT-CHEQUE DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL DOS RECIBOS...: ' DELIMITED BY SIZE
                   WS-TOT-RECIBOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'BAIXADO NO COBRANCAS: ' DELIMITED BY SIZE
                   WS-TOT-BAIXAS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-DIF-BAIXAS TO WS-DIF-EDIT
            MOVE SPACES TO REL-LINHA
            STRING 'DIFERENCA...........: ' DELIMITED BY SIZE
                   WS-DIF-EDIT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DINHEIRO CONTADO....: ' DELIMITED BY SIZE
                   WS-CONTADO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-DIF-GAVETA TO WS-DIF-EDIT
            MOVE SPACES TO REL-LINHA
            STRING 'SOBRA/FALTA NA GAVETA: ' DELIMITED BY SIZE
                   WS-DIF-EDIT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-RECIBOS
                IF RT-BAIXADO(WS-IDX) NOT = 'S'
                    MOVE SPACES TO REL-LINHA
                    STRING '  RECIBO ' DELIMITED BY SIZE
                           RT-NUM(WS-IDX) DELIMITED BY SIZE
                           ' SEM BAIXA CORRESPONDENTE - VALOR '
                                DELIMITED BY SIZE
                           RT-VALOR(WS-IDX) DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                END-IF
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE '______________________________  OPERADOR' TO REL-LINHA
            WRITE REL-LINHA
            MOVE '______________________________  TESOURARIA'
                TO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            .
