      *          (TARIFAS.DAT); (2) GERA AS COBRANCAS DE UMA
      *          COMPETENCIA (AAAA/MM) - UMA POR ALUNO DISTINTO DO
      *          ANO EM NOTASV2.DAT, AMARRADA AO F-ID-RESPONSAVEL -
      *          SEM DUPLICAR AS JA GERADAS E SEM QUEM TEVE A
      *          MATRICULA CANCELADA (CANCMAT); (3) BAIXA PAGAMENTOS;
      *          (4) RELATORIO DE INADIMPLENCIA AGRUPADO POR
      *          RESPONSAVEL (UMA LIGACAO COBRE TODOS OS FILHOS DA
      *          FAMILIA), COM TELEFONE DO CADASTROPF.DAT E O
      *          BLOQUEIO OPCIONAL DE REMATRICULA; (5) LIGA/DESLIGA O
      *          BLOQUEIO (FINHOLD.DAT), QUE O FLUXO DE REMATRICULA
      *          DO BOLETIMV2 EXIBE VIA FINCONS. A BAIXA FEITA AQUI
      *          FICA COM ORIGEM 'M'; A DO BANCO ENTRA PELO RETBANCO.
      *          (6)/(7) REMESSA E RETORNO DA COBRANCA BANCARIA
      *          (REMBANCO/RETBANCO, TAMBEM PASSOS DA AGENDA NOTURNA).
      *          A GERACAO JA APLICA A BOLSA DO ALUNO (BOLSAMAN) OU O
      *          DESCONTO DE IRMAOS DA TABELA DO ANO - O MAIOR DOS
      *          DOIS - E GUARDA BRUTO, DESCONTO E LIQUIDO; (8) TOTAL
      *          DE DESCONTO CONCEDIDO POR MOTIVO NA COMPETENCIA.
      *          A BAIXA E A INADIMPLENCIA MOSTRAM O VALOR ATUALIZADO
      *          COM MULTA E JUROS DOS PARAMETROS (ENCARGOS); A
      *          RENEGOCIACAO DA DIVIDA E FEITA NA TELA ACORDO. A
      *          INADIMPLENCIA DEIXA UM AVISO DE COBRANCA POR FAMILIA
      *          NA FILA DE SAIDA DE COMUNICACOES (COMUNICA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-COB
                   .
               SELECT BOLSA-FILE
               ASSIGN TO
                   WS-PATH-BOLSAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS BS-NOME-ALUNO
                   FILE STATUS IS WS-FS-BOLSA
                   .
               SELECT HOLD-FILE
               ASSIGN TO
                   WS-PATH-FINHOLD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT REPORT-FILE
       FD COBRANCA-FILE
       DATA RECORD IS COBRANCA-LINHA.
           COPY COBRANCA_DADOS.
       FD BOLSA-FILE
       DATA RECORD IS BOLSA-LINHA.
           COPY BOLSA_DADOS.
       FD HOLD-FILE
       DATA RECORD IS HOLD-LINHA.
       01 HOLD-LINHA.
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
       77 WS-FS-HLD                PIC 99.
       77 WS-FS-BOLSA              PIC 99.
          88 FS-BOLSA-OK           VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
       77 WS-TOTAL-ATRASO          PIC 9(08)V99.
       77 WS-RESP-ANTERIOR         PIC 9(06).
       77 WS-BLOQ-ACHADO           PIC X.
      * Fila de saida de comunicacoes (COMUNICA): um aviso de
      * cobranca em atraso por familia na inadimplencia.
       77 WS-CM-TIPO               PIC X(10) VALUE 'COBRANCA'.
       77 WS-CM-ORIGEM             PIC X(12) VALUE 'MENSAL'.
       77 WS-CM-ID-ALUNO           PIC 9(06) VALUE 0.
       77 WS-CM-ASSUNTO            PIC X(60).
      * Alunos distintos do ano (nome + responsavel), como na
      * chamada e no TURMAVAL.
       77 WS-QTD-ALUNOS            PIC 9(03) VALUE 0.
               10 MS-NOME          PIC X(30).
               10 MS-RESP          PIC 9(06).
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX2                  PIC 9(03).
       77 WS-ENC-MULTA             PIC 9(06)V99.
       77 WS-ENC-JUROS             PIC 9(06)V99.
       77 WS-ENC-DIAS              PIC 9(05).
       77 WS-ENC-TOTAL             PIC 9(07)V99.
       77 WS-TOTAL-ATUALIZADO      PIC 9(08)V99.
       77 WS-DESC-IRMAO            PIC 9(02)V99.
       77 WS-DESCONTO              PIC 9(06)V99.
       77 WS-DESC-BOLSA            PIC 9(06)V99.
       77 WS-MOTIVO                PIC X(20).
       77 WS-TEM-IRMAO             PIC X.
       77 WS-BOLSAS-ABERTAS        PIC X.
       77 WS-TOTAL-BRUTO           PIC 9(08)V99.
       77 WS-TOTAL-DESCONTO        PIC 9(08)V99.
       77 WS-QTD-MOTIVOS           PIC 9(02) VALUE 0.
       01 WS-MOTIVO-TAB.
           05 WS-MOTIVO-ENTRY OCCURS 50 TIMES.
               10 MT-MOTIVO        PIC X(20).
               10 MT-QTD           PIC 9(04).
               10 MT-VALOR         PIC 9(08)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'MENSAL' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            DISPLAY '3 - BAIXAR PAGAMENTO'
            DISPLAY '4 - RELATORIO DE INADIMPLENCIA POR RESPONSAVEL'
            DISPLAY '5 - LIGAR/DESLIGAR BLOQUEIO DE REMATRICULA'
            DISPLAY '6 - GERAR REMESSA DE BOLETOS PARA O BANCO'
            DISPLAY '7 - PROCESSAR RETORNO DO BANCO'
            DISPLAY '8 - DESCONTOS CONCEDIDOS NUMA COMPETENCIA'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
                    PERFORM P400-INADIMPLENCIA
                WHEN '5'
                    PERFORM P500-BLOQUEIO
                WHEN '6'
                    CALL 'REMBANCO'
                    CANCEL 'REMBANCO'
                    MOVE 'MENSAL' TO WS-PROGRAMA-CORRENTE
                WHEN '7'
                    CALL 'RETBANCO'
                    CANCEL 'RETBANCO'
                    MOVE 'MENSAL' TO WS-PROGRAMA-CORRENTE
                WHEN '8'
                    PERFORM P600-DESCONTOS
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                NOT INVALID KEY
                    DISPLAY 'VALOR ATUAL: ' TF-VALOR-MENSAL
                            ' VENCIMENTO DIA ' TF-DIA-VENCIMENTO
                            ' DESC. IRMAOS ' TF-DESC-IRMAO '%'
            END-READ
            DISPLAY 'VALOR DA MENSALIDADE (EX: 000450,00): '
                ACCEPT TF-VALOR-MENSAL
            DISPLAY 'DIA DO VENCIMENTO (01-28): '
                ACCEPT TF-DIA-VENCIMENTO
            DISPLAY '% DE DESCONTO A PARTIR DO 2O FILHO (EX: 10,00): '
                ACCEPT TF-DESC-IRMAO
            MOVE WS-ANO TO TF-ANO
            WRITE TARIFA-LINHA
            IF WS-FS-TAR = 22
                ACCEPT WS-COMPETENCIA

            MOVE 0 TO WS-VALOR
            MOVE 0 TO WS-DESC-IRMAO
            OPEN INPUT TARIFA-FILE
            IF FS-TAR-OK
                MOVE WS-ANO TO TF-ANO
                    NOT INVALID KEY
                        MOVE TF-VALOR-MENSAL   TO WS-VALOR
                        MOVE TF-DIA-VENCIMENTO TO WS-DIA-VENC
                        MOVE TF-DESC-IRMAO     TO WS-DESC-IRMAO
                END-READ
                CLOSE TARIFA-FILE
            END-IF

            MOVE 0 TO WS-CONT-GERADAS
            MOVE 0 TO WS-CONT-JA
            MOVE 'N' TO WS-BOLSAS-ABERTAS
            OPEN INPUT BOLSA-FILE
            IF FS-BOLSA-OK
                MOVE 'S' TO WS-BOLSAS-ABERTAS
            END-IF
            OPEN I-O COBRANCA-FILE
            IF WS-FS-COB = 35
                OPEN OUTPUT COBRANCA-FILE
                MOVE WS-COMPETENCIA   TO CB-COMPETENCIA
                MOVE MS-NOME(WS-IDX)  TO CB-NOME-ALUNO
                MOVE WS-ANO           TO CB-ANO-LETIVO
                PERFORM P270-DESCONTO
                MOVE WS-VALOR         TO CB-VALOR-BRUTO
                MOVE WS-DESCONTO      TO CB-VALOR-DESCONTO
                MOVE WS-MOTIVO        TO CB-MOTIVO-DESC
                COMPUTE CB-VALOR = WS-VALOR - WS-DESCONTO
                MOVE WS-VENCIMENTO    TO CB-VENCIMENTO
                MOVE 'A'              TO CB-STATUS
                MOVE SPACES           TO CB-DATA-PAGTO
                MOVE 0                TO CB-VALOR-PAGO
                MOVE 0                TO CB-NOSSO-NUMERO
                MOVE 0                TO CB-REMESSA
                MOVE SPACE            TO CB-ORIGEM-BAIXA
                MOVE 0                TO CB-ACORDO
                MOVE 0                TO CB-PARCELA
                MOVE 0                TO CB-RECIBO
                WRITE COBRANCA-LINHA
                EVALUATE WS-FS-COB
                    WHEN 0
                END-EVALUATE
            END-PERFORM
            CLOSE COBRANCA-FILE
            IF WS-BOLSAS-ABERTAS = 'S'
                CLOSE BOLSA-FILE
            END-IF
            DISPLAY 'COBRANCAS GERADAS: ' WS-CONT-GERADAS
                    '  JA EXISTENTES: ' WS-CONT-JA
            .
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
      * Matricula cancelada (CANCMAT) nao gera mais mensalidade.
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-STATUS NOT = 'EXPURGADO'
                           AND F-STATUS NOT = 'CANCELADO'
                            PERFORM P260-GUARDA-ALUNO
                        END-IF
                END-READ
            END-IF
            .

       P270-DESCONTO.
      * Bolsa e desconto de irmaos nao se somam: vale o maior dos
      * dois. Irmao = outro aluno do mesmo responsavel que ja veio
      * antes na tabela - o primeiro filho paga a tabela cheia.
            MOVE 0 TO WS-DESCONTO
            MOVE SPACES TO WS-MOTIVO
            MOVE 0 TO WS-DESC-BOLSA
            IF WS-BOLSAS-ABERTAS = 'S'
                MOVE MS-NOME(WS-IDX) TO BS-NOME-ALUNO
                READ BOLSA-FILE
                    KEY IS BS-NOME-ALUNO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-COMPETENCIA >= BS-COMP-DE
                           AND (BS-COMP-ATE = SPACES
                                OR WS-COMPETENCIA <= BS-COMP-ATE)
                            IF BS-TIPO = 'P'
                                COMPUTE WS-DESC-BOLSA ROUNDED =
                                    WS-VALOR * BS-PERCENTUAL / 100
                            ELSE
                                MOVE BS-VALOR TO WS-DESC-BOLSA
                            END-IF
                        END-IF
                END-READ
            END-IF
            IF WS-DESC-BOLSA > WS-VALOR
                MOVE WS-VALOR TO WS-DESC-BOLSA
            END-IF
            IF WS-DESC-BOLSA > 0
                MOVE WS-DESC-BOLSA TO WS-DESCONTO
                MOVE BS-MOTIVO     TO WS-MOTIVO
            END-IF

            MOVE 'N' TO WS-TEM-IRMAO
            IF MS-RESP(WS-IDX) NOT = 0 AND WS-DESC-IRMAO > 0
                PERFORM VARYING WS-IDX2 FROM 1 BY 1
                        UNTIL WS-IDX2 >= WS-IDX
                    IF MS-RESP(WS-IDX2) = MS-RESP(WS-IDX)
                        MOVE 'S' TO WS-TEM-IRMAO
                    END-IF
                END-PERFORM
            END-IF
            IF WS-TEM-IRMAO = 'S'
                COMPUTE WS-DESC-BOLSA ROUNDED =
                    WS-VALOR * WS-DESC-IRMAO / 100
                IF WS-DESC-BOLSA > WS-DESCONTO
                    MOVE WS-DESC-BOLSA     TO WS-DESCONTO
                    MOVE 'DESCONTO IRMAOS' TO WS-MOTIVO
                END-IF
            END-IF
            .

       P300-BAIXA.
            DISPLAY 'ID DO RESPONSAVEL: '
                ACCEPT WS-ID-RESP
                    IF CB-STATUS = 'P'
                        DISPLAY 'COBRANCA JA PAGA EM ' CB-DATA-PAGTO
                    ELSE
                      IF CB-STATUS NOT = 'A'
                        EVALUATE CB-STATUS
                            WHEN 'R'
                                DISPLAY 'COBRANCA FECHADA NO ACORDO '
                                        CB-ACORDO ' - BAIXE A PARCELA'
                            WHEN 'C'
                                DISPLAY 'PARCELA CANCELADA NA QUEBRA '
                                        'DO ACORDO ' CB-ACORDO
                                DISPLAY 'BAIXE A COBRANCA NOVA DO SALDO'
                                        ' (SALDO ACORDO ' CB-ACORDO ')'
                            WHEN OTHER
                                DISPLAY 'COBRANCA NA SITUACAO '
                                        CB-STATUS ' - NAO BAIXADA'
                        END-EVALUATE
                      ELSE
                        ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                        CALL 'DATAFMT' USING WS-DATA-SISTEMA
                                             WS-DATA-FORMAT
                        CALL 'ENCARGOS' USING CB-VALOR CB-VENCIMENTO
                                              WS-DATA-FORMAT
                                              WS-ENC-MULTA
                                              WS-ENC-JUROS
                                              WS-ENC-DIAS
                                              WS-ENC-TOTAL
                        DISPLAY 'VALOR DEVIDO: ' CB-VALOR
                        IF WS-ENC-DIAS > 0
                            DISPLAY 'ATRASO DE ' WS-ENC-DIAS
                                    ' DIAS - MULTA ' WS-ENC-MULTA
                                    ' JUROS ' WS-ENC-JUROS
                            DISPLAY 'VALOR ATUALIZADO: ' WS-ENC-TOTAL
                        END-IF
                        DISPLAY 'VALOR PAGO: '
                            ACCEPT WS-VALOR-PAGO
                        MOVE 'P'            TO CB-STATUS
                        MOVE WS-DATA-FORMAT TO CB-DATA-PAGTO
                        MOVE WS-VALOR-PAGO  TO CB-VALOR-PAGO
                        MOVE 'M'            TO CB-ORIGEM-BAIXA
                        REWRITE COBRANCA-LINHA
                        IF FS-COB-OK
                            DISPLAY 'PAGAMENTO BAIXADO'
                            DISPLAY 'ERRO AO BAIXAR --> COD '
                                    WS-FS-COB
                        END-IF
                      END-IF
                    END-IF
            END-READ
            CLOSE COBRANCA-FILE

            MOVE 0 TO WS-CONT-ABERTAS
            MOVE 0 TO WS-TOTAL-ATRASO
            MOVE 0 TO WS-TOTAL-ATUALIZADO
            MOVE 0 TO WS-RESP-ANTERIOR
            SET EOF-OK TO FALSE
            OPEN INPUT COBRANCA-FILE
                   WS-CONT-ABERTAS DELIMITED BY SIZE
                   '  TOTAL EM ATRASO: ' DELIMITED BY SIZE
                   WS-TOTAL-ATRASO DELIMITED BY SIZE
                   '  ATUALIZADO: ' DELIMITED BY SIZE
                   WS-TOTAL-ATUALIZADO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
       P450-LINHA-ATRASO.
            ADD 1 TO WS-CONT-ABERTAS
            ADD CB-VALOR TO WS-TOTAL-ATRASO
      * Valor atualizado com a multa e os juros do dia.
            CALL 'ENCARGOS' USING CB-VALOR CB-VENCIMENTO
                                  WS-DATA-FORMAT WS-ENC-MULTA
                                  WS-ENC-JUROS WS-ENC-DIAS
                                  WS-ENC-TOTAL
            ADD WS-ENC-TOTAL TO WS-TOTAL-ATUALIZADO
            IF CB-ID-RESP NOT = WS-RESP-ANTERIOR
                MOVE CB-ID-RESP TO WS-RESP-ANTERIOR
                PERFORM P460-CABECALHO-RESP
                   CB-VENCIMENTO DELIMITED BY SIZE
                   ' VALOR ' DELIMITED BY SIZE
                   CB-VALOR DELIMITED BY SIZE
                   ' ATUAL. ' DELIMITED BY SIZE
                   WS-ENC-TOTAL DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
            END-IF
            MOVE SPACES TO WS-CM-ASSUNTO
            STRING 'COBRANCA EM ATRASO - POSICAO DE '
                        DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO WS-CM-ASSUNTO
            CALL 'COMUNICA' USING CB-ID-RESP WS-CM-TIPO
                                  WS-CM-ID-ALUNO WS-CM-ASSUNTO
                                  WS-CM-ORIGEM
            .

       P470-CHECA-BLOQUEIO.
            CLOSE HOLD-FILE
            DISPLAY 'BLOQUEIO DESLIGADO'
            .

       P600-DESCONTOS.
      * Total de desconto concedido por motivo numa competencia -
      * quanto a escola deixou de faturar com bolsas e irmaos.
            DISPLAY 'COMPETENCIA (AAAA/MM): '
                ACCEPT WS-COMPETENCIA
            MOVE 0 TO WS-QTD-MOTIVOS
            MOVE 0 TO WS-TOTAL-BRUTO
            MOVE 0 TO WS-TOTAL-DESCONTO
            OPEN INPUT COBRANCA-FILE
            IF NOT FS-COB-OK
                DISPLAY 'NENHUMA COBRANCA GERADA AINDA'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CB-COMPETENCIA = WS-COMPETENCIA
                            ADD CB-VALOR-BRUTO TO WS-TOTAL-BRUTO
                            IF CB-VALOR-DESCONTO > 0
                                PERFORM P650-SOMA-MOTIVO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCA-FILE

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
            STRING '*** DESCONTOS CONCEDIDOS - COMPETENCIA '
                        DELIMITED BY SIZE
                   WS-COMPETENCIA DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-MOTIVOS
                MOVE SPACES TO REL-LINHA
                STRING MT-MOTIVO(WS-IDX) DELIMITED BY SIZE
                       ' COBRANCAS ' DELIMITED BY SIZE
                       MT-QTD(WS-IDX) DELIMITED BY SIZE
                       '  DESCONTO ' DELIMITED BY SIZE
                       MT-VALOR(WS-IDX) DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'FATURAMENTO BRUTO: ' DELIMITED BY SIZE
                   WS-TOTAL-BRUTO DELIMITED BY SIZE
                   '  TOTAL DE DESCONTOS: ' DELIMITED BY SIZE
                   WS-TOTAL-DESCONTO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P650-SOMA-MOTIVO.
            ADD CB-VALOR-DESCONTO TO WS-TOTAL-DESCONTO
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-MOTIVOS
                    OR MT-MOTIVO(WS-IDX) = CB-MOTIVO-DESC
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX > WS-QTD-MOTIVOS
                IF WS-QTD-MOTIVOS >= 50
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-MOTIVOS
                MOVE CB-MOTIVO-DESC TO MT-MOTIVO(WS-IDX)
                MOVE 0 TO MT-QTD(WS-IDX)
                MOVE 0 TO MT-VALOR(WS-IDX)
            END-IF
            ADD 1 TO MT-QTD(WS-IDX)
            ADD CB-VALOR-DESCONTO TO MT-VALOR(WS-IDX)
            .
