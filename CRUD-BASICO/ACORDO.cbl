      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: ACORDO DE DIVIDA (ACORDOS.DAT). TOMA AS COBRANCAS
      *          VENCIDAS E EM ABERTO DE UM RESPONSAVEL, SOMA O VALOR
      *          ATUALIZADO COM MULTA E JUROS (ENCARGOS), FECHA CADA
      *          UMA COMO RENEGOCIADA (CB-STATUS 'R', CB-ACORDO) E
      *          GERA AS PARCELAS EM COBRANCAS.DAT - QUE SEGUEM PARA
      *          O BANCO NA REMESSA COMO QUALQUER MENSALIDADE. O
      *          BLOQUEIO DE REMATRICULA (FINHOLD.DAT) E DESLIGADO
      *          ENQUANTO O ACORDO E HONRADO; O PASSO ACORDOCHK
      *          ROMPE O ACORDO COM PARCELA ATRASADA, REABRE O SALDO
      *          E RELIGA O BLOQUEIO. CONSULTA E VERIFICACAO MANUAL
      *          TAMBEM FICAM AQUI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACORDO-FILE
               ASSIGN TO
                   WS-PATH-ACORDOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AC-NUM
                   FILE STATUS IS WS-FS-ACO
                   .
               SELECT COBRANCA-FILE
               ASSIGN TO
                   WS-PATH-COBRANCAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-COB
                   .
               SELECT HOLD-FILE
               ASSIGN TO
                   WS-PATH-FINHOLD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-HLD
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD ACORDO-FILE
       DATA RECORD IS ACORDO-LINHA.
           COPY ACORDO_DADOS.
       FD COBRANCA-FILE
       DATA RECORD IS COBRANCA-LINHA.
           COPY COBRANCA_DADOS.
       FD HOLD-FILE
       DATA RECORD IS HOLD-LINHA.
       01 HOLD-LINHA.
           03 HL-ID-RESP           PIC 9(06).
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-ACO                PIC 99.
          88 FS-ACO-OK             VALUE 0.
       77 WS-FS-COB                PIC 99.
          88 FS-COB-OK             VALUE 0.
       77 WS-FS-HLD                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-CONFIRMA              PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ID-RESP               PIC 9(06).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-ENC-MULTA             PIC 9(06)V99.
       77 WS-ENC-JUROS             PIC 9(06)V99.
       77 WS-ENC-DIAS              PIC 9(05).
       77 WS-ENC-TOTAL             PIC 9(07)V99.
       77 WS-CONT-VENCIDAS         PIC 9(03).
       77 WS-VALOR-ORIGINAL        PIC 9(07)V99.
       77 WS-VALOR-TOTAL           PIC 9(07)V99.
       77 WS-QTD-PARC              PIC 9(02).
       77 WS-PRIM-VENC             PIC X(10).
       77 WS-VALOR-PARC            PIC 9(06)V99.
       77 WS-VALOR-ULTIMA          PIC 9(07)V99.
       77 WS-PROX-ACORDO           PIC 9(05).
       77 WS-IDX                   PIC 9(02).
       77 WS-BLOQ-ACHADO           PIC X.
       77 WS-ANO-N                 PIC 9(04).
       77 WS-MES-N                 PIC 9(02).
       77 WS-DIA-X                 PIC X(02).
       77 WS-ANO-LETIVO            PIC X(07).
       77 WS-QTD-HOLD              PIC 9(04) VALUE 0.
       01 WS-HOLD-TAB.
           05 WS-HOLD-ID OCCURS 500 TIMES PIC 9(06).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'ACORDO'.
       77 WS-AUD-ID                PIC 9(06).
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ACORDO' TO WS-PROGRAMA-CORRENTE
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
            DISPLAY '**** ACORDOS DE DIVIDA ****'
            DISPLAY '1 - FAZER ACORDO DAS COBRANCAS VENCIDAS'
            DISPLAY '2 - CONSULTAR ACORDOS DE UM RESPONSAVEL'
            DISPLAY '3 - VERIFICAR ACORDOS (QUITADOS/ROMPIDOS)'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-ACORDO
                WHEN '2'
                    PERFORM P500-CONSULTA
                WHEN '3'
                    CALL 'ACORDOCHK'
                    CANCEL 'ACORDOCHK'
                    MOVE 'ACORDO' TO WS-PROGRAMA-CORRENTE
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P100-ACORDO.
            DISPLAY 'ID DO RESPONSAVEL: '
                ACCEPT WS-ID-RESP
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

      * Primeira passada: so lista e soma - nada e gravado antes da
      * confirmacao.
            MOVE 0 TO WS-CONT-VENCIDAS
            MOVE 0 TO WS-VALOR-ORIGINAL
            MOVE 0 TO WS-VALOR-TOTAL
            MOVE SPACES TO WS-ANO-LETIVO
            OPEN I-O COBRANCA-FILE
            IF NOT FS-COB-OK
                DISPLAY 'ARQUIVO DE COBRANCAS INDISPONIVEL'
                EXIT PARAGRAPH
            END-IF
            PERFORM P110-POSICIONA
            PERFORM UNTIL EOF-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CB-ID-RESP NOT = WS-ID-RESP
                            SET EOF-OK TO TRUE
                        ELSE
                            IF CB-STATUS = 'A'
                               AND CB-VENCIMENTO < WS-DATA-FORMAT
                                PERFORM P120-SOMA-VENCIDA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-CONT-VENCIDAS = 0
                DISPLAY 'RESPONSAVEL SEM COBRANCA VENCIDA EM ABERTO'
                CLOSE COBRANCA-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'COBRANCAS VENCIDAS: ' WS-CONT-VENCIDAS
            DISPLAY 'VALOR ORIGINAL....: ' WS-VALOR-ORIGINAL
            DISPLAY 'VALOR ATUALIZADO..: ' WS-VALOR-TOTAL

            DISPLAY 'QUANTIDADE DE PARCELAS (01-12): '
                ACCEPT WS-QTD-PARC
            IF WS-QTD-PARC < 1 OR WS-QTD-PARC > 12
                DISPLAY 'PARCELAS FORA DE 01-12 - ACORDO NAO FEITO'
                CLOSE COBRANCA-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'VENCIMENTO DA 1A PARCELA '
                    '(AAAA/MM/DD, DIA ATE 28): '
                ACCEPT WS-PRIM-VENC
            IF WS-PRIM-VENC(1:4) NOT NUMERIC
               OR WS-PRIM-VENC(6:2) NOT NUMERIC
               OR WS-PRIM-VENC(6:2) < '01'
               OR WS-PRIM-VENC(6:2) > '12'
               OR WS-PRIM-VENC(9:2) NOT NUMERIC
               OR WS-PRIM-VENC(9:2) < '01'
               OR WS-PRIM-VENC(9:2) > '28'
               OR WS-PRIM-VENC < WS-DATA-FORMAT
                DISPLAY 'VENCIMENTO INVALIDO - ACORDO NAO FEITO'
                CLOSE COBRANCA-FILE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-VALOR-PARC = WS-VALOR-TOTAL / WS-QTD-PARC
            COMPUTE WS-VALOR-ULTIMA = WS-VALOR-TOTAL
                - WS-VALOR-PARC * (WS-QTD-PARC - 1)
            DISPLAY WS-QTD-PARC ' PARCELAS DE ' WS-VALOR-PARC
                    ' (ULTIMA ' WS-VALOR-ULTIMA ')'
            DISPLAY 'CONFIRMA O ACORDO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'ACORDO NAO FEITO'
                CLOSE COBRANCA-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P200-PROXIMO-NUMERO
            PERFORM P90-LE-SESSAO

      * Segunda passada: fecha as vencidas como renegociadas.
            PERFORM P110-POSICIONA
            PERFORM UNTIL EOF-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CB-ID-RESP NOT = WS-ID-RESP
                            SET EOF-OK TO TRUE
                        ELSE
                            IF CB-STATUS = 'A'
                               AND CB-VENCIMENTO < WS-DATA-FORMAT
                                MOVE 'R'            TO CB-STATUS
                                MOVE WS-PROX-ACORDO TO CB-ACORDO
                                REWRITE COBRANCA-LINHA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            PERFORM P300-GERA-PARCELAS
            CLOSE COBRANCA-FILE

            PERFORM P400-DESLIGA-BLOQUEIO

            OPEN I-O ACORDO-FILE
            IF WS-FS-ACO = 35
                OPEN OUTPUT ACORDO-FILE
                CLOSE ACORDO-FILE
                OPEN I-O ACORDO-FILE
            END-IF
            MOVE WS-PROX-ACORDO    TO AC-NUM
            MOVE WS-ID-RESP        TO AC-ID-RESP
            MOVE WS-DATA-FORMAT    TO AC-DATA
            MOVE WS-VALOR-ORIGINAL TO AC-VALOR-ORIGINAL
            COMPUTE AC-ENCARGOS = WS-VALOR-TOTAL - WS-VALOR-ORIGINAL
            MOVE WS-VALOR-TOTAL    TO AC-VALOR-TOTAL
            MOVE WS-QTD-PARC       TO AC-QTD-PARC
            MOVE WS-PRIM-VENC      TO AC-PRIM-VENC
            MOVE 'V'               TO AC-STATUS
            MOVE WS-BLOQ-ACHADO    TO AC-BLOQ-ORIG
            MOVE WS-OPERADOR-ATUAL TO AC-OPERADOR
            MOVE SPACES            TO AC-DATA-FIM
            WRITE ACORDO-LINHA
            IF NOT FS-ACO-OK
                CALL 'FSMSG' USING WS-FS-ACO WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O ACORDO --> COD '
                        WS-FS-ACO ': ' WS-FS-MSG
            END-IF
            CLOSE ACORDO-FILE

            MOVE WS-ID-RESP TO WS-AUD-ID
            MOVE SPACES TO WS-AUD-ANTES
            STRING WS-CONT-VENCIDAS DELIMITED BY SIZE
                   ' VENCIDAS ' DELIMITED BY SIZE
                   WS-VALOR-ORIGINAL DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING 'ACORDO ' DELIMITED BY SIZE
                   WS-PROX-ACORDO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-QTD-PARC DELIMITED BY SIZE
                   'X ' DELIMITED BY SIZE
                   WS-VALOR-PARC DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            DISPLAY 'ACORDO ' WS-PROX-ACORDO ' GRAVADO'
            IF WS-BLOQ-ACHADO = 'S'
                DISPLAY 'BLOQUEIO DE REMATRICULA DESLIGADO ENQUANTO '
                        'O ACORDO FOR HONRADO'
            END-IF
            .

       P110-POSICIONA.
            SET EOF-OK TO FALSE
            MOVE WS-ID-RESP TO CB-ID-RESP
            MOVE LOW-VALUES TO CB-COMPETENCIA
            MOVE LOW-VALUES TO CB-NOME-ALUNO
            START COBRANCA-FILE KEY IS NOT LESS CB-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            .

       P120-SOMA-VENCIDA.
            ADD 1 TO WS-CONT-VENCIDAS
            ADD CB-VALOR TO WS-VALOR-ORIGINAL
            IF WS-ANO-LETIVO = SPACES
                MOVE CB-ANO-LETIVO TO WS-ANO-LETIVO
            END-IF
            CALL 'ENCARGOS' USING CB-VALOR CB-VENCIMENTO
                                  WS-DATA-FORMAT WS-ENC-MULTA
                                  WS-ENC-JUROS WS-ENC-DIAS
                                  WS-ENC-TOTAL
            ADD WS-ENC-TOTAL TO WS-VALOR-TOTAL
            DISPLAY '  ' CB-NOME-ALUNO ' ' CB-COMPETENCIA
                    ' VALOR ' CB-VALOR ' ATUAL. ' WS-ENC-TOTAL
            .

       P200-PROXIMO-NUMERO.
            MOVE 1 TO WS-PROX-ACORDO
            OPEN INPUT ACORDO-FILE
            IF FS-ACO-OK
                SET EOF-OK TO FALSE
                PERFORM UNTIL EOF-OK
                    READ ACORDO-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            COMPUTE WS-PROX-ACORDO = AC-NUM + 1
                    END-READ
                END-PERFORM
                CLOSE ACORDO-FILE
            END-IF
            .

       P300-GERA-PARCELAS.
      * Cada parcela e uma cobranca do responsavel: competencia do
      * mes do vencimento e, no lugar do nome do aluno, o numero do
      * acordo e da parcela - a chave nunca colide com mensalidade.
            MOVE WS-PRIM-VENC(1:4) TO WS-ANO-N
            MOVE WS-PRIM-VENC(6:2) TO WS-MES-N
            MOVE WS-PRIM-VENC(9:2) TO WS-DIA-X
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PARC
                MOVE WS-ID-RESP TO CB-ID-RESP
                MOVE SPACES TO CB-COMPETENCIA
                STRING WS-ANO-N DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-MES-N DELIMITED BY SIZE
                    INTO CB-COMPETENCIA
                MOVE SPACES TO CB-NOME-ALUNO
                STRING 'ACORDO ' DELIMITED BY SIZE
                       WS-PROX-ACORDO DELIMITED BY SIZE
                       ' PARCELA ' DELIMITED BY SIZE
                       WS-IDX DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-QTD-PARC DELIMITED BY SIZE
                    INTO CB-NOME-ALUNO
                MOVE WS-ANO-LETIVO TO CB-ANO-LETIVO
                IF WS-IDX = WS-QTD-PARC
                    MOVE WS-VALOR-ULTIMA TO CB-VALOR
                ELSE
                    MOVE WS-VALOR-PARC   TO CB-VALOR
                END-IF
                MOVE CB-VALOR TO CB-VALOR-BRUTO
                MOVE 0        TO CB-VALOR-DESCONTO
                MOVE SPACES   TO CB-MOTIVO-DESC
                MOVE SPACES TO CB-VENCIMENTO
                STRING CB-COMPETENCIA DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-DIA-X DELIMITED BY SIZE
                    INTO CB-VENCIMENTO
                MOVE 'A'            TO CB-STATUS
                MOVE SPACES         TO CB-DATA-PAGTO
                MOVE 0              TO CB-VALOR-PAGO
                MOVE 0              TO CB-NOSSO-NUMERO
                MOVE 0              TO CB-REMESSA
                MOVE SPACE          TO CB-ORIGEM-BAIXA
                MOVE WS-PROX-ACORDO TO CB-ACORDO
                MOVE WS-IDX         TO CB-PARCELA
                MOVE 0              TO CB-RECIBO
                WRITE COBRANCA-LINHA
                IF NOT FS-COB-OK
                    DISPLAY 'ERRO AO GERAR A PARCELA ' WS-IDX
                            ' --> COD ' WS-FS-COB
                END-IF
                ADD 1 TO WS-MES-N
                IF WS-MES-N > 12
                    MOVE 1 TO WS-MES-N
                    ADD 1 TO WS-ANO-N
                END-IF
            END-PERFORM
            .

       P400-DESLIGA-BLOQUEIO.
      * Mesma regravacao do MENSAL: carrega todos menos o
      * responsavel e regrava o FINHOLD.DAT.
            MOVE 'N' TO WS-BLOQ-ACHADO
            MOVE 0 TO WS-QTD-HOLD
            OPEN INPUT HOLD-FILE
            IF WS-FS-HLD <> 0
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ HOLD-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF HL-ID-RESP = WS-ID-RESP
                            MOVE 'S' TO WS-BLOQ-ACHADO
                        ELSE
                            IF WS-QTD-HOLD < 500
                                ADD 1 TO WS-QTD-HOLD
                                MOVE HL-ID-RESP
                                    TO WS-HOLD-ID(WS-QTD-HOLD)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HOLD-FILE
            IF WS-BLOQ-ACHADO = 'N'
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT HOLD-FILE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-HOLD
                MOVE WS-HOLD-ID(WS-IDX) TO HL-ID-RESP
                WRITE HOLD-LINHA
            END-PERFORM
            CLOSE HOLD-FILE
            .

       P500-CONSULTA.
            DISPLAY 'ID DO RESPONSAVEL: '
                ACCEPT WS-ID-RESP
            OPEN INPUT ACORDO-FILE
            IF NOT FS-ACO-OK
                DISPLAY 'NENHUM ACORDO FEITO AINDA'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ACORDO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AC-ID-RESP = WS-ID-RESP
                            DISPLAY 'ACORDO ' AC-NUM ' DE ' AC-DATA
                                    ' STATUS ' AC-STATUS
                                    ' (V=VIGENTE Q=QUITADO R=ROMPIDO)'
                            DISPLAY '   ORIGINAL ' AC-VALOR-ORIGINAL
                                    ' ENCARGOS ' AC-ENCARGOS
                                    ' TOTAL ' AC-VALOR-TOTAL
                                    ' EM ' AC-QTD-PARC 'X'
                            DISPLAY '   FEITO POR '
                                    FUNCTION TRIM(AC-OPERADOR)
                                    ' ENCERRADO EM ' AC-DATA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACORDO-FILE

            OPEN INPUT COBRANCA-FILE
            IF NOT FS-COB-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P110-POSICIONA
            PERFORM UNTIL EOF-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CB-ID-RESP NOT = WS-ID-RESP
                            SET EOF-OK TO TRUE
                        ELSE
                            IF CB-PARCELA > 0
                                DISPLAY '  ' CB-NOME-ALUNO
                                        ' VENC ' CB-VENCIMENTO
                                        ' ' CB-VALOR
                                        ' STATUS ' CB-STATUS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCA-FILE
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
