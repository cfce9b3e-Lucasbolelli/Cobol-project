      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: VIGIA DOS ACORDOS DE DIVIDA (ACORDOS.DAT). PARA CADA
      *          ACORDO VIGENTE CONFERE AS PARCELAS EM COBRANCAS.DAT:
      *          TODAS PAGAS - O ACORDO FICA QUITADO; ALGUMA PARCELA
      *          EM ABERTO HA MAIS DE 30 DIAS DO VENCIMENTO - O
      *          ACORDO E ROMPIDO: AS PARCELAS NAO PAGAS SAO
      *          CANCELADAS, O SALDO VOLTA COMO UMA COBRANCA NOVA
      *          ('SALDO ACORDO NNNNN', VENCIDA HOJE, QUE JA CORRE
      *          MULTA E JUROS) E O BLOQUEIO DE REMATRICULA QUE O
      *          ACORDO TINHA DESLIGADO E RELIGADO EM FINHOLD.DAT.
      *          SEM NENHUM ACCEPT - PASSO DA AGENDA DO RUNCTL E
      *          OPCAO 3 DA TELA ACORDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDOCHK.
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
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-COB               PIC X VALUE 'N'.
          88 EOF-COB-OK            VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Tolerancia, em dias corridos depois do vencimento, antes de
      * uma parcela em aberto romper o acordo.
       77 WS-TOLERANCIA            PIC 9(03) VALUE 30.
       77 WS-ENC-MULTA             PIC 9(06)V99.
       77 WS-ENC-JUROS             PIC 9(06)V99.
       77 WS-ENC-DIAS              PIC 9(05).
       77 WS-ENC-TOTAL             PIC 9(07)V99.
       77 WS-PARC-PAGAS            PIC 9(02).
       77 WS-PARC-ABERTAS          PIC 9(02).
       77 WS-ROMPE                 PIC X.
       77 WS-SALDO                 PIC 9(07)V99.
       77 WS-CONT-VIGENTES         PIC 9(05) VALUE 0.
       77 WS-CONT-QUITADOS         PIC 9(05) VALUE 0.
       77 WS-CONT-ROMPIDOS         PIC 9(05) VALUE 0.
       77 WS-ANO-LETIVO            PIC X(07).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ACORDOCHK' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** VERIFICACAO DOS ACORDOS DE DIVIDA ***'
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE 0 TO WS-CONT-VIGENTES
            MOVE 0 TO WS-CONT-QUITADOS
            MOVE 0 TO WS-CONT-ROMPIDOS

            OPEN I-O ACORDO-FILE
            IF NOT FS-ACO-OK
                DISPLAY 'NENHUM ACORDO FEITO AINDA'
                GOBACK
            END-IF
            OPEN I-O COBRANCA-FILE
            IF NOT FS-COB-OK
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                DISPLAY 'COBRANCAS INDISPONIVEIS --> COD '
                        WS-FS-COB ': ' WS-FS-MSG
                CLOSE ACORDO-FILE
                GOBACK
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ACORDO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AC-STATUS = 'V'
                            PERFORM P100-CONFERE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCA-FILE
            CLOSE ACORDO-FILE

            DISPLAY 'ACORDOS VIGENTES: ' WS-CONT-VIGENTES
                    '  QUITADOS HOJE: ' WS-CONT-QUITADOS
                    '  ROMPIDOS HOJE: ' WS-CONT-ROMPIDOS
      * GOBACK, e nao STOP RUN: passo da agenda do RUNCTL e opcao
      * da tela ACORDO.
            GOBACK
            .

       P100-CONFERE.
            MOVE 0 TO WS-PARC-PAGAS
            MOVE 0 TO WS-PARC-ABERTAS
            MOVE 'N' TO WS-ROMPE
            PERFORM P150-POSICIONA
            PERFORM UNTIL EOF-COB-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-COB-OK TO TRUE
                    NOT AT END
                        IF CB-ID-RESP NOT = AC-ID-RESP
                            SET EOF-COB-OK TO TRUE
                        ELSE
                            IF CB-ACORDO = AC-NUM
                               AND CB-PARCELA > 0
                                PERFORM P200-PARCELA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            EVALUATE TRUE
                WHEN WS-ROMPE = 'S'
                    PERFORM P300-ROMPE
                WHEN WS-PARC-ABERTAS = 0 AND WS-PARC-PAGAS > 0
                    MOVE 'Q'            TO AC-STATUS
                    MOVE WS-DATA-FORMAT TO AC-DATA-FIM
                    REWRITE ACORDO-LINHA
                    ADD 1 TO WS-CONT-QUITADOS
                    DISPLAY 'ACORDO ' AC-NUM ' QUITADO'
                WHEN OTHER
                    ADD 1 TO WS-CONT-VIGENTES
            END-EVALUATE
            .

       P150-POSICIONA.
            SET EOF-COB-OK TO FALSE
            MOVE AC-ID-RESP TO CB-ID-RESP
            MOVE LOW-VALUES TO CB-COMPETENCIA
            MOVE LOW-VALUES TO CB-NOME-ALUNO
            START COBRANCA-FILE KEY IS NOT LESS CB-CHAVE
                INVALID KEY SET EOF-COB-OK TO TRUE
            END-START
            .

       P200-PARCELA.
            EVALUATE CB-STATUS
                WHEN 'P'
                    ADD 1 TO WS-PARC-PAGAS
                WHEN 'A'
                    ADD 1 TO WS-PARC-ABERTAS
                    CALL 'ENCARGOS' USING CB-VALOR CB-VENCIMENTO
                                          WS-DATA-FORMAT
                                          WS-ENC-MULTA WS-ENC-JUROS
                                          WS-ENC-DIAS WS-ENC-TOTAL
                    IF WS-ENC-DIAS > WS-TOLERANCIA
                        MOVE 'S' TO WS-ROMPE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .

       P300-ROMPE.
      * Cancela as parcelas nao pagas e junta o que faltava num
      * saldo unico, cobrado de novo a partir de hoje.
            MOVE 0 TO WS-SALDO
            MOVE SPACES TO WS-ANO-LETIVO
            PERFORM P150-POSICIONA
            PERFORM UNTIL EOF-COB-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-COB-OK TO TRUE
                    NOT AT END
                        IF CB-ID-RESP NOT = AC-ID-RESP
                            SET EOF-COB-OK TO TRUE
                        ELSE
                            IF CB-ACORDO = AC-NUM
                               AND CB-PARCELA > 0
                               AND CB-STATUS = 'A'
                                ADD CB-VALOR TO WS-SALDO
                                MOVE CB-ANO-LETIVO TO WS-ANO-LETIVO
                                MOVE 'C' TO CB-STATUS
                                REWRITE COBRANCA-LINHA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            MOVE AC-ID-RESP         TO CB-ID-RESP
            MOVE WS-DATA-FORMAT(1:7) TO CB-COMPETENCIA
            MOVE SPACES             TO CB-NOME-ALUNO
            STRING 'SALDO ACORDO ' DELIMITED BY SIZE
                   AC-NUM DELIMITED BY SIZE
                INTO CB-NOME-ALUNO
            MOVE WS-ANO-LETIVO      TO CB-ANO-LETIVO
            MOVE WS-SALDO           TO CB-VALOR
            MOVE WS-SALDO           TO CB-VALOR-BRUTO
            MOVE 0                  TO CB-VALOR-DESCONTO
            MOVE SPACES             TO CB-MOTIVO-DESC
            MOVE WS-DATA-FORMAT     TO CB-VENCIMENTO
            MOVE 'A'                TO CB-STATUS
            MOVE SPACES             TO CB-DATA-PAGTO
            MOVE 0                  TO CB-VALOR-PAGO
            MOVE 0                  TO CB-NOSSO-NUMERO
            MOVE 0                  TO CB-REMESSA
            MOVE SPACE              TO CB-ORIGEM-BAIXA
            MOVE AC-NUM             TO CB-ACORDO
            MOVE 0                  TO CB-PARCELA
            MOVE 0                  TO CB-RECIBO
            WRITE COBRANCA-LINHA
            IF NOT FS-COB-OK
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                DISPLAY 'ERRO AO REABRIR O SALDO DO ACORDO ' AC-NUM
                        ' --> COD ' WS-FS-COB ': ' WS-FS-MSG
            END-IF

            IF AC-BLOQ-ORIG = 'S'
                OPEN EXTEND HOLD-FILE
                IF WS-FS-HLD <> 0
                    OPEN OUTPUT HOLD-FILE
                END-IF
                MOVE AC-ID-RESP TO HL-ID-RESP
                WRITE HOLD-LINHA
                CLOSE HOLD-FILE
            END-IF

            MOVE 'R'            TO AC-STATUS
            MOVE WS-DATA-FORMAT TO AC-DATA-FIM
            REWRITE ACORDO-LINHA
            ADD 1 TO WS-CONT-ROMPIDOS
            DISPLAY 'ACORDO ' AC-NUM ' ROMPIDO - SALDO ' WS-SALDO
                    ' REABERTO PARA O RESPONSAVEL ' AC-ID-RESP
            .
