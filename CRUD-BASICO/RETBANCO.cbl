      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: PROCESSA O ARQUIVO DE RETORNO DA COBRANCA BANCARIA
      *          (RETORNO_BANCO.DAT, LAYOUT FIXO DO COPYBOOK
      *          RETORNO_LAYOUT) E BAIXA SOZINHO CADA TITULO PAGO:
      *          A OCORRENCIA 06 (LIQUIDACAO) LOCALIZA A COBRANCA
      *          PELA CHAVE DEVOLVIDA NO CAMPO DE USO DA EMPRESA E
      *          PREENCHE CB-DATA-PAGTO/CB-VALOR-PAGO COM ORIGEM 'B'.
      *          VAI PARA A LISTA DE EXCECOES DA TESOURARIA (SPOOL):
      *            - TITULO NAO LOCALIZADO NO COBRANCAS.DAT;
      *            - TITULO JA BAIXADO (PAGAMENTO EM DUPLICIDADE);
      *            - PAGAMENTO A MENOR: NAO BAIXA, FICA EM ABERTO
      *              PARA A TESOURARIA DECIDIR NO MENSAL;
      *            - PAGAMENTO A MAIOR: BAIXA E LISTA O EXCEDENTE
      *              PARA DEVOLUCAO OU CREDITO;
      *            - ENTRADA REJEITADA (03): A COBRANCA VOLTA A
      *              CB-REMESSA ZERO PARA SEGUIR NA PROXIMA REMESSA;
      *            - BAIXA PELO BANCO (09) E TRAILER DIVERGENTE.
      *          O VALOR CONFERIDO E O PAGO MENOS OS ENCARGOS QUE O
      *          PROPRIO BANCO COBROU. O NUMERO DO RETORNO FICA EM
      *          BANCO.CTL: O MESMO ARQUIVO NAO E BAIXADO DUAS VEZES
      *          SE A CADEIA RODAR DE NOVO. SEM NENHUM ACCEPT - E O
      *          PASSO NOTURNO DA AGENDA DO RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETORNO-FILE
               ASSIGN TO
                   WS-PATH-RETORNO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RET
                   .
               SELECT COBRANCA-FILE
               ASSIGN TO
                   WS-PATH-COBRANCAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-COB
                   .
               SELECT CTL-FILE
               ASSIGN TO
                   WS-PATH-BANCO-CTL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CTL
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-FILE
       DATA RECORD IS RETORNO-REGISTRO.
           COPY RETORNO_LAYOUT.
       FD COBRANCA-FILE
       DATA RECORD IS COBRANCA-LINHA.
           COPY COBRANCA_DADOS.
       FD CTL-FILE
       DATA RECORD IS BANCOCTL-LINHA.
           COPY BANCOCTL_DADOS.
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
       77 WS-FS-RET                PIC 99.
       77 WS-FS-COB                PIC 99.
          88 FS-COB-OK             VALUE 0.
       77 WS-FS-CTL                PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'RETBANCO'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-NUM-RETORNO           PIC 9(07) VALUE 0.
       77 WS-JA-PROCESSADO         PIC X VALUE 'N'.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-DATA-OCORR-X          PIC X(08).
       77 WS-VALOR-PRINCIPAL       PIC 9(11)V99.
       77 WS-DIFERENCA             PIC 9(11)V99.
       77 WS-MOTIVO-EXC            PIC X(30).
       77 WS-CONT-DETALHES         PIC 9(06) VALUE 0.
       77 WS-CONT-BAIXADOS         PIC 9(06) VALUE 0.
       77 WS-CONT-CONFIRMADOS      PIC 9(06) VALUE 0.
       77 WS-CONT-EXCECOES         PIC 9(06) VALUE 0.
       77 WS-CONT-OUTROS           PIC 9(06) VALUE 0.
       77 WS-VALOR-BAIXADO         PIC 9(13)V99 VALUE 0.
       77 WS-TRAILER-QTD           PIC 9(06) VALUE 0.
       77 WS-TRAILER-LIDO          PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RETBANCO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** RETORNO DA COBRANCA BANCARIA ***'
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE 0 TO WS-NUM-RETORNO
            MOVE 0 TO WS-CONT-DETALHES
            MOVE 0 TO WS-CONT-BAIXADOS
            MOVE 0 TO WS-CONT-CONFIRMADOS
            MOVE 0 TO WS-CONT-EXCECOES
            MOVE 0 TO WS-CONT-OUTROS
            MOVE 0 TO WS-VALOR-BAIXADO
            MOVE 0 TO WS-TRAILER-QTD
            MOVE 'N' TO WS-TRAILER-LIDO
            MOVE 'N' TO WS-JA-PROCESSADO

            OPEN INPUT RETORNO-FILE
            IF WS-FS-RET NOT = 0
                DISPLAY 'NENHUM ARQUIVO DE RETORNO DO BANCO HOJE'
                GOBACK
            END-IF
            READ RETORNO-FILE
                AT END
                    MOVE SPACES TO RETORNO-REGISTRO
            END-READ
            IF RT-TIPO-REG NOT = '0'
               OR RT-H-LITERAL NOT = 'RETORNO'
                DISPLAY 'ARQUIVO DE RETORNO SEM HEADER VALIDO - '
                        'NADA BAIXADO'
                CLOSE RETORNO-FILE
                GOBACK
            END-IF
            MOVE RT-H-NUM-RETORNO TO WS-NUM-RETORNO

            PERFORM P100-CHECA-CONTROLE
            IF WS-JA-PROCESSADO = 'S'
                DISPLAY 'RETORNO N. ' WS-NUM-RETORNO
                        ' JA PROCESSADO ANTES - NADA A FAZER'
                CLOSE RETORNO-FILE
                GOBACK
            END-IF

            OPEN I-O COBRANCA-FILE
            IF NOT FS-COB-OK
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                DISPLAY 'COBRANCAS INDISPONIVEIS --> COD '
                        WS-FS-COB ': ' WS-FS-MSG
                CLOSE RETORNO-FILE
                GOBACK
            END-IF

            PERFORM P150-ABRE-EXCECOES

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ RETORNO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        EVALUATE RT-TIPO-REG
                            WHEN '1'
                                ADD 1 TO WS-CONT-DETALHES
                                PERFORM P200-DETALHE
                            WHEN '9'
                                MOVE 'S'      TO WS-TRAILER-LIDO
                                MOVE RT-T-QTD TO WS-TRAILER-QTD
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE RETORNO-FILE
            CLOSE COBRANCA-FILE

            IF WS-TRAILER-LIDO NOT = 'S'
               OR WS-TRAILER-QTD NOT = WS-CONT-DETALHES
                MOVE SPACES TO REL-LINHA
                STRING 'TRAILER DIVERGENTE: BANCO INFORMA '
                            DELIMITED BY SIZE
                       WS-TRAILER-QTD DELIMITED BY SIZE
                       ' DETALHES, ARQUIVO TEM ' DELIMITED BY SIZE
                       WS-CONT-DETALHES DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                ADD 1 TO WS-CONT-EXCECOES
            END-IF

            PERFORM P900-FECHA-EXCECOES
            PERFORM P950-REGISTRA-CONTROLE
            DISPLAY 'RETORNO N. ' WS-NUM-RETORNO
            DISPLAY '  TITULOS BAIXADOS...: ' WS-CONT-BAIXADOS
                    ' VALOR ' WS-VALOR-BAIXADO
            DISPLAY '  ENTRADAS CONFIRMADAS: ' WS-CONT-CONFIRMADOS
            DISPLAY '  EXCECOES...........: ' WS-CONT-EXCECOES
            DISPLAY 'LISTA DE EXCECOES EM: ' WS-PATH-RELATORIO
      * GOBACK, e nao STOP RUN: passo da agenda do RUNCTL e opcao
      * do menu do MENSAL.
            GOBACK
            .

       P100-CHECA-CONTROLE.
            SET EOF-OK TO FALSE
            OPEN INPUT CTL-FILE
            IF WS-FS-CTL <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ CTL-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF BC-TIPO = 'T'
                           AND BC-NUMERO = WS-NUM-RETORNO
                            MOVE 'S' TO WS-JA-PROCESSADO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-CTL = 10
                CLOSE CTL-FILE
            END-IF
            .

       P150-ABRE-EXCECOES.
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
            STRING '*** EXCECOES DO RETORNO BANCARIO N. '
                        DELIMITED BY SIZE
                   WS-NUM-RETORNO DELIMITED BY SIZE
                   ' EM ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'PARA A TESOURARIA - TITULOS COM DIFERENCA'
                TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            .

       P200-DETALHE.
            EVALUATE RT-D-OCORRENCIA
                WHEN '06'
                    PERFORM P300-LIQUIDACAO
                WHEN '02'
                    ADD 1 TO WS-CONT-CONFIRMADOS
                WHEN '03'
                    PERFORM P400-REJEITADA
                WHEN '09'
                    MOVE 'BAIXADO PELO BANCO (09)' TO WS-MOTIVO-EXC
                    MOVE 0 TO WS-DIFERENCA
                    PERFORM P800-LINHA-EXCECAO
                WHEN OTHER
                    ADD 1 TO WS-CONT-OUTROS
            END-EVALUATE
            .

       P300-LIQUIDACAO.
            MOVE RT-D-USO-EMPRESA TO CB-CHAVE
            READ COBRANCA-FILE
                KEY IS CB-CHAVE
                INVALID KEY
                    MOVE 'TITULO NAO LOCALIZADO' TO WS-MOTIVO-EXC
                    MOVE RT-D-VALOR-PAGO TO WS-DIFERENCA
                    PERFORM P800-LINHA-EXCECAO
            END-READ
            IF NOT FS-COB-OK
                EXIT PARAGRAPH
            END-IF
            IF CB-STATUS NOT = 'A'
                MOVE 'JA BAIXADO - DUPLICIDADE' TO WS-MOTIVO-EXC
                MOVE RT-D-VALOR-PAGO TO WS-DIFERENCA
                PERFORM P800-LINHA-EXCECAO
                EXIT PARAGRAPH
            END-IF

      * O que conta contra o titulo e o pago menos os encargos que
      * o proprio banco cobrou pelo atraso.
            IF RT-D-ENCARGOS < RT-D-VALOR-PAGO
                COMPUTE WS-VALOR-PRINCIPAL =
                    RT-D-VALOR-PAGO - RT-D-ENCARGOS
            ELSE
                MOVE RT-D-VALOR-PAGO TO WS-VALOR-PRINCIPAL
            END-IF

            IF WS-VALOR-PRINCIPAL < CB-VALOR
                COMPUTE WS-DIFERENCA = CB-VALOR - WS-VALOR-PRINCIPAL
                MOVE 'PAGO A MENOR - NAO BAIXADO' TO WS-MOTIVO-EXC
                PERFORM P800-LINHA-EXCECAO
                EXIT PARAGRAPH
            END-IF

            MOVE 'P'               TO CB-STATUS
            MOVE RT-D-VALOR-PAGO   TO CB-VALOR-PAGO
            MOVE 'B'               TO CB-ORIGEM-BAIXA
            MOVE RT-D-DATA-OCORR   TO WS-DATA-OCORR-X
            MOVE SPACES            TO CB-DATA-PAGTO
            STRING WS-DATA-OCORR-X(1:4) DELIMITED BY SIZE
                   '/'                  DELIMITED BY SIZE
                   WS-DATA-OCORR-X(5:2) DELIMITED BY SIZE
                   '/'                  DELIMITED BY SIZE
                   WS-DATA-OCORR-X(7:2) DELIMITED BY SIZE
                INTO CB-DATA-PAGTO
            REWRITE COBRANCA-LINHA
            IF NOT FS-COB-OK
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                MOVE 'ERRO AO BAIXAR' TO WS-MOTIVO-EXC
                MOVE RT-D-VALOR-PAGO TO WS-DIFERENCA
                PERFORM P800-LINHA-EXCECAO
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT-BAIXADOS
            ADD RT-D-VALOR-PAGO TO WS-VALOR-BAIXADO

            IF WS-VALOR-PRINCIPAL > CB-VALOR
                COMPUTE WS-DIFERENCA = WS-VALOR-PRINCIPAL - CB-VALOR
                MOVE 'PAGO A MAIOR - BAIXADO' TO WS-MOTIVO-EXC
                PERFORM P800-LINHA-EXCECAO
            END-IF
            .

       P400-REJEITADA.
      * Titulo recusado pelo banco: volta a remessa zero para seguir
      * de novo depois de corrigido o cadastro do sacado.
            MOVE RT-D-USO-EMPRESA TO CB-CHAVE
            READ COBRANCA-FILE
                KEY IS CB-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CB-STATUS = 'A'
                        MOVE 0 TO CB-REMESSA
                        REWRITE COBRANCA-LINHA
                    END-IF
            END-READ
      * Titulo que nao voltou a remessa zero nao segue sozinho na
      * proxima remessa: fica na lista para a tesouraria.
            IF NOT FS-COB-OK AND WS-FS-COB NOT = 23
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                DISPLAY 'ERRO AO REABRIR TITULO REJEITADO --> COD '
                        WS-FS-COB ': ' WS-FS-MSG
                MOVE SPACES TO WS-MOTIVO-EXC
                STRING 'REJEITADA NAO REABERTA COD ' DELIMITED BY SIZE
                       WS-FS-COB DELIMITED BY SIZE
                    INTO WS-MOTIVO-EXC
                MOVE 0 TO WS-DIFERENCA
                PERFORM P800-LINHA-EXCECAO
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-MOTIVO-EXC
            STRING 'ENTRADA REJEITADA ' DELIMITED BY SIZE
                   RT-D-MOTIVO DELIMITED BY SIZE
                INTO WS-MOTIVO-EXC
            MOVE 0 TO WS-DIFERENCA
            PERFORM P800-LINHA-EXCECAO
            .

       P800-LINHA-EXCECAO.
            ADD 1 TO WS-CONT-EXCECOES
            MOVE SPACES TO REL-LINHA
            STRING 'NOSSO N. ' DELIMITED BY SIZE
                   RT-D-NOSSO-NUMERO DELIMITED BY SIZE
                   ' RESP ' DELIMITED BY SIZE
                   RT-D-USO-EMPRESA(1:6) DELIMITED BY SIZE
                   ' COMP ' DELIMITED BY SIZE
                   RT-D-USO-EMPRESA(7:7) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RT-D-USO-EMPRESA(14:30) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '    ' DELIMITED BY SIZE
                   WS-MOTIVO-EXC DELIMITED BY SIZE
                   ' PAGO ' DELIMITED BY SIZE
                   RT-D-VALOR-PAGO DELIMITED BY SIZE
                   ' DIFERENCA ' DELIMITED BY SIZE
                   WS-DIFERENCA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P900-FECHA-EXCECOES.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'BAIXADOS: ' DELIMITED BY SIZE
                   WS-CONT-BAIXADOS DELIMITED BY SIZE
                   '  VALOR: ' DELIMITED BY SIZE
                   WS-VALOR-BAIXADO DELIMITED BY SIZE
                   '  EXCECOES: ' DELIMITED BY SIZE
                   WS-CONT-EXCECOES DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            .

       P950-REGISTRA-CONTROLE.
            OPEN EXTEND CTL-FILE
            IF WS-FS-CTL <> 0
                OPEN OUTPUT CTL-FILE
            END-IF
            MOVE 'T'               TO BC-TIPO
            MOVE WS-NUM-RETORNO    TO BC-NUMERO
            MOVE WS-DATA-FORMAT    TO BC-DATA
            MOVE WS-CONT-BAIXADOS  TO BC-QTD
            MOVE WS-VALOR-BAIXADO  TO BC-VALOR
            MOVE 0                 TO BC-ULT-NOSSO
            MOVE 'RETBANCO'        TO BC-OPERADOR
            WRITE BANCOCTL-LINHA
            CLOSE CTL-FILE
            .
