      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI
      *          12.007/2009). FECHADO O ANO CIVIL, LE COBRANCAS.DAT
      *          E, PARA CADA RESPONSAVEL COM COBRANCA NO ANO E TODAS
      *          PAGAS, GERA A CARTA DE DECLARACAO COM OS MESES E
      *          VALORES PAGOS, ENDERECADA COMO AS CARTAS DO
      *          CARTAFREQ, NUMERADA NO LIVRO DE REGISTRO
      *          (LIVRO_REGISTRO.DAT) DO MESMO JEITO DO DOCEMITE. A
      *          FAMILIA QUE AINDA DEVE (COBRANCA EM ABERTO OU
      *          RENEGOCIADA EM ACORDO NAO QUITADO) OU SEM CADASTRO
      *          NO CADASTROPF.DAT VAI PARA A LISTA DE EXCECOES DO
      *          SPOOL EM VEZ DE RECEBER A CARTA. PARCELA CANCELADA
      *          DE ACORDO ROMPIDO NAO CONTA - O SALDO REABERTO E QUE
      *          CONTA. A CARTA TRAZ O CPF DO RESPONSAVEL QUANDO HA
      *          CPF NO CADASTROPF (DECIFRADO PELO SIGILO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COBRANCA-FILE
               ASSIGN TO
                   WS-PATH-COBRANCAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-COB
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
               SELECT CARTA-FILE
               ASSIGN TO
                   WS-PATH-QUITACAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CARTA
                   .
               SELECT LIVRO-FILE
               ASSIGN TO
                   WS-PATH-LIVRO-REG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LIV
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
       FD CADASTRO-PF-FILE.
           COPY CADASTRO-PF-DADOS.
       FD CARTA-FILE
       DATA RECORD IS CARTA-LINHA.
       01 CARTA-LINHA              PIC X(100).
       FD LIVRO-FILE
       DATA RECORD IS LIVRO-LINHA.
           COPY LIVRO_DADOS.
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
       77 WS-UP-MODO               PIC X.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-COB                PIC 99.
          88 FS-COB-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-CARTA              PIC 99.
       77 WS-FS-LIV                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'QUITACAO'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ANO-CIVIL             PIC X(04).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-RESP-ATUAL            PIC 9(06).
       77 WS-DEVE                  PIC X.
       77 WS-MOTIVO-EXC            PIC X(30).
       77 WS-TOTAL-PAGO            PIC 9(08)V99.
       77 WS-TOTAL-ABERTO          PIC 9(08)V99.
       77 WS-NUM-REG               PIC 9(06).
       77 WS-LIVRO                 PIC 9(03).
       77 WS-FOLHA                 PIC 9(03).
       77 WS-RESTO                 PIC 9(06).
       77 WS-NOME-RESP             PIC X(30).
       77 WS-SG-ACAO               PIC X VALUE 'D'.
       77 WS-SG-TIPO               PIC X VALUE 'C'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-NOME               PIC X(30) VALUE SPACES.
       77 WS-SG-RESULTADO          PIC X.
       77 WS-CONT-CARTAS           PIC 9(04) VALUE 0.
       77 WS-CONT-EXCECOES         PIC 9(04) VALUE 0.
       77 WS-QTD-ITENS             PIC 9(03) VALUE 0.
       01 WS-ITEM-TAB.
           05 WS-ITEM-ENTRY OCCURS 100 TIMES.
               10 QT-COMPETENCIA   PIC X(07).
               10 QT-NOME          PIC X(30).
               10 QT-VALOR         PIC 9(06)V99.
               10 QT-DATA-PAGTO    PIC X(10).
               10 QT-STATUS        PIC X.
       77 WS-IDX                   PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'QUITACAO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
      * Livro de registro da unidade escolar da sessao (cada
      * unidade numera os seus documentos).
            MOVE 'U' TO WS-UP-MODO
            CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-LIVRO-REG
            DISPLAY '*** DECLARACAO ANUAL DE QUITACAO DE DEBITOS ***'
            DISPLAY 'ANO CIVIL DAS MENSALIDADES (AAAA): '
               ACCEPT WS-ANO-CIVIL
            IF WS-ANO-CIVIL NOT NUMERIC
                DISPLAY 'ANO INVALIDO'
                STOP RUN
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            PERFORM P90-LE-SESSAO
            PERFORM P95-ULTIMO-REGISTRO

            OPEN INPUT COBRANCA-FILE
            IF NOT FS-COB-OK
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR AS COBRANCAS --> COD '
                        WS-FS-COB ': ' WS-FS-MSG
                STOP RUN
            END-IF
            OPEN INPUT CADASTRO-PF-FILE
            IF NOT FS-PF-OK
                CALL 'FSMSG' USING WS-FS-PF WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO-PF --> COD '
                        WS-FS-PF ': ' WS-FS-MSG
                CLOSE COBRANCA-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT CARTA-FILE
            OPEN EXTEND LIVRO-FILE
            IF WS-FS-LIV <> 0
                OPEN OUTPUT LIVRO-FILE
            END-IF
            PERFORM P80-ABRE-EXCECOES

            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO CARTA-LINHA
                WRITE CARTA-LINHA
            END-IF

      * A chave comeca pelo responsavel: a leitura sequencial ja vem
      * agrupada por familia, e a quebra fecha cada uma.
            MOVE 0 TO WS-RESP-ATUAL
            MOVE 0 TO WS-QTD-ITENS
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CB-COMPETENCIA(1:4) = WS-ANO-CIVIL
                           AND CB-STATUS NOT = 'C'
                            IF CB-ID-RESP NOT = WS-RESP-ATUAL
                                PERFORM P100-FECHA-RESPONSAVEL
                                MOVE CB-ID-RESP TO WS-RESP-ATUAL
                            END-IF
                            PERFORM P110-GUARDA-ITEM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P100-FECHA-RESPONSAVEL

            CLOSE COBRANCA-FILE
            CLOSE CADASTRO-PF-FILE
            CLOSE CARTA-FILE
            CLOSE LIVRO-FILE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DECLARACOES EMITIDAS: ' DELIMITED BY SIZE
                   WS-CONT-CARTAS DELIMITED BY SIZE
                   '  FAMILIAS EM EXCECAO: ' DELIMITED BY SIZE
                   WS-CONT-EXCECOES DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE

            DISPLAY 'DECLARACOES EMITIDAS: ' WS-CONT-CARTAS
            DISPLAY 'FAMILIAS EM EXCECAO: ' WS-CONT-EXCECOES
            DISPLAY 'ARQUIVO DE IMPRESSAO: ' WS-PATH-QUITACAO
            DISPLAY 'LISTA DE EXCECOES EM: ' WS-PATH-RELATORIO
            STOP RUN
            .

       P80-ABRE-EXCECOES.
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
            STRING '*** QUITACAO ANUAL ' DELIMITED BY SIZE
                   WS-ANO-CIVIL DELIMITED BY SIZE
                   ' - FAMILIAS SEM DECLARACAO ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
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

       P95-ULTIMO-REGISTRO.
      * Ultimo numero do livro de registro, como no DOCEMITE; cada
      * declaracao desta rodada pega o seguinte.
            MOVE 0 TO WS-NUM-REG
            SET EOF-OK TO FALSE
            OPEN INPUT LIVRO-FILE
            IF WS-FS-LIV <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ LIVRO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE LV-NUM TO WS-NUM-REG
                END-READ
            END-PERFORM
            IF WS-FS-LIV = 10
                CLOSE LIVRO-FILE
            END-IF
            .

       P100-FECHA-RESPONSAVEL.
            IF WS-QTD-ITENS = 0
                EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-DEVE
            MOVE 0 TO WS-TOTAL-PAGO
            MOVE 0 TO WS-TOTAL-ABERTO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ITENS
                IF QT-STATUS(WS-IDX) = 'P'
                    ADD QT-VALOR(WS-IDX) TO WS-TOTAL-PAGO
                ELSE
                    MOVE 'S' TO WS-DEVE
                    ADD QT-VALOR(WS-IDX) TO WS-TOTAL-ABERTO
                END-IF
            END-PERFORM

            IF WS-RESP-ATUAL = 0
                MOVE 'SEM RESPONSAVEL NO BOLETIM' TO WS-MOTIVO-EXC
                PERFORM P300-EXCECAO
            ELSE
                IF WS-DEVE = 'S'
                    MOVE 'DEBITO EM ABERTO NO ANO' TO WS-MOTIVO-EXC
                    PERFORM P300-EXCECAO
                ELSE
                    MOVE WS-RESP-ATUAL TO F-ID-PF
                    READ CADASTRO-PF-FILE
                        KEY IS F-ID-PF
                        INVALID KEY
                            MOVE 'SEM CADASTRO NO CADASTROPF'
                                TO WS-MOTIVO-EXC
                            PERFORM P300-EXCECAO
                        NOT INVALID KEY
                            PERFORM P200-CARTA
                    END-READ
                END-IF
            END-IF
            MOVE 0 TO WS-QTD-ITENS
            .

       P110-GUARDA-ITEM.
            IF WS-QTD-ITENS < 100
                ADD 1 TO WS-QTD-ITENS
                MOVE CB-COMPETENCIA TO QT-COMPETENCIA(WS-QTD-ITENS)
                MOVE CB-NOME-ALUNO  TO QT-NOME(WS-QTD-ITENS)
                MOVE CB-STATUS      TO QT-STATUS(WS-QTD-ITENS)
                MOVE CB-DATA-PAGTO  TO QT-DATA-PAGTO(WS-QTD-ITENS)
                IF CB-STATUS = 'P'
                    MOVE CB-VALOR-PAGO TO QT-VALOR(WS-QTD-ITENS)
                ELSE
                    MOVE CB-VALOR      TO QT-VALOR(WS-QTD-ITENS)
                END-IF
            END-IF
            .

       P200-CARTA.
            ADD 1 TO WS-CONT-CARTAS
            ADD 1 TO WS-NUM-REG
            COMPUTE WS-LIVRO = ((WS-NUM-REG - 1) / 600) + 1
            COMPUTE WS-RESTO =
                FUNCTION MOD(WS-NUM-REG - 1, 600)
            COMPUTE WS-FOLHA = (WS-RESTO / 3) + 1

            MOVE SPACES TO WS-NOME-RESP
            STRING FUNCTION TRIM(F-PRIMEIRO-NOME) DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   FUNCTION TRIM(F-SEGUNDO-NOME)  DELIMITED BY SIZE
                INTO WS-NOME-RESP

            MOVE WS-NUM-REG            TO LV-NUM
            MOVE WS-LIVRO              TO LV-LIVRO
            MOVE WS-FOLHA              TO LV-FOLHA
            MOVE 'DECLARACAO DE QUITACAO' TO LV-TIPO
            MOVE WS-NOME-RESP          TO LV-NOME
            MOVE WS-ANO-CIVIL          TO LV-ANO
            MOVE WS-DATA-FORMAT        TO LV-DATA
            MOVE WS-OPERADOR-ATUAL     TO LV-OPERADOR
            MOVE 1                     TO LV-VIA
            WRITE LIVRO-LINHA

            MOVE ALL '*' TO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            STRING 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO '
                        DELIMITED BY SIZE
                   WS-ANO-CIVIL DELIMITED BY SIZE
                INTO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            STRING 'REGISTRO N. ' DELIMITED BY SIZE
                   WS-NUM-REG DELIMITED BY SIZE
                   ' - LIVRO ' DELIMITED BY SIZE
                   WS-LIVRO DELIMITED BY SIZE
                   ' FOLHA ' DELIMITED BY SIZE
                   WS-FOLHA DELIMITED BY SIZE
                   ' - DATA: ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO CARTA-LINHA
            WRITE CARTA-LINHA
            IF F-CPF NOT = SPACES
                MOVE F-CPF TO WS-SG-VALOR
                CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO
                                    WS-SG-VALOR WS-SG-EXIBE
                                    F-ID-PF WS-SG-NOME
                                    WS-SG-RESULTADO
                IF WS-SG-VALOR(1:11) NUMERIC
                    MOVE SPACES TO CARTA-LINHA
                    STRING 'CPF DO RESPONSAVEL: ' DELIMITED BY SIZE
                           WS-SG-VALOR(1:3) DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           WS-SG-VALOR(4:3) DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           WS-SG-VALOR(7:3) DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           WS-SG-VALOR(10:2) DELIMITED BY SIZE
                        INTO CARTA-LINHA
                    WRITE CARTA-LINHA
                END-IF
            END-IF
            MOVE SPACES TO CARTA-LINHA
            WRITE CARTA-LINHA
            PERFORM P220-BLOCO-ENDERECO
            MOVE SPACES TO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            STRING 'DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE '
                        DELIMITED BY SIZE
                   'ESTAO QUITADAS TODAS AS' DELIMITED BY SIZE
                INTO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            STRING 'MENSALIDADES DO ANO DE ' DELIMITED BY SIZE
                   WS-ANO-CIVIL DELIMITED BY SIZE
                   ' DE SUA RESPONSABILIDADE, A SABER:'
                        DELIMITED BY SIZE
                INTO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            WRITE CARTA-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ITENS
                MOVE SPACES TO CARTA-LINHA
                STRING '  ' DELIMITED BY SIZE
                       QT-COMPETENCIA(WS-IDX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       QT-NOME(WS-IDX) DELIMITED BY SIZE
                       ' PAGO EM ' DELIMITED BY SIZE
                       QT-DATA-PAGTO(WS-IDX) DELIMITED BY SIZE
                       ' VALOR ' DELIMITED BY SIZE
                       QT-VALOR(WS-IDX) DELIMITED BY SIZE
                    INTO CARTA-LINHA
                WRITE CARTA-LINHA
            END-PERFORM
            MOVE SPACES TO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            STRING 'TOTAL PAGO NO ANO: ' DELIMITED BY SIZE
                   WS-TOTAL-PAGO DELIMITED BY SIZE
                INTO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE 'ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO ANO,'
              TO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE 'OS RECIBOS DE PAGAMENTO DAS MENSALIDADES.'
              TO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE '______________________________  SECRETARIA ESCOLAR'
              TO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE ALL '*' TO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            WRITE CARTA-LINHA
            .

       P220-BLOCO-ENDERECO.
      * Bloco de endereco do envelope, o mesmo do CARTAFREQ.
            MOVE SPACES TO CARTA-LINHA
            STRING
                'A(O) SR(A). ' DELIMITED BY SIZE
                FUNCTION TRIM(F-PRIMEIRO-NOME) DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                FUNCTION TRIM(F-SEGUNDO-NOME)  DELIMITED BY SIZE
                INTO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            STRING
                FUNCTION TRIM(F-RUA)    DELIMITED BY SIZE
                ' - '                   DELIMITED BY SIZE
                FUNCTION TRIM(F-BAIRRO) DELIMITED BY SIZE
                INTO CARTA-LINHA
            WRITE CARTA-LINHA
            MOVE SPACES TO CARTA-LINHA
            STRING
                FUNCTION TRIM(F-CIDADE) DELIMITED BY SIZE
                '/'                     DELIMITED BY SIZE
                F-UF                    DELIMITED BY SIZE
                ' - CEP: '              DELIMITED BY SIZE
                F-CEP-1                 DELIMITED BY SIZE
                '-'                     DELIMITED BY SIZE
                F-CEP-2                 DELIMITED BY SIZE
                INTO CARTA-LINHA
            WRITE CARTA-LINHA
            .

       P300-EXCECAO.
            ADD 1 TO WS-CONT-EXCECOES
            MOVE SPACES TO REL-LINHA
            STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                   WS-RESP-ATUAL DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-MOTIVO-EXC DELIMITED BY SIZE
                   ' EM ABERTO: ' DELIMITED BY SIZE
                   WS-TOTAL-ABERTO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ITENS
                IF QT-STATUS(WS-IDX) NOT = 'P'
                    MOVE SPACES TO REL-LINHA
                    STRING '    ' DELIMITED BY SIZE
                           QT-COMPETENCIA(WS-IDX) DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           QT-NOME(WS-IDX) DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           QT-STATUS(WS-IDX) DELIMITED BY SIZE
                           ' VALOR ' DELIMITED BY SIZE
                           QT-VALOR(WS-IDX) DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                END-IF
            END-PERFORM
            .
