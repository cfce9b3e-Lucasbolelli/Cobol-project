      *          (CARTEIRAS.DAT) PARA O CONTROLE DE PERDA/REEMISSAO,
      *          E A REEMISSAO SAI MARCADA 'SEGUNDA VIA' - A MESMA
      *          DISCIPLINA QUE O EMISSOES.DAT DA AOS BOLETINS.
      *          O NUMERO DA CARTEIRA SAI TAMBEM EM CODIGO DE BARRAS
      *          (CODE 39, ENTRE ASTERISCOS) PARA O LEITOR DO BALCAO
      *          DA BIBLIOTECA. NA SAIDA DO ALUNO (TRANSFERENCIA OU
      *          CONCLUSAO) A SECRETARIA REGISTRA A DEVOLUCAO DO
      *          CARTAO, QUE O NADACONSTA COBRA ANTES DOS DOCUMENTOS
      *          E QUE A BIBLIOTECA PASSA A RECUSAR NO BALCAO.
      *          A FOTO SO VAI NO CARTAO COM CONSENTIMENTO DE USO DE
      *          IMAGEM VIGENTE (CONSCHK); SEM ELE O CARTAO SAI COM
      *          O ESPACO DA FOTO MARCADO E O LOTE CONTA QUANTOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT CART-FILE
           COPY CADASTRO-PF-DADOS.
       FD CART-FILE
       DATA RECORD IS CART-LINHA.
           COPY CARTEIRA_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-FONE                  PIC X(20).
       77 WS-CARTEIRA-DEV          PIC 9(06).
       77 WS-CONFIRMA              PIC X.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-DEVOLVIDA             PIC X VALUE 'N'.
          88 DEVOLVIDA-OK          VALUE 'S' FALSE 'N'.
      * Alunos distintos da turma, com responsavel, como na chamada.
       77 WS-QTD-ALUNOS            PIC 9(03).
       01 WS-ALUNO-TAB.
               10 CA-ID            PIC 9(06).
               10 CA-RESP          PIC 9(06).
       77 WS-IDX                   PIC 9(03).
      * Consentimento LGPD de uso de imagem (CONSCHK).
       77 WS-CK-FINALIDADE         PIC X VALUE 'I'.
       77 WS-CK-ID-ALUNO           PIC 9(06) VALUE 0.
       77 WS-CK-RESULTADO          PIC X.
       77 WS-CONT-SEM-IMAGEM       PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CARTEIRA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            DISPLAY '1 - EMITIR LOTE DE UMA TURMA'
            DISPLAY '2 - SEGUNDA VIA DE UM ALUNO'
            DISPLAY '3 - CONSULTAR O REGISTRO DE EMISSOES'
            DISPLAY '4 - REGISTRAR DEVOLUCAO DO CARTAO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
                    PERFORM P300-SEGUNDA-VIA
                WHEN '3'
                    PERFORM P400-CONSULTA
                WHEN '4'
                    PERFORM P500-DEVOLUCAO
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
            .

       P050-PROXIMO-NUMERO.
      * Maior numero + 1: a linha de devolucao repete o numero de
      * um cartao antigo e nao pode puxar a numeracao para tras.
            MOVE 1 TO WS-PROX-NUM
            SET EOF-OK TO FALSE
            OPEN INPUT CART-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CR-NUM NOT < WS-PROX-NUM
                            COMPUTE WS-PROX-NUM = CR-NUM + 1
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-CAR = 10
                WRITE REL-LINHA
            END-IF
            MOVE 1 TO WS-VIA
            MOVE 0 TO WS-CONT-SEM-IMAGEM
            PERFORM P200-IMPRIME-CARTAO
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-ALUNOS
            CLOSE REPORT-FILE
            DISPLAY 'CARTOES EMITIDOS: ' WS-QTD-ALUNOS
            DISPLAY 'SEM FOTO (SEM CONSENTIMENTO DE IMAGEM): '
                    WS-CONT-SEM-IMAGEM
            DISPLAY 'LOTE GRAVADO EM: ' WS-PATH-RELATORIO
            .

                   WS-VALIDADE DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '| *' DELIMITED BY SIZE
                   WS-PROX-NUM DELIMITED BY SIZE
                   '*' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF WS-VIA > 1
                MOVE '| *** SEGUNDA VIA ***' TO REL-LINHA
                WRITE REL-LINHA
                   WS-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CALL 'CONSCHK' USING WS-CK-FINALIDADE CA-NOME(WS-IDX)
                                 WS-CK-ID-ALUNO CA-RESP(WS-IDX)
                                 WS-CK-RESULTADO
            IF WS-CK-RESULTADO = 'S'
                MOVE '| [ FOTO 3X4 ]' TO REL-LINHA
            ELSE
                MOVE '| SEM FOTO - USO DE IMAGEM NAO AUTORIZADO'
                    TO REL-LINHA
                ADD 1 TO WS-CONT-SEM-IMAGEM
            END-IF
            WRITE REL-LINHA
            MOVE '| (VERSO)' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE WS-DATA-FORMAT    TO CR-DATA
            MOVE WS-VIA            TO CR-VIA
            MOVE WS-OPERADOR-ATUAL TO CR-OPERADOR
            MOVE 'E'               TO CR-TIPO
            WRITE CART-LINHA
            CLOSE CART-FILE
            .
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN CR-DEVOLUCAO
                                DISPLAY 'N. ' CR-NUM ' VIA ' CR-VIA ' '
                                        FUNCTION TRIM(CR-NOME)
                                        ' DEVOLVIDA EM ' CR-DATA
                            WHEN CR-CANCELADA
                                DISPLAY 'N. ' CR-NUM ' VIA ' CR-VIA ' '
                                        FUNCTION TRIM(CR-NOME)
                                        ' CANCELADA EM ' CR-DATA
                                        ' (MATRICULA CANCELADA)'
                            WHEN OTHER
                                DISPLAY 'N. ' CR-NUM ' VIA ' CR-VIA ' '
                                        FUNCTION TRIM(CR-NOME)
                                        ' TURMA ' CR-TURMA
                                        ' VALIDADE ' CR-VALIDADE
                                        ' EM ' CR-DATA
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE CART-FILE
            .

       P500-DEVOLUCAO.
      * O cartao devolvido ganha uma linha 'D' com o numero e a via
      * da emissao - o registro so e acrescido, como as emissoes.
            DISPLAY 'NUMERO DA CARTEIRA DEVOLVIDA: '
                ACCEPT WS-CARTEIRA-DEV
            SET ACHOU-OK TO FALSE
            SET DEVOLVIDA-OK TO FALSE
            SET EOF-OK TO FALSE
            OPEN INPUT CART-FILE
            IF WS-FS-CAR <> 0
                DISPLAY 'NENHUMA CARTEIRA EMITIDA AINDA'
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ CART-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CR-NUM = WS-CARTEIRA-DEV
                            IF CR-DEVOLUCAO
                                SET DEVOLVIDA-OK TO TRUE
                            ELSE
                                SET ACHOU-OK TO TRUE
                                MOVE CR-NOME     TO WS-NOME-VIA
                                MOVE CR-ANO      TO WS-ANO
                                MOVE CR-TURMA    TO WS-TURMA
                                MOVE CR-VALIDADE TO WS-VALIDADE
                                MOVE CR-VIA      TO WS-VIA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CART-FILE
            IF NOT ACHOU-OK
                DISPLAY 'CARTEIRA NAO ENCONTRADA NO REGISTRO'
                EXIT PARAGRAPH
            END-IF
            IF DEVOLVIDA-OK
                DISPLAY 'CARTEIRA JA DEVOLVIDA'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CARTEIRA ' WS-CARTEIRA-DEV ' VIA ' WS-VIA ' DE '
                    FUNCTION TRIM(WS-NOME-VIA)
            DISPLAY 'CONFIRMA A DEVOLUCAO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                EXIT PARAGRAPH
            END-IF

            PERFORM P060-LE-OPERADOR
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            OPEN EXTEND CART-FILE
            IF WS-FS-CAR <> 0
                CALL 'FSMSG' USING WS-FS-CAR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE CARTEIRAS --> '
                        'COD ' WS-FS-CAR ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CARTEIRA-DEV   TO CR-NUM
            MOVE WS-NOME-VIA       TO CR-NOME
            MOVE WS-ANO            TO CR-ANO
            MOVE WS-TURMA          TO CR-TURMA
            MOVE WS-VALIDADE       TO CR-VALIDADE
            MOVE WS-DATA-FORMAT    TO CR-DATA
            MOVE WS-VIA            TO CR-VIA
            MOVE WS-OPERADOR-ATUAL TO CR-OPERADOR
            MOVE 'D'               TO CR-TIPO
            WRITE CART-LINHA
            CLOSE CART-FILE
            DISPLAY 'DEVOLUCAO REGISTRADA'
            .
