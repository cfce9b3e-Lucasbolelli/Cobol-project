      *          CADA ANO LETIVO COM SUAS MATERIAS, MEDIAS,
      *          FREQUENCIA E SITUACAO, MAIS A IDENTIFICACAO DO
      *          RESPONSAVEL DO CADASTRO-PF - A GUIA OFICIAL QUE A
      *          ESCOLA DE DESTINO RECEBE. ANTES DA EMISSAO PASSA
      *          PELO NADA CONSTA (NADACONSTA): COM PENDENCIA, A GUIA
      *          SO SAI COM A LIBERACAO DO PERFIL AUTORIZADO. A GUIA
      *          EMITIDA E REGISTRADA NO LIVRO DE REGISTRO DE
      *          DOCUMENTOS (NUMERACAO DO DOCEMITE, VIA CONTADA PELAS
      *          GUIAS ANTERIORES DO MESMO ALUNO) E SAI COM O CODIGO
      *          DE VERIFICACAO DE AUTENTICIDADE (AUTCOD, CONFERIDO NO
      *          AUTVERIF). A GUIA EMITIDA DEIXA PRONTO O
      *          REQUERIMENTO PENDENTE DO ALUNO NO PROTOCOLO DA
      *          SECRETARIA (PROTBAIXA/PROTOCOLO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT GUIA-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-GUIA
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
       DATA DIVISION.
       FILE SECTION.
       FD BOLETIM.
       FD GUIA-FILE
       DATA RECORD IS GUIA-LINHA.
       01 GUIA-LINHA               PIC X(100).
       FD LIVRO-FILE
       DATA RECORD IS LIVRO-LINHA.
           COPY LIVRO_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR      PIC X(20).
           03 SE-PERFIL        PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-ARQ                PIC 99.
      * identificado deixa rastro com operador, programa e proposito.
       77 WS-LG-PROGRAMA           PIC X(12) VALUE 'GUIATRANSF'.
       77 WS-LG-PROPOSITO          PIC X(10) VALUE SPACES.
      * Nada consta antes da guia (NADACONSTA).
       77 WS-NC-DOCUMENTO          PIC X(25)
                                   VALUE 'GUIA DE TRANSFERENCIA'.
       77 WS-NC-RESULTADO          PIC X.
      * Livro de registro (numeracao do DOCEMITE) e codigo de
      * verificacao de autenticidade (AUTCOD).
       77 WS-UP-MODO               PIC X.
       77 WS-FS-LIV                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-NUM-REG               PIC 9(06).
       77 WS-LIVRO                 PIC 9(03).
       77 WS-FOLHA                 PIC 9(03).
       77 WS-RESTO-REG             PIC 9(06).
       77 WS-VIA                   PIC 9(02).
       77 WS-VIA-X                 PIC X(02).
       77 WS-OPERADOR-ATUAL        PIC X(20).
           COPY AUTCOD-AREA.
      * Baixa do requerimento no protocolo da secretaria (PROTBAIXA).
           COPY PROTBAIXA-AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'GUIATRANSF' TO WS-PROGRAMA-CORRENTE
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
            DISPLAY '*** GUIA DE TRANSFERENCIA ***'
            DISPLAY 'INFORME QUALQUER ID DO ALUNO: '
                ACCEPT WS-ID-BUSCA
                STOP RUN
            END-IF

            CALL 'NADACONSTA' USING WS-NOME-ALUNO-G WS-RESP-G
                                    WS-NC-DOCUMENTO WS-NC-RESULTADO
            IF WS-NC-RESULTADO = 'N'
                DISPLAY 'GUIA NAO EMITIDA: ALUNO COM PENDENCIAS'
                STOP RUN
            END-IF

            PERFORM P380-REGISTRA-LIVRO
            PERFORM P400-IMPRIME-GUIA
            PERFORM P390-BAIXA-PROTOCOLO
            DISPLAY 'GUIA GRAVADA EM: ' FUNCTION TRIM(WS-PATH-GUIA)
            DISPLAY 'GUIA REGISTRADA SOB N. ' WS-NUM-REG
                    ' (LIVRO ' WS-LIVRO ' FOLHA ' WS-FOLHA ')'
            DISPLAY 'CODIGO DE VERIFICACAO: ' WS-AC-CODIGO
            STOP RUN
            .

            END-IF
            .

       P380-REGISTRA-LIVRO.
      * Proximo numero do livro e via: guia anterior do mesmo aluno
      * no livro faz desta uma segunda via.
            MOVE 1 TO WS-NUM-REG
            MOVE 1 TO WS-VIA
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
                        COMPUTE WS-NUM-REG = LV-NUM + 1
                        IF LV-TIPO = WS-NC-DOCUMENTO
                           AND LV-NOME = WS-NOME-ALUNO-G
                            ADD 1 TO WS-VIA
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-LIV = 10
                CLOSE LIVRO-FILE
            END-IF
            COMPUTE WS-LIVRO = ((WS-NUM-REG - 1) / 600) + 1
            COMPUTE WS-RESTO-REG =
                FUNCTION MOD(WS-NUM-REG - 1, 600)
            COMPUTE WS-FOLHA = (WS-RESTO-REG / 3) + 1

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

            OPEN EXTEND LIVRO-FILE
            IF WS-FS-LIV <> 0
                OPEN OUTPUT LIVRO-FILE
            END-IF
            MOVE WS-NUM-REG        TO LV-NUM
            MOVE WS-LIVRO          TO LV-LIVRO
            MOVE WS-FOLHA          TO LV-FOLHA
            MOVE WS-NC-DOCUMENTO   TO LV-TIPO
            MOVE WS-NOME-ALUNO-G   TO LV-NOME
            MOVE SPACES            TO LV-ANO
            MOVE WS-DATA-FORMAT    TO LV-DATA
            MOVE WS-OPERADOR-ATUAL TO LV-OPERADOR
            MOVE WS-VIA            TO LV-VIA
            WRITE LIVRO-LINHA
            CLOSE LIVRO-FILE

      * Codigo de verificacao: registro do livro, cadeia de
      * matricula e quantidade de linhas que a guia consolida.
            MOVE 'G'               TO WS-AC-ACAO
            MOVE 'L'               TO WS-AC-ORIGEM
            MOVE WS-NUM-REG        TO WS-AC-NUMERO
            MOVE WS-DATA-FORMAT    TO WS-AC-DATA
            MOVE WS-NC-DOCUMENTO   TO WS-AC-TIPO
            MOVE WS-NOME-ALUNO-G   TO WS-AC-NOME
            MOVE SPACES            TO WS-AC-REFERENCIA
            MOVE WS-VIA            TO WS-VIA-X
            MOVE SPACES            TO WS-AC-VIA
            STRING WS-VIA-X DELIMITED BY SIZE
                   'A VIA' DELIMITED BY SIZE
                INTO WS-AC-VIA
            MOVE WS-OPERADOR-ATUAL TO WS-AC-OPERADOR
            MOVE SPACES            TO WS-AC-CONTEUDO
            STRING 'MATRICULA RAIZ ' DELIMITED BY SIZE
                   WS-ID-RAIZ DELIMITED BY SIZE
                   ' LINHAS ' DELIMITED BY SIZE
                   WS-QTD-REGS DELIMITED BY SIZE
                INTO WS-AC-CONTEUDO
            CALL 'AUTCOD' USING WS-AUTCOD-AREA
            IF WS-AC-RESULTADO NOT = 'S'
                DISPLAY 'ATENCAO: CODIGO DE VERIFICACAO NAO '
                        'REGISTRADO (AUTENTICA.DAT)'
            END-IF
            .

       P390-BAIXA-PROTOCOLO.
      * Segunda via da guia atende o pedido de segunda via ou, nao
      * havendo, o de guia.
            MOVE 'GT'            TO WS-PB-TIPO
            MOVE SPACES          TO WS-PB-TIPO-ALT
            IF WS-VIA > 1
                MOVE 'SV'        TO WS-PB-TIPO
                MOVE 'GT'        TO WS-PB-TIPO-ALT
            END-IF
            MOVE WS-NOME-ALUNO-G TO WS-PB-NOME
            MOVE WS-NUM-REG      TO WS-PB-DOCUMENTO
            MOVE 'GUIATRANSF'    TO WS-PB-PROGRAMA
            CALL 'PROTBAIXA' USING WS-PROTBAIXA-AREA
            .

       P400-IMPRIME-GUIA.
            OPEN OUTPUT GUIA-FILE
            MOVE ALL '*' TO GUIA-LINHA
                INTO GUIA-LINHA
            WRITE GUIA-LINHA
            MOVE SPACES TO GUIA-LINHA
            STRING
                'REGISTRO ' DELIMITED BY SIZE
                WS-NUM-REG DELIMITED BY SIZE
                ' LIVRO ' DELIMITED BY SIZE
                WS-LIVRO DELIMITED BY SIZE
                ' FOLHA ' DELIMITED BY SIZE
                WS-FOLHA DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-AC-VIA DELIMITED BY SIZE
                INTO GUIA-LINHA
            WRITE GUIA-LINHA
            MOVE SPACES TO GUIA-LINHA
            STRING
                'ALUNO: ' DELIMITED BY SIZE
                FUNCTION TRIM(WS-NOME-ALUNO-G) DELIMITED BY SIZE
            MOVE 'DOCUMENTO EMITIDO PELO SISTEMA DE BOLETINS.'
                TO GUIA-LINHA
            WRITE GUIA-LINHA
            MOVE SPACES TO GUIA-LINHA
            STRING
                'CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                WS-AC-CODIGO DELIMITED BY SIZE
                ' (CONFERIR NA SECRETARIA)' DELIMITED BY SIZE
                INTO GUIA-LINHA
            WRITE GUIA-LINHA
            CLOSE GUIA-FILE
            .

