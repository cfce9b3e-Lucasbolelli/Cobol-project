      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: NADA CONSTA DO ALUNO ANTES DOS DOCUMENTOS DE SAIDA.
      *          CONFERE TUDO O QUE O ALUNO AINDA DEVE A ESCOLA:
      *          MENSALIDADE VENCIDA EM ABERTO (COBRANCAS.DAT, STATUS
      *          'A' E VENCIMENTO ANTERIOR A HOJE), LIVRO DA
      *          BIBLIOTECA NAO DEVOLVIDO (EMPRESTIMOS.DAT), RECURSO
      *          DE NOTA AINDA ABERTO (RECURSOS.DAT) E CARTEIRINHA
      *          NAO DEVOLVIDA (ULTIMA VIA DO CARTEIRAS.DAT SEM A
      *          LINHA DE DEVOLUCAO). MOSTRA AS PENDENCIAS E IMPRIME
      *          NO SPOOL A DECLARACAO DE NADA CONSTA OU A RELACAO
      *          DE PENDENCIAS. COM PENDENCIA, SO O PERFIL COM A
      *          FUNCAO LIBERA (PERMCHK 'NADACONSTA'/'LIBERA') PODE
      *          SEGUIR COM O DOCUMENTO, E A LIBERACAO VAI PARA A
      *          TRILHA DE AUDITORIA. CHAMADO PELO GUIATRANSF, PELO
      *          HISTOFICIAL E PELO CERTIFICADO DE CONCLUSAO DO
      *          DOCEMITE. RESULTADO: S = NADA CONSTA, L = LIBERADO
      *          COM PENDENCIAS, N = EMISSAO BARRADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NADACONSTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
               SELECT COBRANCA-FILE
               ASSIGN TO
                   WS-PATH-COBRANCAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-COB
                   .
               SELECT EMPRESTIMO-FILE
               ASSIGN TO
                   WS-PATH-EMPRESTIMOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS EP-SEQ
                   ALTERNATE RECORD KEY IS EP-ID-ALUNO
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EP-CODIGO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-EMP
                   .
               SELECT ACERVO-FILE
               ASSIGN TO
                   WS-PATH-ACERVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS BI-CODIGO
                   FILE STATUS IS WS-FS-ACV
                   .
               SELECT RECURSO-FILE
               ASSIGN TO
                   WS-PATH-RECURSOS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REC
                   .
               SELECT CART-FILE
               ASSIGN TO
                   WS-PATH-CARTEIRAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CAR
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
       FD COBRANCA-FILE
       DATA RECORD IS COBRANCA-LINHA.
           COPY COBRANCA_DADOS.
       FD EMPRESTIMO-FILE
       DATA RECORD IS EMPRESTIMO-LINHA.
           COPY EMPRESTIMO_DADOS.
       FD ACERVO-FILE
       DATA RECORD IS ACERVO-LINHA.
           COPY ACERVO_DADOS.
       FD RECURSO-FILE
       DATA RECORD IS RECURSO-LINHA.
      * Registro de recursos de nota (layout do RECURSO).
      * RC-STATUS: A = ABERTO, D = DEFERIDO, I = INDEFERIDO.
       01 RECURSO-LINHA.
           03 RC-SEQ               PIC 9(05).
           03 RC-ID                PIC 9(06).
           03 RC-NOME              PIC X(30).
           03 RC-MATERIA           PIC X(20).
           03 RC-BIMESTRE          PIC 9.
           03 RC-TEXTO             PIC X(60).
           03 RC-DATA-ABERTURA     PIC X(10).
           03 RC-PRAZO             PIC X(10).
           03 RC-STATUS            PIC X.
           03 RC-JUSTIFICATIVA     PIC X(60).
           03 RC-PEND-SEQ          PIC 9(05).
           03 RC-DATA-RESPOSTA     PIC X(10).
       FD CART-FILE
       DATA RECORD IS CART-LINHA.
           COPY CARTEIRA_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR              PIC X(20).
           03 SE-PERFIL                PIC X.
       FD REPORT-FILE.
       01 REL-LINHA                    PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-ALU                    PIC 99.
          88 FS-ALU-OK                 VALUE 0.
       77 WS-FS-COB                    PIC 99.
          88 FS-COB-OK                 VALUE 0.
       77 WS-FS-EMP                    PIC 99.
          88 FS-EMP-OK                 VALUE 0.
       77 WS-FS-ACV                    PIC 99.
       77 WS-FS-REC                    PIC 99.
       77 WS-FS-CAR                    PIC 99.
       77 WS-FS-SESSAO                 PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-TR-MODO                   PIC X.
       77 WS-SPL-PROGRAMA              PIC X(12) VALUE 'NADACONSTA'.
       77 WS-PROGRAMA-NC               PIC X(12) VALUE 'NADACONSTA'.
       77 WS-PM-FUNCAO                 PIC X(10) VALUE 'LIBERA'.
       77 WS-PM-RESULTADO              PIC X.
          88 PM-PERMITIDO              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA                  PIC X.
       77 WS-OPERADOR-ATUAL            PIC X(20).
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-DATA-FORMAT               PIC X(10).
       77 WS-ID-ALUNO                  PIC 9(06).
       77 WS-ID-RESP                   PIC 9(06).
       77 WS-VALOR-ED                  PIC ZZZZZ9.99.
       77 WS-TITULO                    PIC X(30).
      * Ultima via emitida da carteirinha e se ja voltou.
       77 WS-CART-NUM                  PIC 9(06).
       77 WS-CART-VIA                  PIC 9(02).
       77 WS-CART-DEVOLVIDA            PIC X.
      * Auditoria da liberacao.
       77 WS-AUD-OPERACAO              PIC X(10) VALUE 'NADACONSTA'.
       77 WS-AUD-ANTES                 PIC X(40).
       77 WS-AUD-DEPOIS                PIC X(40).
      * Pendencias encontradas, na ordem em que saem na relacao.
       77 WS-QTD-PEND                  PIC 9(02) VALUE 0.
       01 WS-PEND-TAB.
           05 WS-PEND-ENTRY OCCURS 40 TIMES.
               10 NC-DESCR             PIC X(80).
       77 WS-IDX                       PIC 9(02).
       LINKAGE SECTION.
       01 WS-NC-NOME                   PIC X(30).
       01 WS-NC-ID-RESP                PIC 9(06).
       01 WS-NC-DOCUMENTO              PIC X(25).
       01 WS-NC-RESULTADO              PIC X.
       PROCEDURE DIVISION USING WS-NC-NOME WS-NC-ID-RESP
                                WS-NC-DOCUMENTO WS-NC-RESULTADO.

       P100-INICIO.
           MOVE 'N' TO WS-NC-RESULTADO
           MOVE 0 TO WS-QTD-PEND
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

           PERFORM P150-IDENTIFICA-ALUNO
           PERFORM P200-MENSALIDADES
           PERFORM P300-EMPRESTIMOS
           PERFORM P400-RECURSOS
           PERFORM P500-CARTEIRINHA

           DISPLAY ' '
           DISPLAY '--- NADA CONSTA: ' FUNCTION TRIM(WS-NC-NOME)
                   ' ---'
           IF WS-QTD-PEND = 0
               DISPLAY 'NADA CONSTA EM NOME DO ALUNO'
               MOVE 'S' TO WS-NC-RESULTADO
           ELSE
               DISPLAY 'PENDENCIAS ENCONTRADAS: ' WS-QTD-PEND
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-PEND
                   DISPLAY '  ' FUNCTION TRIM(NC-DESCR(WS-IDX))
               END-PERFORM
               PERFORM P600-LIBERACAO
           END-IF

           PERFORM P700-IMPRIME
           GOBACK
           .

       P150-IDENTIFICA-ALUNO.
      * Cadastro mestre pelo nome: AL-ID (emprestimos) e, quando
      * quem chama nao trouxe, o responsavel (cobrancas).
           MOVE 0 TO WS-ID-ALUNO
           MOVE WS-NC-ID-RESP TO WS-ID-RESP
           OPEN INPUT ALUNOS-FILE
           IF NOT FS-ALU-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NC-NOME TO AL-NOME
           READ ALUNOS-FILE
               KEY IS AL-NOME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-ID TO WS-ID-ALUNO
                   IF WS-ID-RESP = 0
                       MOVE AL-ID-RESPONSAVEL TO WS-ID-RESP
                   END-IF
           END-READ
           CLOSE ALUNOS-FILE
           .

       P200-MENSALIDADES.
      * A chave da cobranca comeca pelo responsavel; sem ele, varre
      * o arquivo inteiro atras do nome do aluno.
           OPEN INPUT COBRANCA-FILE
           IF NOT FS-COB-OK
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK TO FALSE
           MOVE WS-ID-RESP TO CB-ID-RESP
           MOVE LOW-VALUES TO CB-COMPETENCIA
           MOVE LOW-VALUES TO CB-NOME-ALUNO
           START COBRANCA-FILE KEY IS NOT LESS CB-CHAVE
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ COBRANCA-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-ID-RESP NOT = 0
                          AND CB-ID-RESP NOT = WS-ID-RESP
                           SET EOF-OK TO TRUE
                       ELSE
                           IF CB-NOME-ALUNO = WS-NC-NOME
                              AND CB-STATUS = 'A'
                              AND CB-VENCIMENTO < WS-DATA-FORMAT
                               PERFORM P250-PENDENCIA-COBRANCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COBRANCA-FILE
           .

       P250-PENDENCIA-COBRANCA.
           IF WS-QTD-PEND NOT < 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-PEND
           MOVE CB-VALOR TO WS-VALOR-ED
           MOVE SPACES TO NC-DESCR(WS-QTD-PEND)
           IF CB-PARCELA > 0
               STRING 'PARCELA ' DELIMITED BY SIZE
                      CB-PARCELA DELIMITED BY SIZE
                      ' DO ACORDO ' DELIMITED BY SIZE
                      CB-ACORDO DELIMITED BY SIZE
                      ' VENCIDA EM ' DELIMITED BY SIZE
                      CB-VENCIMENTO DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                   INTO NC-DESCR(WS-QTD-PEND)
           ELSE
               STRING 'MENSALIDADE ' DELIMITED BY SIZE
                      CB-COMPETENCIA DELIMITED BY SIZE
                      ' VENCIDA EM ' DELIMITED BY SIZE
                      CB-VENCIMENTO DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                   INTO NC-DESCR(WS-QTD-PEND)
           END-IF
           .

       P300-EMPRESTIMOS.
      * Emprestimos sao gravados pelo AL-ID: aluno fora do cadastro
      * mestre nao tem como ter livro em maos.
           IF WS-ID-ALUNO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPRESTIMO-FILE
           IF NOT FS-EMP-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACERVO-FILE
           SET EOF-OK TO FALSE
           MOVE WS-ID-ALUNO TO EP-ID-ALUNO
           START EMPRESTIMO-FILE KEY IS EQUAL EP-ID-ALUNO
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ EMPRESTIMO-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF EP-ID-ALUNO NOT = WS-ID-ALUNO
                           SET EOF-OK TO TRUE
                       ELSE
                           IF EP-ABERTO
                               PERFORM P350-PENDENCIA-LIVRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESTIMO-FILE
           IF WS-FS-ACV = 0 OR WS-FS-ACV = 23
               CLOSE ACERVO-FILE
           END-IF
           .

       P350-PENDENCIA-LIVRO.
           IF WS-QTD-PEND NOT < 40
               EXIT PARAGRAPH
           END-IF
           MOVE 'TITULO FORA DO ACERVO' TO WS-TITULO
           IF WS-FS-ACV = 0 OR WS-FS-ACV = 23
               MOVE EP-CODIGO TO BI-CODIGO
               READ ACERVO-FILE
                   KEY IS BI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BI-TITULO TO WS-TITULO
               END-READ
           END-IF
           ADD 1 TO WS-QTD-PEND
           MOVE SPACES TO NC-DESCR(WS-QTD-PEND)
           STRING 'LIVRO ' DELIMITED BY SIZE
                  EP-CODIGO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TITULO DELIMITED BY SIZE
                  ' DEVOLVER ATE ' DELIMITED BY SIZE
                  EP-DATA-PREVISTA DELIMITED BY SIZE
               INTO NC-DESCR(WS-QTD-PEND)
           .

       P400-RECURSOS.
           OPEN INPUT RECURSO-FILE
           IF WS-FS-REC <> 0
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ RECURSO-FILE
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RC-NOME = WS-NC-NOME
                          AND RC-STATUS = 'A'
                          AND WS-QTD-PEND < 40
                           ADD 1 TO WS-QTD-PEND
                           MOVE SPACES TO NC-DESCR(WS-QTD-PEND)
                           STRING 'RECURSO DE NOTA ' DELIMITED BY SIZE
                                  RC-SEQ DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  RC-MATERIA DELIMITED BY SIZE
                                  ' ABERTO EM ' DELIMITED BY SIZE
                                  RC-DATA-ABERTURA DELIMITED BY SIZE
                                  ' SEM DESFECHO' DELIMITED BY SIZE
                               INTO NC-DESCR(WS-QTD-PEND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECURSO-FILE
           .

       P500-CARTEIRINHA.
      * Vale a ultima via emitida: a via antiga substituida ja foi
      * dada como perdida na segunda via. A devolucao e a linha 'D'
      * com o mesmo numero, sempre gravada depois da emissao.
           MOVE 0 TO WS-CART-NUM
           MOVE 0 TO WS-CART-VIA
           MOVE 'N' TO WS-CART-DEVOLVIDA
           OPEN INPUT CART-FILE
           IF WS-FS-CAR <> 0
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ CART-FILE
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CR-NOME = WS-NC-NOME
                           IF CR-DEVOLUCAO
                               IF CR-NUM = WS-CART-NUM
                                   MOVE 'S' TO WS-CART-DEVOLVIDA
                               END-IF
                           ELSE
                               IF CR-VIA NOT < WS-CART-VIA
                                   MOVE CR-NUM TO WS-CART-NUM
                                   MOVE CR-VIA TO WS-CART-VIA
                                   MOVE 'N' TO WS-CART-DEVOLVIDA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CART-FILE
           IF WS-CART-NUM NOT = 0 AND WS-CART-DEVOLVIDA = 'N'
              AND WS-QTD-PEND < 40
               ADD 1 TO WS-QTD-PEND
               MOVE SPACES TO NC-DESCR(WS-QTD-PEND)
               STRING 'CARTEIRINHA ' DELIMITED BY SIZE
                      WS-CART-NUM DELIMITED BY SIZE
                      ' (VIA ' DELIMITED BY SIZE
                      WS-CART-VIA DELIMITED BY SIZE
                      ') NAO DEVOLVIDA' DELIMITED BY SIZE
                   INTO NC-DESCR(WS-QTD-PEND)
           END-IF
           .

       P600-LIBERACAO.
      * Seguir com pendencia e decisao da direcao: a funcao LIBERA
      * da matriz de permissoes, registrada na auditoria.
           DISPLAY 'EMITIR ' FUNCTION TRIM(WS-NC-DOCUMENTO)
                   ' MESMO COM AS PENDENCIAS ? S/N'
               CALL 'CONFIRMA' USING WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'EMISSAO BARRADA ATE A REGULARIZACAO'
               EXIT PARAGRAPH
           END-IF
           CALL 'PERMCHK' USING WS-PROGRAMA-NC WS-PM-FUNCAO
                                WS-PM-RESULTADO
           IF NOT PM-PERMITIDO
               DISPLAY 'EMISSAO BARRADA ATE A REGULARIZACAO'
               EXIT PARAGRAPH
           END-IF
           MOVE 'L' TO WS-NC-RESULTADO
           MOVE SPACES TO WS-AUD-ANTES
           STRING WS-NC-NOME DELIMITED BY SIZE
                  ' PEND ' DELIMITED BY SIZE
                  WS-QTD-PEND DELIMITED BY SIZE
               INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING 'LIBERADO ' DELIMITED BY SIZE
                  WS-NC-DOCUMENTO DELIMITED BY SIZE
               INTO WS-AUD-DEPOIS
           CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-ID-ALUNO
                                  WS-AUD-ANTES WS-AUD-DEPOIS
           DISPLAY 'EMISSAO LIBERADA COM PENDENCIAS - REGISTRADO NA '
                   'AUDITORIA'
           .

       P700-IMPRIME.
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

           CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA WS-PATH-RELATORIO
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-REL <> 0
               DISPLAY 'ERRO AO GRAVAR O NADA CONSTA --> COD '
                       WS-FS-REL
               EXIT PARAGRAPH
           END-IF
      * Tarja de treinamento: em instalacao de pratica, todo
      * documento do spool sai marcado (TREINOCHK).
           CALL 'TREINOCHK' USING WS-TR-MODO
           IF WS-TR-MODO = 'S'
               MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           MOVE ALL '*' TO REL-LINHA
           WRITE REL-LINHA
           IF WS-QTD-PEND = 0
               MOVE 'DECLARACAO DE NADA CONSTA' TO REL-LINHA
           ELSE
               MOVE 'RELACAO DE PENDENCIAS DO ALUNO' TO REL-LINHA
           END-IF
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'EMITIDA EM ' DELIMITED BY SIZE
                  WS-DATA-FORMAT DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NC-DOCUMENTO) DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'ALUNO: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NC-NOME) DELIMITED BY SIZE
                  '  (CADASTRO ' DELIMITED BY SIZE
                  WS-ID-ALUNO DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '*' TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-PEND = 0
               MOVE 'DECLARAMOS QUE NADA CONSTA EM NOME DO ALUNO ACIMA'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'JUNTO A TESOURARIA, A BIBLIOTECA E A SECRETARIA'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'DESTA ESCOLA (MENSALIDADES, LIVROS, RECURSOS DE'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'NOTA E CARTEIRINHA DE ESTUDANTE).' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-PEND
                   MOVE SPACES TO REL-LINHA
                   STRING '  - ' DELIMITED BY SIZE
                          NC-DESCR(WS-IDX) DELIMITED BY SIZE
                       INTO REL-LINHA
                   WRITE REL-LINHA
               END-PERFORM
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               IF WS-NC-RESULTADO = 'L'
                   STRING 'EMISSAO LIBERADA COM AS PENDENCIAS ACIMA '
                              DELIMITED BY SIZE
                          'POR ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPERADOR-ATUAL)
                              DELIMITED BY SIZE
                       INTO REL-LINHA
               ELSE
                   MOVE 'DOCUMENTO NAO EMITIDO ATE A REGULARIZACAO.'
                       TO REL-LINHA
               END-IF
               WRITE REL-LINHA
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'SECRETARIA ESCOLAR - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERADOR-ATUAL) DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           CLOSE REPORT-FILE
           DISPLAY 'NADA CONSTA GRAVADO EM: '
                   FUNCTION TRIM(WS-PATH-RELATORIO)
           .
