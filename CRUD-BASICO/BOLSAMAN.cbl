      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: BOLSAS DE ESTUDO (BOLSAS.DAT). CADA BOLSA FICA
      *          AMARRADA AO ALUNO (GRAFIA DO BOLETIM, A MESMA DA
      *          COBRANCA), EM PERCENTUAL OU VALOR FIXO, COM MOTIVO,
      *          VIGENCIA (COMPETENCIA INICIAL E FINAL) E O OPERADOR
      *          DA SESSAO QUE AUTORIZOU. CONCEDER, ALTERAR OU
      *          CANCELAR SEGUE A MATRIZ DE PERMISSOES (FUNCOES
      *          CONCEDE E CANCELA, FECHADAS A CONSULTA); CADA
      *          MUDANCA DEIXA LINHA NA TRILHA DE AUDITORIA. A
      *          GERACAO DO MENSAL APLICA A BOLSA SOZINHA - A
      *          SECRETARIA NAO EDITA MAIS COBRANCA A MAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSAMAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BOLSA-FILE
               ASSIGN TO
                   WS-PATH-BOLSAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS BS-NOME-ALUNO
                   FILE STATUS IS WS-FS-BOLSA
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD BOLSA-FILE
       DATA RECORD IS BOLSA-LINHA.
           COPY BOLSA_DADOS.
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
       77 WS-FS-BOLSA              PIC 99.
          88 FS-BOLSA-OK           VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-NOME-BUSCA            PIC X(30).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-CONT                  PIC 9(04).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'BOLSA'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'BOLSAMAN' TO WS-PROGRAMA-CORRENTE
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
            DISPLAY '**** BOLSAS DE ESTUDO ****'
            DISPLAY '1 - CONCEDER/ALTERAR BOLSA DE UM ALUNO'
            DISPLAY '2 - CONSULTAR BOLSA DE UM ALUNO'
            DISPLAY '3 - CANCELAR BOLSA'
            DISPLAY '4 - LISTAR BOLSAS'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CONCEDE
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-CANCELA
                WHEN '4'
                    PERFORM P400-LISTA
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

       P95-ABRE-BOLSAS.
            OPEN I-O BOLSA-FILE
            IF WS-FS-BOLSA = 35
                OPEN OUTPUT BOLSA-FILE
                CLOSE BOLSA-FILE
                OPEN I-O BOLSA-FILE
            END-IF
            IF NOT FS-BOLSA-OK
                CALL 'FSMSG' USING WS-FS-BOLSA WS-FS-MSG
                DISPLAY 'ERRO NAS BOLSAS --> COD ' WS-FS-BOLSA
                        ': ' WS-FS-MSG
            END-IF
            .

       P100-CONCEDE.
      * Bolsa e dinheiro que a escola deixa de receber: quem so
      * consulta nao concede.
            MOVE 'CONCEDE' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'NOME DO ALUNO (GRAFIA DO BOLETIM): '
                ACCEPT WS-NOME-BUSCA
            PERFORM P95-ABRE-BOLSAS
            IF NOT FS-BOLSA-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NOME-BUSCA TO BS-NOME-ALUNO
            MOVE SPACES TO WS-AUD-ANTES
            SET ACHOU-OK TO FALSE
            READ BOLSA-FILE
                KEY IS BS-NOME-ALUNO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
                    PERFORM P250-MOSTRA
                    STRING BS-TIPO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BS-PERCENTUAL DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BS-VALOR DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BS-MOTIVO DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
            END-READ

            MOVE WS-NOME-BUSCA TO BS-NOME-ALUNO
            MOVE 0 TO BS-PERCENTUAL
            MOVE 0 TO BS-VALOR
            DISPLAY '<P> PERCENTUAL OU <V> VALOR FIXO ? '
                ACCEPT BS-TIPO
            EVALUATE BS-TIPO
                WHEN 'P'
                    DISPLAY 'PERCENTUAL (EX: 050,00): '
                        ACCEPT BS-PERCENTUAL
                    IF BS-PERCENTUAL > 100
                        DISPLAY 'PERCENTUAL ACIMA DE 100 - NADA GRAVADO'
                        CLOSE BOLSA-FILE
                        EXIT PARAGRAPH
                    END-IF
                WHEN 'V'
                    DISPLAY 'VALOR ABATIDO POR MES (EX: 000150,00): '
                        ACCEPT BS-VALOR
                WHEN OTHER
                    DISPLAY 'TIPO INVALIDO - NADA GRAVADO'
                    CLOSE BOLSA-FILE
                    EXIT PARAGRAPH
            END-EVALUATE
            DISPLAY 'MOTIVO (EX: BOLSA SOCIAL, FILHO FUNCIONARIO): '
                ACCEPT BS-MOTIVO
            DISPLAY 'VALE A PARTIR DA COMPETENCIA (AAAA/MM): '
                ACCEPT BS-COMP-DE
            DISPLAY 'ATE A COMPETENCIA (AAAA/MM, BRANCO = SEM FIM): '
                ACCEPT BS-COMP-ATE
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-OPERADOR-ATUAL TO BS-OPERADOR
            MOVE WS-DATA-FORMAT    TO BS-DATA-REG

            IF ACHOU-OK
                REWRITE BOLSA-LINHA
            ELSE
                WRITE BOLSA-LINHA
            END-IF
            IF FS-BOLSA-OK
                MOVE SPACES TO WS-AUD-DEPOIS
                STRING BS-TIPO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BS-PERCENTUAL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BS-VALOR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BS-MOTIVO DELIMITED BY SIZE
                    INTO WS-AUD-DEPOIS
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                       WS-AUD-ANTES WS-AUD-DEPOIS
                DISPLAY 'BOLSA GRAVADA PARA '
                        FUNCTION TRIM(BS-NOME-ALUNO)
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-BOLSA
            END-IF
            CLOSE BOLSA-FILE
            .

       P200-CONSULTA.
            DISPLAY 'NOME DO ALUNO (GRAFIA DO BOLETIM): '
                ACCEPT WS-NOME-BUSCA
            OPEN INPUT BOLSA-FILE
            IF NOT FS-BOLSA-OK
                DISPLAY 'NENHUMA BOLSA CADASTRADA'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NOME-BUSCA TO BS-NOME-ALUNO
            READ BOLSA-FILE
                KEY IS BS-NOME-ALUNO
                INVALID KEY
                    DISPLAY 'ALUNO SEM BOLSA'
                NOT INVALID KEY
                    PERFORM P250-MOSTRA
            END-READ
            CLOSE BOLSA-FILE
            .

       P250-MOSTRA.
            DISPLAY FUNCTION TRIM(BS-NOME-ALUNO) ' - '
                    FUNCTION TRIM(BS-MOTIVO)
            IF BS-TIPO = 'P'
                DISPLAY '   PERCENTUAL: ' BS-PERCENTUAL
            ELSE
                DISPLAY '   VALOR FIXO: ' BS-VALOR
            END-IF
            DISPLAY '   VIGENCIA ' BS-COMP-DE ' A ' BS-COMP-ATE
                    ' (AUTORIZADA POR ' FUNCTION TRIM(BS-OPERADOR)
                    ' EM ' BS-DATA-REG ')'
            .

       P300-CANCELA.
            MOVE 'CANCELA' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'NOME DO ALUNO (GRAFIA DO BOLETIM): '
                ACCEPT WS-NOME-BUSCA
            PERFORM P95-ABRE-BOLSAS
            IF NOT FS-BOLSA-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NOME-BUSCA TO BS-NOME-ALUNO
            READ BOLSA-FILE
                KEY IS BS-NOME-ALUNO
                INVALID KEY
                    DISPLAY 'ALUNO SEM BOLSA'
                NOT INVALID KEY
                    PERFORM P250-MOSTRA
                    MOVE SPACES TO WS-AUD-ANTES
                    STRING BS-TIPO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BS-MOTIVO DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
                    MOVE 'CANCELADA' TO WS-AUD-DEPOIS
                    DELETE BOLSA-FILE RECORD
                    IF FS-BOLSA-OK
                        CALL 'AUDITORIA' USING WS-AUD-OPERACAO
                                               WS-AUD-ID
                                               WS-AUD-ANTES
                                               WS-AUD-DEPOIS
                        DISPLAY 'BOLSA CANCELADA - AS COBRANCAS JA '
                                'GERADAS NAO MUDAM'
                    ELSE
                        DISPLAY 'ERRO AO CANCELAR --> COD '
                                WS-FS-BOLSA
                    END-IF
            END-READ
            CLOSE BOLSA-FILE
            .

       P400-LISTA.
            MOVE 0 TO WS-CONT
            OPEN INPUT BOLSA-FILE
            IF NOT FS-BOLSA-OK
                DISPLAY 'NENHUMA BOLSA CADASTRADA'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLSA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT
                        PERFORM P250-MOSTRA
                END-READ
            END-PERFORM
            CLOSE BOLSA-FILE
            DISPLAY 'BOLSAS CADASTRADAS: ' WS-CONT
            .
