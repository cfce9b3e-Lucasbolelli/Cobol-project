      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DAS COBRANCAS DE MENSALIDADE. O
      *          REGISTRO DO COBRANCAS.DAT GANHOU NO FIM A COBRANCA
      *          BANCARIA (NOSSO NUMERO, REMESSA, ORIGEM DA BAIXA), OS
      *          DESCONTOS (BRUTO, DESCONTO, MOTIVO), O ACORDO E A
      *          PARCELA E O RECIBO DO CAIXA; ESTE PROGRAMA LE O
      *          ARQUIVO NO LAYOUT ANTERIOR E GRAVA COBRANCAS.DAT.NOVO
      *          NO ATUAL: O BRUTO IGUAL AO VALOR COBRADO (COBRANCA
      *          ANTIGA NAO TINHA DESCONTO), DESCONTO, NOSSO NUMERO,
      *          REMESSA, ACORDO, PARCELA E RECIBO ZERO (AINDA NAO
      *          ENVIADA AO BANCO, FORA DE ACORDO) E ORIGEM DA BAIXA E
      *          MOTIVO DO DESCONTO EM BRANCO. AS SITUACOES A/P NAO
      *          MUDAM.
      *          ARQUIVO QUE NAO EXISTE OU QUE JA ESTA NO LAYOUT NOVO
      *          E PULADO. A TROCA DO .NOVO PELO VIVO E FEITA PELO
      *          OPERADOR DEPOIS DE CONFERIR, COM A ESCOLA PARADA
      *          (COMO NO UNIMIG); ATE LA O MENSAL, O CAIXA, O ACORDO,
      *          A REMESSA/RETORNO DO BANCO E AS CONSULTAS FINANCEIRAS
      *          NAO ABREM O ARQUIVO.
      *          NAO DEPENDE DAS OUTRAS MIGRACOES - PODE RODAR JUNTO
      *          COM O UNIMIG/SERIEMIG/CPFMIG/AVALMIG/TARIFMIG, NA
      *          MESMA PARADA (A ORDEM DELAS ESTA NO CABECALHO DO
      *          UNIMIG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBMIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COBRANCA-ANT
               ASSIGN TO
                   WS-PATH-COBRANCAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CA-CHAVE
                   FILE STATUS IS WS-FS-ANT
                   .
               SELECT COBRANCA-FILE
               ASSIGN TO
                   WS-PATH-COBRANCAS-NOVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-NOVO
                   .
       DATA DIVISION.
       FILE SECTION.
      * Layout anterior a cobranca bancaria: a chave e o resto do
      * registro, copiado como esta para o comeco do layout novo.
       FD COBRANCA-ANT
       DATA RECORD IS COBRANCA-ANT-LINHA.
       01 COBRANCA-ANT-LINHA.
           03 CA-CHAVE             PIC X(43).
           03 CA-RESTO             PIC X(44).
       FD COBRANCA-FILE
       DATA RECORD IS COBRANCA-LINHA.
           COPY COBRANCA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-PATH-COBRANCAS-NOVO   PIC X(100).
       77 WS-FS-ANT                PIC 99.
          88 FS-ANT-OK             VALUE 0.
       77 WS-FS-NOVO               PIC 99.
          88 FS-NOVO-OK            VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-CONT-COBRANCAS        PIC 9(06) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'COBMIG' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MIGRACAO DAS COBRANCAS DE MENSALIDADE ***'
            DISPLAY 'GRAVA COBRANCAS .NOVO SEM DESCONTO, FORA DE '
                    'REMESSA E DE ACORDO. CONFIRMA ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                STOP RUN
            END-IF

            MOVE SPACES TO WS-PATH-COBRANCAS-NOVO
            STRING FUNCTION TRIM(WS-PATH-COBRANCAS) DELIMITED BY SIZE
                   '.NOVO'                          DELIMITED BY SIZE
                INTO WS-PATH-COBRANCAS-NOVO

            PERFORM P100-MIGRA-COBRANCAS

            DISPLAY 'COBRANCAS MIGRADAS..: ' WS-CONT-COBRANCAS
            DISPLAY 'ERROS DE GRAVACAO...: ' WS-CONT-ERROS
            DISPLAY 'CONFIRA E TROQUE O .NOVO PELO ARQUIVO VIVO '
                    'COM A ESCOLA PARADA'
            STOP RUN
            .

       P100-MIGRA-COBRANCAS.
      * Arquivo antigo que nao abre com o tamanho de antes ja foi
      * migrado (ou nunca existiu) e fica como esta.
            OPEN INPUT COBRANCA-ANT
            EVALUATE TRUE
                WHEN WS-FS-ANT = 35
                    DISPLAY 'COBRANCAS.DAT: NAO EXISTE - PULADO'
                    EXIT PARAGRAPH
                WHEN WS-FS-ANT = 39
                    DISPLAY 'COBRANCAS.DAT: JA ESTA NO LAYOUT NOVO - '
                            'PULADO'
                    EXIT PARAGRAPH
                WHEN NOT FS-ANT-OK
                    CALL 'FSMSG' USING WS-FS-ANT WS-FS-MSG
                    DISPLAY 'COBRANCAS.DAT: ERRO AO ABRIR --> COD '
                            WS-FS-ANT ': ' WS-FS-MSG
                    EXIT PARAGRAPH
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            OPEN OUTPUT COBRANCA-FILE
            IF NOT FS-NOVO-OK
                CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                DISPLAY 'COBRANCAS.DAT: ERRO AO CRIAR O .NOVO --> '
                        'COD ' WS-FS-NOVO ': ' WS-FS-MSG
                CLOSE COBRANCA-ANT
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ COBRANCA-ANT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE COBRANCA-ANT-LINHA TO COBRANCA-LINHA
                        MOVE CB-VALOR TO CB-VALOR-BRUTO
                        MOVE 0        TO CB-VALOR-DESCONTO
                        MOVE 0        TO CB-NOSSO-NUMERO
                        MOVE 0        TO CB-REMESSA
                        MOVE 0        TO CB-ACORDO
                        MOVE 0        TO CB-PARCELA
                        MOVE 0        TO CB-RECIBO
                        MOVE SPACE    TO CB-ORIGEM-BAIXA
                        MOVE SPACES   TO CB-MOTIVO-DESC
                        WRITE COBRANCA-LINHA
                        IF FS-NOVO-OK
                            ADD 1 TO WS-CONT-COBRANCAS
                        ELSE
                            ADD 1 TO WS-CONT-ERROS
                            CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                            DISPLAY 'COBRANCAS.DAT: ERRO AO GRAVAR '
                                    CB-ID-RESP ' ' CB-COMPETENCIA ' '
                                    CB-NOME-ALUNO
                            DISPLAY '    --> COD ' WS-FS-NOVO ': '
                                    WS-FS-MSG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCA-ANT COBRANCA-FILE
            .
