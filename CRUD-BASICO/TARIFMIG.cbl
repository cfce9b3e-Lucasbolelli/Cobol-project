      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DA TABELA DE MENSALIDADES. O REGISTRO
      *          DO TARIFAS.DAT GANHOU O PERCENTUAL DE DESCONTO DE
      *          IRMAOS (TF-DESC-IRMAO) NO FIM; ESTE PROGRAMA LE O
      *          ARQUIVO NO LAYOUT ANTERIOR E GRAVA TARIFAS.DAT.NOVO
      *          NO ATUAL, COM O DESCONTO ZERO (SEM DESCONTO DE
      *          IRMAOS) - O PERCENTUAL DE CADA ANO E INFORMADO
      *          DEPOIS NO MENSAL, NA TABELA DE MENSALIDADES.
      *          ARQUIVO QUE NAO EXISTE OU QUE JA ESTA NO LAYOUT NOVO
      *          E PULADO. A TROCA DO .NOVO PELO VIVO E FEITA PELO
      *          OPERADOR DEPOIS DE CONFERIR, COM A ESCOLA PARADA
      *          (COMO NO UNIMIG); ATE LA O MENSAL NAO ABRE A TABELA.
      *          NAO DEPENDE DAS OUTRAS MIGRACOES - PODE RODAR JUNTO
      *          COM O UNIMIG/SERIEMIG/CPFMIG/AVALMIG/COBMIG, NA
      *          MESMA PARADA (A ORDEM DELAS ESTA NO CABECALHO DO
      *          UNIMIG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFMIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TARIFA-ANT
               ASSIGN TO
                   WS-PATH-TARIFAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS TA-ANO
                   FILE STATUS IS WS-FS-ANT
                   .
               SELECT TARIFA-FILE
               ASSIGN TO
                   WS-PATH-TARIFAS-NOVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS TF-ANO
                   FILE STATUS IS WS-FS-NOVO
                   .
       DATA DIVISION.
       FILE SECTION.
      * Layout anterior ao desconto de irmaos: a chave e o resto do
      * registro, copiado como esta para o comeco do layout novo.
       FD TARIFA-ANT
       DATA RECORD IS TARIFA-ANT-LINHA.
       01 TARIFA-ANT-LINHA.
           03 TA-ANO               PIC X(07).
           03 TA-RESTO             PIC X(10).
       FD TARIFA-FILE
       DATA RECORD IS TARIFA-LINHA.
           COPY TARIFA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-PATH-TARIFAS-NOVO     PIC X(100).
       77 WS-FS-ANT                PIC 99.
          88 FS-ANT-OK             VALUE 0.
       77 WS-FS-NOVO               PIC 99.
          88 FS-NOVO-OK            VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-CONT-TARIFAS          PIC 9(06) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'TARIFMIG' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MIGRACAO DA TABELA DE MENSALIDADES ***'
            DISPLAY 'GRAVA TARIFAS .NOVO SEM DESCONTO DE IRMAOS. '
                    'CONFIRMA ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                STOP RUN
            END-IF

            MOVE SPACES TO WS-PATH-TARIFAS-NOVO
            STRING FUNCTION TRIM(WS-PATH-TARIFAS) DELIMITED BY SIZE
                   '.NOVO'                        DELIMITED BY SIZE
                INTO WS-PATH-TARIFAS-NOVO

            PERFORM P100-MIGRA-TARIFAS

            DISPLAY 'ANOS MIGRADOS.......: ' WS-CONT-TARIFAS
            DISPLAY 'ERROS DE GRAVACAO...: ' WS-CONT-ERROS
            DISPLAY 'CONFIRA E TROQUE O .NOVO PELO ARQUIVO VIVO '
                    'COM A ESCOLA PARADA'
            STOP RUN
            .

       P100-MIGRA-TARIFAS.
      * Arquivo antigo que nao abre com o tamanho de antes ja foi
      * migrado (ou nunca existiu) e fica como esta.
            OPEN INPUT TARIFA-ANT
            EVALUATE TRUE
                WHEN WS-FS-ANT = 35
                    DISPLAY 'TARIFAS.DAT: NAO EXISTE - PULADO'
                    EXIT PARAGRAPH
                WHEN WS-FS-ANT = 39
                    DISPLAY 'TARIFAS.DAT: JA ESTA NO LAYOUT NOVO - '
                            'PULADO'
                    EXIT PARAGRAPH
                WHEN NOT FS-ANT-OK
                    CALL 'FSMSG' USING WS-FS-ANT WS-FS-MSG
                    DISPLAY 'TARIFAS.DAT: ERRO AO ABRIR --> COD '
                            WS-FS-ANT ': ' WS-FS-MSG
                    EXIT PARAGRAPH
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            OPEN OUTPUT TARIFA-FILE
            IF NOT FS-NOVO-OK
                CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                DISPLAY 'TARIFAS.DAT: ERRO AO CRIAR O .NOVO --> '
                        'COD ' WS-FS-NOVO ': ' WS-FS-MSG
                CLOSE TARIFA-ANT
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ TARIFA-ANT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE TARIFA-ANT-LINHA TO TARIFA-LINHA
                        MOVE 0 TO TF-DESC-IRMAO
                        WRITE TARIFA-LINHA
                        IF FS-NOVO-OK
                            ADD 1 TO WS-CONT-TARIFAS
                        ELSE
                            ADD 1 TO WS-CONT-ERROS
                            CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                            DISPLAY 'TARIFAS.DAT: ERRO AO GRAVAR '
                                    TF-ANO ' --> COD ' WS-FS-NOVO ': '
                                    WS-FS-MSG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TARIFA-ANT TARIFA-FILE
            .
