      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DAS AVALIACOES INDIVIDUAIS. O
      *          REGISTRO DO AVALIACOES.DAT GANHOU A PROVA AGENDADA
      *          (AV-PROVA, CALENDARIO DE PROVAS DO CALPROVA) NO FIM;
      *          ESTE PROGRAMA LE O ARQUIVO NO LAYOUT ANTERIOR E GRAVA
      *          AVALIACOES.DAT.NOVO NO ATUAL, COM AV-PROVA ZERO (NOTA
      *          QUE NAO VEIO DE PROVA AGENDADA) - O VINCULO SO VALE
      *          PARA AS NOTAS LANCADAS DAQUI EM DIANTE NO AVALIA.
      *          ARQUIVO QUE NAO EXISTE OU QUE JA ESTA NO LAYOUT NOVO
      *          E PULADO. A TROCA DO .NOVO PELO VIVO E FEITA PELO
      *          OPERADOR DEPOIS DE CONFERIR, COM A ESCOLA PARADA
      *          (COMO NO UNIMIG); ATE LA O AVALIA, O AVALREG, O
      *          CONCNOTA, O SEGCHAM E O SIMULADO NAO ABREM O ARQUIVO.
      *          NAO DEPENDE DAS OUTRAS MIGRACOES - PODE RODAR JUNTO
      *          COM O UNIMIG/SERIEMIG/CPFMIG/COBMIG/TARIFMIG, NA
      *          MESMA PARADA (A ORDEM DELAS ESTA NO CABECALHO DO
      *          UNIMIG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALMIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AVAL-ANT
               ASSIGN TO
                   WS-PATH-AVALIACOES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS VA-CHAVE
                   FILE STATUS IS WS-FS-ANT
                   .
               SELECT AVAL-FILE
               ASSIGN TO
                   WS-PATH-AVALIACOES-NOVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS AV-CHAVE
                   FILE STATUS IS WS-FS-NOVO
                   .
       DATA DIVISION.
       FILE SECTION.
      * Layout anterior a prova agendada: a chave e o resto do
      * registro, copiado como esta para o comeco do layout novo.
       FD AVAL-ANT
       DATA RECORD IS AVAL-ANT-LINHA.
       01 AVAL-ANT-LINHA.
           03 VA-CHAVE             PIC X(09).
           03 VA-RESTO             PIC X(16).
       FD AVAL-FILE
       DATA RECORD IS AVALIACAO-LINHA.
           COPY AVALIACAO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-PATH-AVALIACOES-NOVO  PIC X(100).
       77 WS-FS-ANT                PIC 99.
          88 FS-ANT-OK             VALUE 0.
       77 WS-FS-NOVO               PIC 99.
          88 FS-NOVO-OK            VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-CONT-AVALIACOES       PIC 9(06) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AVALMIG' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MIGRACAO DAS AVALIACOES INDIVIDUAIS ***'
            DISPLAY 'GRAVA AVALIACOES .NOVO COM A PROVA AGENDADA '
                    'ZERADA. CONFIRMA ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                STOP RUN
            END-IF

            MOVE SPACES TO WS-PATH-AVALIACOES-NOVO
            STRING FUNCTION TRIM(WS-PATH-AVALIACOES) DELIMITED BY SIZE
                   '.NOVO'                           DELIMITED BY SIZE
                INTO WS-PATH-AVALIACOES-NOVO

            PERFORM P100-MIGRA-AVALIACOES

            DISPLAY 'AVALIACOES MIGRADAS.: ' WS-CONT-AVALIACOES
            DISPLAY 'ERROS DE GRAVACAO...: ' WS-CONT-ERROS
            DISPLAY 'CONFIRA E TROQUE O .NOVO PELO ARQUIVO VIVO '
                    'COM A ESCOLA PARADA'
            STOP RUN
            .

       P100-MIGRA-AVALIACOES.
      * Arquivo antigo que nao abre com o tamanho de antes ja foi
      * migrado (ou nunca existiu) e fica como esta.
            OPEN INPUT AVAL-ANT
            EVALUATE TRUE
                WHEN WS-FS-ANT = 35
                    DISPLAY 'AVALIACOES.DAT: NAO EXISTE - PULADO'
                    EXIT PARAGRAPH
                WHEN WS-FS-ANT = 39
                    DISPLAY 'AVALIACOES.DAT: JA ESTA NO LAYOUT NOVO - '
                            'PULADO'
                    EXIT PARAGRAPH
                WHEN NOT FS-ANT-OK
                    CALL 'FSMSG' USING WS-FS-ANT WS-FS-MSG
                    DISPLAY 'AVALIACOES.DAT: ERRO AO ABRIR --> COD '
                            WS-FS-ANT ': ' WS-FS-MSG
                    EXIT PARAGRAPH
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            OPEN OUTPUT AVAL-FILE
            IF NOT FS-NOVO-OK
                CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                DISPLAY 'AVALIACOES.DAT: ERRO AO CRIAR O .NOVO --> '
                        'COD ' WS-FS-NOVO ': ' WS-FS-MSG
                CLOSE AVAL-ANT
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ AVAL-ANT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE AVAL-ANT-LINHA TO AVALIACAO-LINHA
                        MOVE 0 TO AV-PROVA
                        WRITE AVALIACAO-LINHA
                        IF FS-NOVO-OK
                            ADD 1 TO WS-CONT-AVALIACOES
                        ELSE
                            ADD 1 TO WS-CONT-ERROS
                            CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                            DISPLAY 'AVALIACOES.DAT: ERRO AO GRAVAR '
                                    AV-ID ' ' AV-BIMESTRE ' ' AV-SEQ
                                    ' --> COD ' WS-FS-NOVO ': '
                                    WS-FS-MSG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AVAL-ANT AVAL-FILE
            .
