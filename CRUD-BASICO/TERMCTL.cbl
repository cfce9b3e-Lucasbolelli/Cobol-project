      *          ANO LETIVO/PERIODO - A PARTIR DAI CREATE, UPDATT,
      *          BATCHDRV E A REMATRICULA RECUSAM QUALQUER LANCAMENTO
      *          NELE VIA TERMVAL - E REABRE UM TERMO FECHADO, SENDO
      *          QUE A REABERTURA E A FUNCAO REABRE DA MATRIZ DE
      *          PERMISSOES (PERMCHK) E DEIXA LINHA NA
      *          TRILHA DE AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
                   RECORD KEY   IS TM-ANO
                   FILE STATUS IS WS-FS-TER
                   .
       DATA DIVISION.
       FILE SECTION.
       FD TERMO-FILE
       DATA RECORD IS TERMO-LINHA.
           COPY TERMO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-TER                PIC 99.
          88 FS-TER-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ANO-MANUT             PIC X(07).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'TERMCTL'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'TERMCTL' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P900-GARANTE-ARQUIVO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            .

       P300-REABRE.
      * Reabertura e funcao propria na matriz de permissoes e deixa
      * trilha: e a unica porta de volta de um termo fechado.
            MOVE 'REABRE' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            IF NOT PM-PERMITIDO
                CONTINUE
            ELSE
                DISPLAY 'INFORME O ANO LETIVO/PERIODO A REABRIR: '
                    ACCEPT WS-ANO-MANUT
            END-IF
            .

       P900-GARANTE-ARQUIVO.
            OPEN I-O TERMO-FILE
            IF WS-FS-TER = 35
