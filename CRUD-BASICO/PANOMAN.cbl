      *          DIRECAO NAO REJULGUE OS ANOS ANTIGOS: APROVA,
      *          UPDATT, BATCHDRV, QUALIDADE E A CONSOLIDACAO DO
      *          FALTAS RECALCULAM CADA REGISTRO COM OS NUMEROS DO
      *          F-ANO-LETIVO DELE (PARAMANO/MATINFOA). O ACESSO
      *          SEGUE A MATRIZ DE PERMISSOES E CADA GRAVACAO DEIXA
      *          TRILHA DE AUDITORIA, COMO NO PARAMMAN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY   IS MA-CHAVE
                   FILE STATUS IS WS-FS-MAN
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PANO-FILE
               05 MA-ANO           PIC X(07).
               05 MA-NOME          PIC X(20).
           03 MA-MEDIA-APROVACAO   PIC 9(02)V9.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-PAN                PIC 99.
          88 FS-PAN-OK             VALUE 0.
       77 WS-FS-MAN                PIC 99.
          88 FS-MAN-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
       77 WS-MATERIA               PIC X(20).
       77 WS-MAT-OK                PIC X.
          88 MAT-OK                VALUE 'S' FALSE 'N'.
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'PANOMAN'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PANOMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            END-EVALUATE
            .

       P100-PARAMS-GERAIS.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2025/2): '
                ACCEPT WS-ANO
