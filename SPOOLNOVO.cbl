      *          PROGRAMA DE ORIGEM, DATA/HORA E OPERADOR DA SESSAO.
      *          O CHAMADOR RECEBE O CAMINHO DE VOLTA E GRAVA NELE; A
      *          CONSULTA/REIMPRESSAO/EXPURGO E FEITA PELO SPOOLMAN.
      *          A ENTRADA LEVA A UNIDADE ESCOLAR DA SESSAO ('00' =
      *          RELATORIO TIRADO PELA REDE), E O SPOOLMAN SO MOSTRA
      *          A CADA UNIDADE O QUE E DELA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 SP-OPERADOR          PIC X(20).
           03 SP-ATIVO             PIC X.
           03 SP-PATH              PIC X(100).
           03 SP-UNIDADE           PIC X(02).
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
       77 WS-HORA-SISTEMA              PIC 9(08).
       77 WS-OPERADOR-ATUAL            PIC X(20).
       77 WS-PATH-NOVO                 PIC X(100).
       77 WS-UN-ACAO                   PIC X VALUE 'S'.
       77 WS-UN-ANO                    PIC X(07) VALUE SPACES.
       77 WS-UN-TURMA                  PIC X(10) VALUE SPACES.
       77 WS-UN-CODIGO                 PIC X(02).
       77 WS-UN-RESULTADO              PIC X.
       LINKAGE SECTION.
       01 WS-SPL-PROGRAMA              PIC X(12).
       01 WS-SPL-PATH                  PIC X(100).
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
           ACCEPT WS-HORA-SISTEMA FROM TIME
           CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                WS-UN-CODIGO WS-UN-RESULTADO

           OPEN EXTEND SPOOL-CTL
           IF WS-FS-CTL <> 0
               MOVE WS-OPERADOR-ATUAL TO SP-OPERADOR
               MOVE 'S'               TO SP-ATIVO
               MOVE WS-PATH-NOVO      TO SP-PATH
               MOVE WS-UN-CODIGO      TO SP-UNIDADE
               WRITE SPOOL-LINHA
               CLOSE SPOOL-CTL
               MOVE WS-PATH-NOVO TO WS-SPL-PATH
