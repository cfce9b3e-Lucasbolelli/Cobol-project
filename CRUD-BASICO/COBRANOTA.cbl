      *          ZERADA. A COORDENADORA DEIXA DE CACAR PROFESSOR
      *          ATRASADO NO OLHO EM LISTAGEM DE GETALL. SAI NO SPOOL
      *          (SPOOLNOVO); SE O PRAZO AINDA NAO VENCEU, O PROGRAMA
      *          AVISA E PEDE CONFIRMACAO. A COBRANCA E POR REGIME DE
      *          AVALIACAO (REGIME): BIMESTRE, TRIMESTRE OU SEMESTRE,
      *          SO COM AS TURMAS DAQUELE REGIME; O PRAZO DO
      *          CALENDARIO SO EXISTE PARA OS BIMESTRES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ANO                   PIC X(07).
       77 WS-BIMESTRE              PIC 9.
       77 WS-REGIME                PIC 9.
          88 REGIME-VALIDO         VALUE 2 3 4.
       77 WS-NOME-REGIME           PIC X(09).
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-PRAZO                 PIC X(10).
       77 WS-CONFIRMA              PIC X.
       77 WS-DATA-SISTEMA          PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'COBRANOTA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** COBRANCA DE NOTAS NAO LANCADAS ***'
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            MOVE 0 TO WS-REGIME
            PERFORM UNTIL REGIME-VALIDO
                DISPLAY 'REGIME (4=BIMESTRAL 3=TRIMESTRAL '
                        '2=SEMESTRAL): '
                    ACCEPT WS-REGIME
            END-PERFORM
            EVALUATE WS-REGIME
                WHEN 3     MOVE 'TRIMESTRE' TO WS-NOME-REGIME
                WHEN 2     MOVE 'SEMESTRE'  TO WS-NOME-REGIME
                WHEN OTHER MOVE 'BIMESTRE'  TO WS-NOME-REGIME
            END-EVALUATE
            DISPLAY FUNCTION TRIM(WS-NOME-REGIME) ' COBRADO (1-'
                    WS-REGIME '): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > WS-REGIME
                DISPLAY FUNCTION TRIM(WS-NOME-REGIME) ' INVALIDO'
                STOP RUN
            END-IF

            PERFORM P100-CHECA-PRAZO
            PERFORM P200-VARRE-BOLETIM
            IF WS-TOTAL-PEND = 0
                DISPLAY 'NENHUMA NOTA PENDENTE PARA O '
                        FUNCTION TRIM(WS-NOME-REGIME) ' '
                        WS-BIMESTRE ' DE ' WS-ANO
                STOP RUN
            END-IF
      * simples de strings.
            MOVE SPACES TO WS-PRAZO
            OPEN INPUT CALEN-FILE
      * O calendario so tem as datas dos bimestres.
            IF FS-CAL-OK AND WS-REGIME NOT = 4
                CLOSE CALEN-FILE
            END-IF
            IF FS-CAL-OK AND WS-REGIME = 4
                MOVE WS-ANO      TO CD-ANO
                MOVE WS-BIMESTRE TO CD-BIMESTRE
                READ CALEN-FILE
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            IF WS-PRAZO = SPACES
                DISPLAY FUNCTION TRIM(WS-NOME-REGIME)
                        ' SEM PRAZO NO CALENDARIO '
                        '(CALENMAN) - COBRANCA SEGUE MESMO ASSIM'
            ELSE
                IF WS-DATA-FORMAT < WS-PRAZO
            .

       P250-CHECA-LINHA.
      * So entram as turmas do regime cobrado.
            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            IF WS-QTD-PERIODOS NOT = WS-REGIME
                EXIT PARAGRAPH
            END-IF
            EVALUATE WS-BIMESTRE
                WHEN 1 MOVE F-MEDIA1 TO WS-MEDIA-BIM
                WHEN 2 MOVE F-MEDIA2 TO WS-MEDIA-BIM
            STRING '*** NOTAS NAO LANCADAS - ANO '
                        DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOME-REGIME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-BIMESTRE  DELIMITED BY SIZE
                   ' (PRAZO '   DELIMITED BY SIZE
                   WS-PRAZO     DELIMITED BY SIZE
