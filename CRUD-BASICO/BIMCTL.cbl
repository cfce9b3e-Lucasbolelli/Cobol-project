      *          FECHAMENTO SO E ACEITO COM O BIMESTRE TOTALMENTE
      *          LANCADO (NENHUMA MEDIA ZERADA NO ANO), E A PARTIR
      *          DELE UPDATT, FALTAS E BATCHDRV TIPO 'U' RECUSAM
      *          MEXER NA COLUNA (VIA BIMVAL). A REABERTURA E A
      *          FUNCAO REABRE DA MATRIZ DE PERMISSOES E DEIXA
      *          TRILHA DE AUDITORIA, COMO A REABERTURA DE TERMO DO
      *          TERMCTL. IMPRIME TAMBEM OS BOLETINS PARCIAIS DO
      *          BIMESTRE FECHADO, COM A MEDIA DA TURMA NA MATERIA AO
      *          LADO DA NOTA DE CADA ALUNO (SPOOLNOVO). CADA
      *          OPERACAO PEDE O REGIME (4 BIMESTRES, 3 TRIMESTRES OU
      *          2 SEMESTRES): O BIMESTRAL CONTINUA NO BIMESTRES.DAT;
      *          TRIMESTRES E SEMESTRES FICAM NO PERIODOS.DAT (VIA
      *          PERVAL). A CONFERENCIA DE MEDIAS ZERADAS E OS
      *          BOLETINS PARCIAIS SO CONSIDERAM AS TURMAS DO REGIME
      *          ESCOLHIDO (REGIME). NAS MATERIAS AVALIADAS POR
      *          CONCEITO O FECHAMENTO EXIGE TAMBEM O PARECER
      *          DESCRITIVO DE TODOS OS ALUNOS NO PERIODO (PARECHK
      *          LISTA OS QUE FALTAM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY   IS BM-CHAVE
                   FILE STATUS IS WS-FS-BIM
                   .
               SELECT PERIODO-FILE
               ASSIGN TO
                   WS-PATH-PERIODOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PP-CHAVE
                   FILE STATUS IS WS-FS-PER
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
       FD BIM-FILE
       DATA RECORD IS BIMESTRE-LINHA.
           COPY BIMESTRE_DADOS.
       FD PERIODO-FILE
       DATA RECORD IS PERIODO-LINHA.
           COPY PERIODO_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-BIM                PIC 99.
          88 FS-BIM-OK             VALUE 0.
       77 WS-FS-PER                PIC 99.
          88 FS-PER-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'BIMCTL'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-ANO                   PIC X(07).
       77 WS-BIMESTRE              PIC 9.
       77 WS-MEDIA-BIM             PIC 9(02)V9.
      * Regime escolhido na operacao (4, 3 ou 2 periodos) e o
      * regime de cada linha do boletim (REGIME), para so contar e
      * imprimir as turmas daquele regime.
       77 WS-REGIME                PIC 9.
          88 REGIME-VALIDO         VALUE 2 3 4.
       77 WS-NOME-REGIME           PIC X(09).
       77 WS-SIGLA                 PIC X(03).
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-DO-REGIME             PIC X.
          88 DO-REGIME-OK          VALUE 'S' FALSE 'N'.
       77 WS-CONT-ZERADAS          PIC 9(05).
       77 WS-CONT-SEM-PARECER      PIC 9(05).
       77 WS-TURMA-TODAS           PIC X(10) VALUE SPACES.
       77 WS-CONT-LINHAS           PIC 9(05).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'BIMCTL'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'BIMCTL' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** CONTROLE DE BIMESTRES/TRIMESTRES/'
                    'SEMESTRES ****'
            DISPLAY '1 - LISTAR PERIODOS CONTROLADOS'
            DISPLAY '2 - FECHAR UM PERIODO'
            DISPLAY '3 - REABRIR UM PERIODO (SO ADMINISTRACAO)'
            DISPLAY '4 - BOLETINS PARCIAIS DE UM PERIODO FECHADO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            END-IF
            .

       P055-ABRE-PERIODOS.
            OPEN I-O PERIODO-FILE
            IF WS-FS-PER = 35
                OPEN OUTPUT PERIODO-FILE
                CLOSE PERIODO-FILE
                OPEN I-O PERIODO-FILE
            END-IF
            IF NOT FS-PER-OK
                CALL 'FSMSG' USING WS-FS-PER WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CONTROLE --> COD '
                        WS-FS-PER ': ' WS-FS-MSG
            END-IF
            .

       P060-PEDE-PERIODO.
      * Regime e periodo da operacao. WS-BIMESTRE volta zerado se o
      * periodo nao existe no regime.
            MOVE 0 TO WS-REGIME
            PERFORM UNTIL REGIME-VALIDO
                DISPLAY 'REGIME (4=BIMESTRAL 3=TRIMESTRAL '
                        '2=SEMESTRAL): '
                    ACCEPT WS-REGIME
            END-PERFORM
            EVALUATE WS-REGIME
                WHEN 3
                    MOVE 'TRIMESTRE' TO WS-NOME-REGIME
                    MOVE 'TRI'       TO WS-SIGLA
                WHEN 2
                    MOVE 'SEMESTRE'  TO WS-NOME-REGIME
                    MOVE 'SEM'       TO WS-SIGLA
                WHEN OTHER
                    MOVE 'BIMESTRE'  TO WS-NOME-REGIME
                    MOVE 'BIM'       TO WS-SIGLA
            END-EVALUATE
            DISPLAY FUNCTION TRIM(WS-NOME-REGIME) ' (1-' WS-REGIME
                    '): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > WS-REGIME
                DISPLAY FUNCTION TRIM(WS-NOME-REGIME) ' INVALIDO'
                MOVE 0 TO WS-BIMESTRE
            END-IF
            .

       P100-LISTA.
            PERFORM P110-LISTA-BIMESTRES
            PERFORM P120-LISTA-PERIODOS
            .

       P110-LISTA-BIMESTRES.
            SET EOF-OK TO FALSE
            OPEN INPUT BIM-FILE
            IF NOT FS-BIM-OK
            CLOSE BIM-FILE
            .

       P120-LISTA-PERIODOS.
            SET EOF-OK TO FALSE
            OPEN INPUT PERIODO-FILE
            IF NOT FS-PER-OK
                EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO PP-CHAVE
            START PERIODO-FILE KEY IS GREATER PP-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PERIODO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PP-REGIME = 3
                            MOVE 'TRI' TO WS-SIGLA
                        ELSE
                            MOVE 'SEM' TO WS-SIGLA
                        END-IF
                        IF PP-STATUS = 'F'
                            DISPLAY PP-ANO ' ' WS-SIGLA ' ' PP-PERIODO
                                    ' - FECHADO EM ' PP-DATA-FECHO
                        ELSE
                            DISPLAY PP-ANO ' ' WS-SIGLA ' ' PP-PERIODO
                                    ' - ABERTO'
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PERIODO-FILE
            .

       P200-FECHA.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            PERFORM P060-PEDE-PERIODO
            IF WS-BIMESTRE = 0
                EXIT PARAGRAPH
            END-IF

      * O fechamento exige o periodo totalmente lancado: qualquer
      * media zerada no ano, nas turmas do regime, segura o
      * fechamento - e para isso que existe a lista de cobranca do
      * COBRANOTA.
            PERFORM P250-CONTA-ZERADAS
            IF WS-CONT-ZERADAS > 0
                DISPLAY FUNCTION TRIM(WS-NOME-REGIME)
                        ' AINDA NAO TOTALMENTE LANCADO: '
                        WS-CONT-ZERADAS ' MEDIAS ZERADAS NO ANO '
                        WS-ANO
                DISPLAY 'RODE O COBRANOTA E COBRE OS PROFESSORES '
                EXIT PARAGRAPH
            END-IF

      * Materia avaliada por conceito fecha so com o parecer
      * descritivo de todos os alunos no periodo.
            CALL 'PARECHK' USING WS-ANO WS-BIMESTRE WS-REGIME
                                 WS-TURMA-TODAS WS-CONT-SEM-PARECER
            IF WS-CONT-SEM-PARECER > 0
                DISPLAY FUNCTION TRIM(WS-NOME-REGIME)
                        ' SEM PARECER DESCRITIVO COMPLETO: '
                        WS-CONT-SEM-PARECER ' ALUNOS/MATERIAS NO ANO '
                        WS-ANO
                DISPLAY 'REGISTRE OS PARECERES (PARECER) ANTES DE '
                        'FECHAR'
                EXIT PARAGRAPH
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            IF WS-REGIME = 4
                PERFORM P210-FECHA-BIMESTRE
            ELSE
                PERFORM P220-FECHA-PERIODO
            END-IF
            .

       P210-FECHA-BIMESTRE.
            PERFORM P050-ABRE-CONTROLE
            IF NOT FS-BIM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO         TO BM-ANO
            MOVE WS-BIMESTRE    TO BM-BIMESTRE
            MOVE 'F'            TO BM-STATUS
                REWRITE BIMESTRE-LINHA
            END-IF
            IF FS-BIM-OK
                PERFORM P230-AUDITA-FECHO
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-BIM
            END-IF
            CLOSE BIM-FILE
            .

       P220-FECHA-PERIODO.
            PERFORM P055-ABRE-PERIODOS
            IF NOT FS-PER-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO         TO PP-ANO
            MOVE WS-REGIME      TO PP-REGIME
            MOVE WS-BIMESTRE    TO PP-PERIODO
            MOVE 'F'            TO PP-STATUS
            MOVE WS-DATA-FORMAT TO PP-DATA-FECHO
            WRITE PERIODO-LINHA
            IF WS-FS-PER = 22
                REWRITE PERIODO-LINHA
            END-IF
            IF FS-PER-OK
                PERFORM P230-AUDITA-FECHO
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-PER
            END-IF
            CLOSE PERIODO-FILE
            .

       P230-AUDITA-FECHO.
            DISPLAY FUNCTION TRIM(WS-NOME-REGIME) ' ' WS-BIMESTRE
                    ' DE ' WS-ANO ' FECHADO - COLUNA CONGELADA'
            MOVE SPACES TO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING WS-ANO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SIGLA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BIMESTRE DELIMITED BY SIZE
                   ' FECHADO' DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            .

       P250-CONTA-ZERADAS.
            MOVE 0 TO WS-CONT-ZERADAS
            SET EOF-OK TO FALSE
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P255-CHECA-REGIME
                            IF DO-REGIME-OK
                                PERFORM P260-CHECA-MEDIA
                                IF WS-MEDIA-BIM = 0
                                    ADD 1 TO WS-CONT-ZERADAS
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            .

       P255-CHECA-REGIME.
      * A linha so conta se a turma dela esta no regime escolhido.
            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            IF WS-QTD-PERIODOS = WS-REGIME
                SET DO-REGIME-OK TO TRUE
            ELSE
                SET DO-REGIME-OK TO FALSE
            END-IF
            .

       P260-CHECA-MEDIA.
            EVALUATE WS-BIMESTRE
                WHEN 1 MOVE F-MEDIA1 TO WS-MEDIA-BIM
                WHEN 3 MOVE F-MEDIA3 TO WS-MEDIA-BIM
                WHEN 4 MOVE F-MEDIA4 TO WS-MEDIA-BIM
            END-EVALUATE
            .

       P300-REABRE.
      * Mesma porta de volta do TERMCTL: funcao REABRE da matriz de
      * permissoes, e a reabertura deixa trilha.
            MOVE 'REABRE' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            PERFORM P060-PEDE-PERIODO
            IF WS-BIMESTRE = 0
                EXIT PARAGRAPH
            END-IF
            IF WS-REGIME = 4
                PERFORM P310-REABRE-BIMESTRE
            ELSE
                PERFORM P320-REABRE-PERIODO
            END-IF
            .

       P310-REABRE-BIMESTRE.
            PERFORM P050-ABRE-CONTROLE
            IF NOT FS-BIM-OK
                EXIT PARAGRAPH
            CLOSE BIM-FILE
            .

       P320-REABRE-PERIODO.
            PERFORM P055-ABRE-PERIODOS
            IF NOT FS-PER-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO      TO PP-ANO
            MOVE WS-REGIME   TO PP-REGIME
            MOVE WS-BIMESTRE TO PP-PERIODO
            READ PERIODO-FILE
                KEY IS PP-CHAVE
                INVALID KEY
                    DISPLAY FUNCTION TRIM(WS-NOME-REGIME)
                            ' NAO ESTA NO CONTROLE - JA VALE COMO '
                            'ABERTO'
                NOT INVALID KEY
                    MOVE SPACES TO WS-AUD-ANTES
                    STRING WS-ANO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-SIGLA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-BIMESTRE DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           PP-STATUS DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
                    MOVE 'A' TO PP-STATUS
                    REWRITE PERIODO-LINHA
                    IF FS-PER-OK
                        MOVE SPACES TO WS-AUD-DEPOIS
                        STRING FUNCTION TRIM(WS-NOME-REGIME)
                                   DELIMITED BY SIZE
                               ' REABERTO' DELIMITED BY SIZE
                            INTO WS-AUD-DEPOIS
                        CALL 'AUDITORIA' USING WS-AUD-OPERACAO
                             WS-AUD-ID WS-AUD-ANTES WS-AUD-DEPOIS
                        DISPLAY WS-AUD-DEPOIS
                    ELSE
                        DISPLAY 'ERRO AO REABRIR --> COD ' WS-FS-PER
                    END-IF
            END-READ
            CLOSE PERIODO-FILE
            .

       P400-BOLETINS-PARCIAIS.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            PERFORM P060-PEDE-PERIODO
            IF WS-BIMESTRE = 0
                EXIT PARAGRAPH
            END-IF

                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P255-CHECA-REGIME
                            IF DO-REGIME-OK
                                PERFORM P260-CHECA-MEDIA
                                PERFORM P420-ACUMULA-GRUPO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            STRING '*** BOLETINS PARCIAIS - ANO ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOME-REGIME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-BIMESTRE DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P255-CHECA-REGIME
                            IF DO-REGIME-OK
                                PERFORM P260-CHECA-MEDIA
                                PERFORM P450-IMPRIME-LINHA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
