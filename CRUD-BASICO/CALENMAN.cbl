      *          LANCAMENTO DE NOTAS - O SISTEMA PASSA A SABER QUANDO
      *          UM BIMESTRE COMECA E TERMINA. O COBRANOTA LE O PRAZO
      *          PARA MONTAR A LISTA DE COBRANCA DE NOTAS ATRASADAS E
      *          O BIMCTL CONSULTA AS DATAS NO FECHAMENTO. NO NIVEL
      *          DO DIA (DIASLETIVOS.DAT) MARCA FERIADOS, RECESSOS E
      *          SABADOS LETIVOS - UM PERIODO DE RECESSO ENTRA DE UMA
      *          VEZ - E MOSTRA A CONTAGEM DE DIAS LETIVOS POR
      *          BIMESTRE E NO ANO (CONTALET) CONTRA OS 200 DIAS DO
      *          MINIMO LEGAL. A CHAMADA RECUSA DIA NAO LETIVO, O
      *          DIARIO E O AULAMAN PULAM ESSES DIAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY   IS CD-CHAVE
                   FILE STATUS IS WS-FS-CAL
                   .
               SELECT DIALET-FILE
               ASSIGN TO
                   WS-PATH-DIASLETIVOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DL-DATA
                   ALTERNATE RECORD KEY IS DL-ANO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-DLT
                   .
       DATA DIVISION.
       FILE SECTION.
       FD CALEN-FILE
       DATA RECORD IS CALENDARIO-LINHA.
           COPY CALENDARIO_DADOS.
       FD DIALET-FILE
       DATA RECORD IS DIALETIVO-LINHA.
           COPY DIALETIVO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-CAL                PIC 99.
          88 FS-CAL-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
      * Dias do ano letivo: feriado, recesso, sabado letivo.
       77 WS-FS-DLT                PIC 99.
          88 FS-DLT-OK             VALUE 0.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-DATA-DE               PIC X(10).
       77 WS-DATA-ATE              PIC X(10).
       77 WS-DATA-AUX              PIC X(10).
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DATA-NUM              PIC 9(08).
       77 WS-DIA-INI               PIC 9(08).
       77 WS-DIA-FIM               PIC 9(08).
       77 WS-DIA-CORRENTE          PIC 9(08).
       77 WS-DIA-SEMANA            PIC 9.
       77 WS-TIPO-DIA              PIC X.
          88 TIPO-DIA-VALIDO       VALUE 'F' 'R' 'S'.
       77 WS-DIA-GRADE             PIC 9.
       77 WS-DESCRICAO             PIC X(30).
       77 WS-CONT                  PIC 9(03).
       77 WS-RESPOSTA              PIC X.
      * Contagem de dias letivos (CONTALET).
       77 WS-CL-BIMESTRE           PIC 9.
       77 WS-CL-QTD                PIC 9(03).
       77 WS-CL-COMPLETO           PIC X.
       77 WS-MIN-DIAS              PIC 9(03) VALUE 200.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CALENMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            DISPLAY '**** CALENDARIO ACADEMICO ****'
            DISPLAY '1 - INCLUIR/ALTERAR BIMESTRE'
            DISPLAY '2 - CONSULTAR UM ANO LETIVO'
            DISPLAY '3 - MARCAR FERIADO/RECESSO/SABADO LETIVO'
            DISPLAY '4 - DESMARCAR DIA'
            DISPLAY '5 - LISTAR DIAS MARCADOS DE UM ANO LETIVO'
            DISPLAY '6 - DIAS LETIVOS POR BIMESTRE E NO ANO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
                    PERFORM P100-GRAVA
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-MARCA-DIA
                WHEN '4'
                    PERFORM P400-DESMARCA-DIA
                WHEN '5'
                    PERFORM P500-LISTA-DIAS
                WHEN '6'
                    PERFORM P600-CONTA-LETIVOS
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
            END-PERFORM
            CLOSE CALEN-FILE
            .

       P300-MARCA-DIA.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'TIPO: <F> FERIADO <R> RECESSO <S> SABADO LETIVO ? '
                ACCEPT WS-TIPO-DIA
            MOVE FUNCTION UPPER-CASE(WS-TIPO-DIA) TO WS-TIPO-DIA
            IF NOT TIPO-DIA-VALIDO
                DISPLAY 'TIPO INVALIDO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DATA (AAAA/MM/DD): '
                ACCEPT WS-DATA-DE
            MOVE WS-DATA-DE TO WS-DATA-AUX
            PERFORM P900-DATA-NUMERICA
            IF WS-DATA-NUM = 0
                DISPLAY 'DATA INVALIDA - USE AAAA/MM/DD'
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DIA-INI = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            MOVE WS-DIA-INI TO WS-DIA-FIM
            MOVE 0 TO WS-DIA-GRADE
            IF WS-TIPO-DIA = 'S'
                CALL 'DIASEM' USING WS-DATA-NUM WS-DIA-SEMANA
                IF WS-DIA-SEMANA NOT = 6
                    DISPLAY 'A DATA NAO E UM SABADO'
                    EXIT PARAGRAPH
                END-IF
                DISPLAY 'AULAS DESTE SABADO SEGUEM A GRADE DE QUE DIA '
                        '(1=SEG ... 6=SAB): '
                    ACCEPT WS-DIA-GRADE
                IF WS-DIA-GRADE < 1 OR WS-DIA-GRADE > 6
                    MOVE 6 TO WS-DIA-GRADE
                END-IF
            ELSE
      * Recesso e feriado prolongado entram como periodo.
                DISPLAY 'ATE (AAAA/MM/DD, BRANCO = SO ESTE DIA): '
                    ACCEPT WS-DATA-ATE
                IF WS-DATA-ATE NOT = SPACES
                    MOVE WS-DATA-ATE TO WS-DATA-AUX
                    PERFORM P900-DATA-NUMERICA
                    IF WS-DATA-NUM = 0 OR WS-DATA-ATE < WS-DATA-DE
                        DISPLAY 'PERIODO DE DATAS INVALIDO'
                        EXIT PARAGRAPH
                    END-IF
                    COMPUTE WS-DIA-FIM =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                END-IF
            END-IF
            DISPLAY 'DESCRICAO (EX: TIRADENTES, RECESSO DE JULHO): '
                ACCEPT WS-DESCRICAO
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            OPEN I-O DIALET-FILE
            IF WS-FS-DLT = 35
                OPEN OUTPUT DIALET-FILE
                CLOSE DIALET-FILE
                OPEN I-O DIALET-FILE
            END-IF
            IF NOT FS-DLT-OK
                CALL 'FSMSG' USING WS-FS-DLT WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR OS DIAS LETIVOS --> COD '
                        WS-FS-DLT ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT
            PERFORM VARYING WS-DIA-CORRENTE FROM WS-DIA-INI BY 1
                    UNTIL WS-DIA-CORRENTE > WS-DIA-FIM
                PERFORM P350-GRAVA-DIA
            END-PERFORM
            CLOSE DIALET-FILE
            DISPLAY 'DIAS MARCADOS: ' WS-CONT
            .

       P350-GRAVA-DIA.
      * No periodo, sabado e domingo ja nao sao letivos: so os dias
      * uteis recebem a marca.
            COMPUTE WS-DATA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
            IF WS-DIA-FIM > WS-DIA-INI
                CALL 'DIASEM' USING WS-DATA-NUM WS-DIA-SEMANA
                IF WS-DIA-SEMANA > 5
                    EXIT PARAGRAPH
                END-IF
            END-IF
            CALL 'DATAFMT' USING WS-DATA-NUM WS-DATA-AUX
            MOVE WS-DATA-AUX TO DL-DATA
            MOVE SPACES TO WS-AUD-ANTES
            READ DIALET-FILE
                KEY IS DL-DATA
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING DL-DATA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           DL-TIPO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           DL-DESCRICAO DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
            END-READ
            MOVE WS-DATA-AUX    TO DL-DATA
            MOVE WS-ANO         TO DL-ANO
            MOVE WS-TIPO-DIA    TO DL-TIPO
            MOVE WS-DIA-GRADE   TO DL-DIA-GRADE
            MOVE WS-DESCRICAO   TO DL-DESCRICAO
            MOVE WS-DATA-FORMAT TO DL-DATA-REG
            IF WS-AUD-ANTES = SPACES
                WRITE DIALETIVO-LINHA
            ELSE
                REWRITE DIALETIVO-LINHA
            END-IF
            IF NOT FS-DLT-OK
                DISPLAY 'ERRO AO GRAVAR ' DL-DATA ' --> COD '
                        WS-FS-DLT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING DL-DATA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DL-TIPO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DL-DESCRICAO DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            .

       P400-DESMARCA-DIA.
            DISPLAY 'DATA A DESMARCAR (AAAA/MM/DD): '
                ACCEPT WS-DATA-DE
            OPEN I-O DIALET-FILE
            IF NOT FS-DLT-OK
                DISPLAY 'NENHUM DIA MARCADO AINDA'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATA-DE TO DL-DATA
            READ DIALET-FILE
                KEY IS DL-DATA
                INVALID KEY
                    DISPLAY 'DATA NAO ESTA MARCADA'
                NOT INVALID KEY
                    DISPLAY DL-DATA ' ' DL-TIPO ' '
                            FUNCTION TRIM(DL-DESCRICAO)
                    DISPLAY 'CONFIRMA A EXCLUSAO ? S/N'
                    CALL 'CONFIRMA' USING WS-RESPOSTA
                    IF WS-RESPOSTA = 'S'
                        MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                        STRING DL-DATA DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               DL-TIPO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               DL-DESCRICAO DELIMITED BY SIZE
                            INTO WS-AUD-ANTES
                        DELETE DIALET-FILE
                        IF FS-DLT-OK
                            DISPLAY 'DIA DESMARCADO - VOLTA A REGRA '
                                    'DA SEMANA'
                            CALL 'AUDITORIA' USING WS-AUD-OPERACAO
                                 WS-AUD-ID WS-AUD-ANTES WS-AUD-DEPOIS
                        ELSE
                            DISPLAY 'ERRO AO EXCLUIR --> COD '
                                    WS-FS-DLT
                        END-IF
                    END-IF
            END-READ
            CLOSE DIALET-FILE
            .

       P500-LISTA-DIAS.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            OPEN INPUT DIALET-FILE
            IF NOT FS-DLT-OK
                DISPLAY 'NENHUM DIA MARCADO AINDA'
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT
            SET EOF-OK TO FALSE
            MOVE WS-ANO TO DL-ANO
            START DIALET-FILE KEY IS EQUAL DL-ANO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ DIALET-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DL-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-CONT
                            EVALUATE TRUE
                                WHEN DL-FERIADO
                                    DISPLAY DL-DATA ' FERIADO        '
                                            DL-DESCRICAO
                                WHEN DL-RECESSO
                                    DISPLAY DL-DATA ' RECESSO        '
                                            DL-DESCRICAO
                                WHEN OTHER
                                    DISPLAY DL-DATA ' SABADO LETIVO  '
                                            DL-DESCRICAO
                                            ' (GRADE DO DIA '
                                            DL-DIA-GRADE ')'
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DIALET-FILE
            DISPLAY 'DIAS MARCADOS NO ANO: ' WS-CONT
            .

       P600-CONTA-LETIVOS.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            PERFORM VARYING WS-CL-BIMESTRE FROM 1 BY 1
                    UNTIL WS-CL-BIMESTRE > 4
                CALL 'CONTALET' USING WS-ANO WS-CL-BIMESTRE
                                      WS-CL-QTD WS-CL-COMPLETO
                IF WS-CL-COMPLETO = 'S'
                    DISPLAY 'BIM ' WS-CL-BIMESTRE
                            '  DIAS LETIVOS: ' WS-CL-QTD
                ELSE
                    DISPLAY 'BIM ' WS-CL-BIMESTRE
                            '  SEM DATAS NO CALENDARIO'
                END-IF
            END-PERFORM
            MOVE 0 TO WS-CL-BIMESTRE
            CALL 'CONTALET' USING WS-ANO WS-CL-BIMESTRE
                                  WS-CL-QTD WS-CL-COMPLETO
            DISPLAY 'TOTAL DO ANO: ' WS-CL-QTD
                    ' DIAS LETIVOS (MINIMO LEGAL ' WS-MIN-DIAS ')'
            IF WS-CL-QTD < WS-MIN-DIAS
                DISPLAY '*** ABAIXO DO MINIMO - PREVER SABADOS '
                        'LETIVOS OU ESTENDER O CALENDARIO ***'
            END-IF
            IF WS-CL-COMPLETO NOT = 'S'
                DISPLAY '(CALENDARIO INCOMPLETO - CADASTRE OS QUATRO '
                        'BIMESTRES)'
            END-IF
            .

       P900-DATA-NUMERICA.
      * AAAA/MM/DD -> AAAAMMDD (zero quando a data nao e valida).
            MOVE 0 TO WS-DATA-NUM
            MOVE SPACES TO WS-DATA-NUM-X
            STRING WS-DATA-AUX(1:4) DELIMITED BY SIZE
                   WS-DATA-AUX(6:2) DELIMITED BY SIZE
                   WS-DATA-AUX(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X IS NUMERIC
                MOVE WS-DATA-NUM-X TO WS-DATA-NUM
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) NOT = 0
                    MOVE 0 TO WS-DATA-NUM
                END-IF
            END-IF
            .
