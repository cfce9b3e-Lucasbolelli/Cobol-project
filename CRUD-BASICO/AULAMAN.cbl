      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: REGISTRO DE AULAS PREVISTAS X AULAS DADAS. A CARGA
      *          DO HISTOFICIAL (HORAS SEMANAIS X 40) E O QUE DEVERIA
      *          SER DADO; AULA PERDIDA POR AUSENCIA DE PROFESSOR SEM
      *          SUBSTITUTO SUMIA. AQUI (1) AS AULAS PREVISTAS DE UM
      *          BIMESTRE SAO GERADAS EM AULAS.DAT A PARTIR DOS
      *          ENCAIXES DA GRADE (GRADEHOR.DAT) EM CADA DATA ENTRE
      *          O INICIO E O FIM DO BIMESTRE NO CALENDARIO
      *          (CALENDARIO.DAT) QUE O DIALETIVO DA COMO LETIVA -
      *          SEM FERIADOS E RECESSOS, COM OS SABADOS LETIVOS NA
      *          GRADE DO DIA INDICADO; (2) CADA AULA DO DIA E
      *          REGISTRADA COMO DADA, DADA POR SUBSTITUTO OU NAO
      *          DADA; (3) AULA
      *          DE REPOSICAO ENTRA FORA DA GRADE; (4) A AUSENCIA DE
      *          UM PROFESSOR NUM PERIODO DE DATAS MARCA DE UMA VEZ AS
      *          AULAS DELE COMO NAO DADAS, PARA DEPOIS LANCAR OS
      *          SUBSTITUTOS. O BALANCO CONTRA O MINIMO LEGAL SAI NO
      *          AULAREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAMAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AULA-FILE
               ASSIGN TO
                   WS-PATH-AULAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AU-CHAVE
                   FILE STATUS IS WS-FS-AUL
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT CALEN-FILE
               ASSIGN TO
                   WS-PATH-CALENDARIO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CD-CHAVE
                   FILE STATUS IS WS-FS-CAL
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD AULA-FILE
       DATA RECORD IS AULA-LINHA.
           COPY AULA_DADOS.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD CALEN-FILE
       DATA RECORD IS CALENDARIO-LINHA.
           COPY CALENDARIO_DADOS.
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
       77 WS-FS-AUL                PIC 99.
          88 FS-AUL-OK             VALUE 0.
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-FS-CAL                PIC 99.
          88 FS-CAL-OK             VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Entrada da tela.
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-BIMESTRE              PIC 9.
       77 WS-DATA-AULA             PIC X(10).
       77 WS-DATA-ATE              PIC X(10).
       77 WS-PERIODO               PIC 9.
       77 WS-MATERIA               PIC X(20).
       77 WS-PROFESSOR             PIC X(30).
       77 WS-SUBSTITUTO            PIC X(30).
       77 WS-MOTIVO                PIC X(30).
       77 WS-SITUACAO              PIC X.
       77 WS-MAT-OK                PIC X.
          88 MAT-OK                VALUE 'S' FALSE 'N'.
       77 WS-PROF-OK               PIC X.
          88 PROF-OK               VALUE 'S' FALSE 'N'.
      * Datas: AAAA/MM/DD da tela x AAAAMMDD do DIASEM.
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DATA-NUM              PIC 9(08).
       77 WS-DIA-SEMANA            PIC 9.
       77 WS-DIA-INI               PIC 9(08).
       77 WS-DIA-FIM               PIC 9(08).
       77 WS-DIA-CORRENTE          PIC 9(08).
       77 WS-DATA-CORRENTE         PIC X(10).
      * Calendario de dias (DIALETIVO).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
      * Encaixes da grade do ano (e turma, se informada).
       77 WS-QTD-SLOT              PIC 9(03) VALUE 0.
       01 WS-SLOT-TAB.
           05 WS-SLOT-ENTRY OCCURS 600 TIMES.
               10 SL-TURMA         PIC X(10).
               10 SL-DIA           PIC 9.
               10 SL-PERIODO       PIC 9.
               10 SL-MATERIA       PIC X(20).
               10 SL-PROFESSOR     PIC X(30).
       77 WS-IDX-SLOT              PIC 9(03).
      * Contadores.
       77 WS-CONT                  PIC 9(05).
       77 WS-CONT-JA               PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AULAMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            OPEN I-O AULA-FILE
            IF WS-FS-AUL = 35
                OPEN OUTPUT AULA-FILE
            END-IF
            CLOSE AULA-FILE
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** AULAS PREVISTAS X AULAS DADAS ****'
            DISPLAY '1 - GERAR AULAS PREVISTAS DE UM BIMESTRE'
            DISPLAY '2 - REGISTRAR AULAS DE UM DIA'
            DISPLAY '3 - LANCAR AULA DE REPOSICAO'
            DISPLAY '4 - AUSENCIA DE PROFESSOR (PERIODO DE DATAS)'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-GERA-PREVISTAS
                WHEN '2'
                    PERFORM P200-REGISTRA-DIA
                WHEN '3'
                    PERFORM P300-REPOSICAO
                WHEN '4'
                    PERFORM P400-AUSENCIA
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
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            .

       P100-GERA-PREVISTAS.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'BIMESTRE (1-4): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                DISPLAY 'BIMESTRE INVALIDO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'TURMA (BRANCO = TODAS): '
                ACCEPT WS-TURMA

      * Datas do bimestre no calendario academico.
            OPEN INPUT CALEN-FILE
            IF NOT FS-CAL-OK
                DISPLAY 'CALENDARIO NAO CADASTRADO (CALENMAN)'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO      TO CD-ANO
            MOVE WS-BIMESTRE TO CD-BIMESTRE
            READ CALEN-FILE
                KEY IS CD-CHAVE
                INVALID KEY
                    MOVE SPACES TO CD-INICIO CD-FIM
            END-READ
            CLOSE CALEN-FILE
            IF CD-INICIO = SPACES OR CD-FIM = SPACES
                DISPLAY 'BIMESTRE SEM DATAS NO CALENDARIO (CALENMAN)'
                EXIT PARAGRAPH
            END-IF
            MOVE CD-INICIO TO WS-DATA-AULA
            PERFORM P900-DATA-NUMERICA
            IF WS-DATA-NUM = 0
                DISPLAY 'DATA DE INICIO INVALIDA NO CALENDARIO'
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DIA-INI = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            MOVE CD-FIM TO WS-DATA-AULA
            PERFORM P900-DATA-NUMERICA
            IF WS-DATA-NUM = 0
                DISPLAY 'DATA DE FIM INVALIDA NO CALENDARIO'
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DIA-FIM = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)

            PERFORM P110-CARREGA-GRADE
            IF WS-QTD-SLOT = 0
                DISPLAY 'NENHUM ENCAIXE NA GRADE (GRADEMAN)'
                EXIT PARAGRAPH
            END-IF

            OPEN I-O AULA-FILE
            IF NOT FS-AUL-OK
                CALL 'FSMSG' USING WS-FS-AUL WS-FS-MSG
                DISPLAY 'ERRO NO REGISTRO DE AULAS --> COD '
                        WS-FS-AUL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT WS-CONT-JA
            PERFORM VARYING WS-DIA-CORRENTE FROM WS-DIA-INI BY 1
                    UNTIL WS-DIA-CORRENTE > WS-DIA-FIM
                PERFORM P120-GERA-DIA
            END-PERFORM
            CLOSE AULA-FILE
            DISPLAY 'AULAS PREVISTAS GERADAS: ' WS-CONT
            DISPLAY 'JA EXISTENTES (MANTIDAS): ' WS-CONT-JA
            .

       P110-CARREGA-GRADE.
            MOVE 0 TO WS-QTD-SLOT
            OPEN INPUT GRADE-FILE
            IF NOT FS-GRD-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-ANO     TO GR-ANO
            MOVE LOW-VALUES TO GR-TURMA
            MOVE 0          TO GR-DIA GR-PERIODO
            START GRADE-FILE KEY IS NOT LESS THAN GR-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ GRADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF GR-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF (WS-TURMA = SPACES
                                OR GR-TURMA = WS-TURMA)
                               AND WS-QTD-SLOT < 600
                                ADD 1 TO WS-QTD-SLOT
                                MOVE GR-TURMA
                                    TO SL-TURMA(WS-QTD-SLOT)
                                MOVE GR-DIA
                                    TO SL-DIA(WS-QTD-SLOT)
                                MOVE GR-PERIODO
                                    TO SL-PERIODO(WS-QTD-SLOT)
                                MOVE GR-MATERIA
                                    TO SL-MATERIA(WS-QTD-SLOT)
                                MOVE GR-PROFESSOR
                                    TO SL-PROFESSOR(WS-QTD-SLOT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GRADE-FILE
            .

       P120-GERA-DIA.
      * Cada encaixe da grade no dia que esta data segue vira uma
      * aula prevista; dia nao letivo fica sem aula e aula ja
      * registrada nao e tocada.
            COMPUTE WS-DATA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
            CALL 'DATAFMT' USING WS-DATA-NUM WS-DATA-CORRENTE
            CALL 'DIALETIVO' USING WS-DATA-CORRENTE WS-DV-LETIVO
                                   WS-DV-TIPO WS-DV-DIA-GRADE
                                   WS-DV-DESCRICAO
            IF WS-DV-LETIVO NOT = 'S'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DV-DIA-GRADE TO WS-DIA-SEMANA
            PERFORM VARYING WS-IDX-SLOT FROM 1 BY 1
                    UNTIL WS-IDX-SLOT > WS-QTD-SLOT
                IF SL-DIA(WS-IDX-SLOT) = WS-DIA-SEMANA
                    INITIALIZE AULA-LINHA
                    MOVE WS-ANO                    TO AU-ANO
                    MOVE SL-TURMA(WS-IDX-SLOT)     TO AU-TURMA
                    MOVE WS-DATA-CORRENTE          TO AU-DATA
                    MOVE SL-PERIODO(WS-IDX-SLOT)   TO AU-PERIODO
                    MOVE WS-BIMESTRE               TO AU-BIMESTRE
                    MOVE SL-MATERIA(WS-IDX-SLOT)   TO AU-MATERIA
                    MOVE SL-PROFESSOR(WS-IDX-SLOT) TO AU-PROFESSOR
                    MOVE 'P'                       TO AU-SITUACAO
                    MOVE WS-OPERADOR-ATUAL         TO AU-OPERADOR
                    MOVE WS-DATA-FORMAT            TO AU-DATA-REG
                    WRITE AULA-LINHA
                        INVALID KEY
                            ADD 1 TO WS-CONT-JA
                        NOT INVALID KEY
                            ADD 1 TO WS-CONT
                    END-WRITE
                END-IF
            END-PERFORM
            .

       P200-REGISTRA-DIA.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'TURMA: '
                ACCEPT WS-TURMA
            DISPLAY 'DATA (AAAA/MM/DD, BRANCO = HOJE): '
                ACCEPT WS-DATA-AULA
            IF WS-DATA-AULA = SPACES
                MOVE WS-DATA-FORMAT TO WS-DATA-AULA
            END-IF
            OPEN I-O AULA-FILE
            IF NOT FS-AUL-OK
                CALL 'FSMSG' USING WS-FS-AUL WS-FS-MSG
                DISPLAY 'ERRO NO REGISTRO DE AULAS --> COD '
                        WS-FS-AUL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT
            SET EOF-OK TO FALSE
            MOVE WS-ANO       TO AU-ANO
            MOVE WS-TURMA     TO AU-TURMA
            MOVE WS-DATA-AULA TO AU-DATA
            MOVE 0            TO AU-PERIODO
            START AULA-FILE KEY IS NOT LESS THAN AU-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ AULA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AU-ANO NOT = WS-ANO
                           OR AU-TURMA NOT = WS-TURMA
                           OR AU-DATA NOT = WS-DATA-AULA
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-CONT
                            PERFORM P210-REGISTRA-AULA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AULA-FILE
            IF WS-CONT = 0
                DISPLAY 'NENHUMA AULA PREVISTA NESTA DATA - GERE O '
                        'BIMESTRE (OPCAO 1) OU LANCE REPOSICAO'
            END-IF
            .

       P210-REGISTRA-AULA.
            DISPLAY ' '
            DISPLAY AU-PERIODO 'A AULA - ' FUNCTION TRIM(AU-MATERIA)
                    ' - ' FUNCTION TRIM(AU-PROFESSOR)
                    ' (SITUACAO ATUAL ' AU-SITUACAO ')'
            DISPLAY 'D-DADA  S-SUBSTITUTO  F-NAO DADA  '
                    '(BRANCO MANTEM): '
                ACCEPT WS-SITUACAO
            MOVE FUNCTION UPPER-CASE(WS-SITUACAO) TO WS-SITUACAO
            EVALUATE WS-SITUACAO
                WHEN 'D'
                    MOVE SPACES TO AU-SUBSTITUTO AU-MOTIVO
                WHEN 'S'
                    DISPLAY 'SUBSTITUTO (GRAFIA DO CADASTRO DE '
                            'PROFESSORES): '
                        ACCEPT WS-SUBSTITUTO
                    CALL 'VALIDAPROF' USING WS-SUBSTITUTO WS-PROF-OK
                    IF NOT PROF-OK
                        DISPLAY 'SUBSTITUTO NAO CADASTRADO - AULA '
                                'MANTIDA COMO ESTAVA'
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WS-SUBSTITUTO TO AU-SUBSTITUTO
                    IF AU-MOTIVO = SPACES
                        DISPLAY 'MOTIVO DA AUSENCIA DO TITULAR: '
                            ACCEPT AU-MOTIVO
                    END-IF
                WHEN 'F'
                    MOVE SPACES TO AU-SUBSTITUTO
                    DISPLAY 'MOTIVO: '
                        ACCEPT WS-MOTIVO
                    MOVE WS-MOTIVO TO AU-MOTIVO
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE
            MOVE WS-SITUACAO       TO AU-SITUACAO
            MOVE WS-OPERADOR-ATUAL TO AU-OPERADOR
            MOVE WS-DATA-FORMAT    TO AU-DATA-REG
            REWRITE AULA-LINHA
            IF NOT FS-AUL-OK
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-AUL
            END-IF
            .

       P300-REPOSICAO.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'TURMA: '
                ACCEPT WS-TURMA
            DISPLAY 'DATA DA REPOSICAO (AAAA/MM/DD): '
                ACCEPT WS-DATA-AULA
            PERFORM P900-DATA-NUMERICA
            IF WS-DATA-NUM = 0
                DISPLAY 'DATA INVALIDA - USE AAAA/MM/DD'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'PERIODO (1-9): '
                ACCEPT WS-PERIODO
            IF WS-PERIODO = 0
                DISPLAY 'PERIODO INVALIDO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'MATERIA: '
                ACCEPT WS-MATERIA
            CALL 'VALIDAMAT' USING WS-MATERIA WS-MAT-OK
            IF NOT MAT-OK
                DISPLAY 'MATERIA INVALIDA: ' WS-MATERIA
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'PROFESSOR: '
                ACCEPT WS-PROFESSOR
            CALL 'VALIDAPROF' USING WS-PROFESSOR WS-PROF-OK
            IF NOT PROF-OK
                DISPLAY 'PROFESSOR NAO CADASTRADO OU INATIVO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P800-DEDUZ-BIMESTRE

            OPEN I-O AULA-FILE
            IF NOT FS-AUL-OK
                CALL 'FSMSG' USING WS-FS-AUL WS-FS-MSG
                DISPLAY 'ERRO NO REGISTRO DE AULAS --> COD '
                        WS-FS-AUL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            INITIALIZE AULA-LINHA
            MOVE WS-ANO            TO AU-ANO
            MOVE WS-TURMA          TO AU-TURMA
            MOVE WS-DATA-AULA      TO AU-DATA
            MOVE WS-PERIODO        TO AU-PERIODO
            MOVE WS-BIMESTRE       TO AU-BIMESTRE
            MOVE WS-MATERIA        TO AU-MATERIA
            MOVE WS-PROFESSOR      TO AU-PROFESSOR
            MOVE 'R'               TO AU-SITUACAO
            MOVE 'REPOSICAO'       TO AU-MOTIVO
            MOVE WS-OPERADOR-ATUAL TO AU-OPERADOR
            MOVE WS-DATA-FORMAT    TO AU-DATA-REG
            WRITE AULA-LINHA
                INVALID KEY
                    DISPLAY 'PERIODO JA OCUPADO NESTA DATA - ESCOLHA '
                            'OUTRO PERIODO'
                NOT INVALID KEY
                    DISPLAY 'AULA DE REPOSICAO REGISTRADA (BIMESTRE '
                            WS-BIMESTRE ')'
            END-WRITE
            CLOSE AULA-FILE
            .

       P400-AUSENCIA.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'PROFESSOR AUSENTE: '
                ACCEPT WS-PROFESSOR
            DISPLAY 'DE (AAAA/MM/DD): '
                ACCEPT WS-DATA-AULA
            DISPLAY 'ATE (AAAA/MM/DD): '
                ACCEPT WS-DATA-ATE
            IF WS-DATA-ATE < WS-DATA-AULA
                DISPLAY 'PERIODO DE DATAS INVALIDO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'MOTIVO DA AUSENCIA: '
                ACCEPT WS-MOTIVO
            OPEN I-O AULA-FILE
            IF NOT FS-AUL-OK
                CALL 'FSMSG' USING WS-FS-AUL WS-FS-MSG
                DISPLAY 'ERRO NO REGISTRO DE AULAS --> COD '
                        WS-FS-AUL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
      * Aula ainda prevista ou dada pelo titular passa a nao dada;
      * a que ja tem substituto fica como esta.
            MOVE 0 TO WS-CONT
            SET EOF-OK TO FALSE
            MOVE WS-ANO     TO AU-ANO
            MOVE LOW-VALUES TO AU-TURMA AU-DATA
            MOVE 0          TO AU-PERIODO
            START AULA-FILE KEY IS NOT LESS THAN AU-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ AULA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AU-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF AU-PROFESSOR = WS-PROFESSOR
                               AND AU-DATA >= WS-DATA-AULA
                               AND AU-DATA <= WS-DATA-ATE
                               AND (AU-SITUACAO = 'P'
                                    OR AU-SITUACAO = 'D')
                                MOVE 'F'               TO AU-SITUACAO
                                MOVE WS-MOTIVO         TO AU-MOTIVO
                                MOVE WS-OPERADOR-ATUAL TO AU-OPERADOR
                                MOVE WS-DATA-FORMAT    TO AU-DATA-REG
                                REWRITE AULA-LINHA
                                ADD 1 TO WS-CONT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AULA-FILE
            DISPLAY 'AULAS MARCADAS COMO NAO DADAS: ' WS-CONT
            IF WS-CONT > 0
                DISPLAY 'LANCE OS SUBSTITUTOS DIA A DIA PELA OPCAO 2'
            END-IF
            .

       P800-DEDUZ-BIMESTRE.
      * Bimestre deduzido do calendario, como na CHAMADA.
            MOVE 0 TO WS-BIMESTRE
            OPEN INPUT CALEN-FILE
            IF FS-CAL-OK
                SET EOF-OK TO FALSE
                MOVE WS-ANO TO CD-ANO
                MOVE 0      TO CD-BIMESTRE
                START CALEN-FILE KEY IS NOT LESS CD-CHAVE
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ CALEN-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CD-ANO NOT = WS-ANO
                                SET EOF-OK TO TRUE
                            ELSE
                                IF WS-DATA-AULA >= CD-INICIO
                                   AND WS-DATA-AULA <= CD-FIM
                                    MOVE CD-BIMESTRE TO WS-BIMESTRE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALEN-FILE
            END-IF
            IF WS-BIMESTRE = 0
                DISPLAY 'DATA FORA DO CALENDARIO (CALENMAN) - '
                        'INFORME O BIMESTRE (1-4): '
                    ACCEPT WS-BIMESTRE
            END-IF
            .

       P900-DATA-NUMERICA.
      * AAAA/MM/DD em WS-DATA-AULA -> AAAAMMDD em WS-DATA-NUM (zero
      * quando a data nao e valida).
            MOVE 0 TO WS-DATA-NUM
            MOVE SPACES TO WS-DATA-NUM-X
            STRING WS-DATA-AULA(1:4) DELIMITED BY SIZE
                   WS-DATA-AULA(6:2) DELIMITED BY SIZE
                   WS-DATA-AULA(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X IS NUMERIC
                MOVE WS-DATA-NUM-X TO WS-DATA-NUM
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) NOT = 0
                    MOVE 0 TO WS-DATA-NUM
                END-IF
            END-IF
            .
