      *          PARA A PRESENCA DE CADA AULA E PARA CADA AVALIACAO,
      *          O NOME DO PROFESSOR DA MATERIA (F-PROFESSOR) NO
      *          CABECALHO E UMA PAGINA POR MATERIA/BIMESTRE - TUDO
      *          NO SPOOL (SPOOLNOVO). ALUNO EM ATENDIMENTO
      *          EDUCACIONAL ESPECIALIZADO (AEECHK) SAI MARCADO 'AEE'
      *          AO LADO DO NOME, PARA O PROFESSOR APLICAR A
      *          AVALIACAO ADAPTADA DO PEI. AS COLUNAS DE PRESENCA
      *          SAO AS AULAS REAIS DA MATERIA NO BIMESTRE: CADA DATA
      *          ENTRE O INICIO E O FIM DO BIMESTRE (CALENDARIO.DAT)
      *          QUE O DIALETIVO DA COMO LETIVA, VEZES OS ENCAIXES DA
      *          MATERIA NA GRADE DA TURMA (GRADEHOR.DAT) - FERIADOS E
      *          RECESSOS FICAM DE FORA, SABADO LETIVO ENTRA - COM A
      *          DATA NO CABECALHO, EM BLOCOS DE 10 AULAS. SEM
      *          CALENDARIO OU GRADE, SAI A PAUTA EM BRANCO DE 10
      *          AULAS, COMO ANTES.
      *          RODA SOZINHO OU CHAMADO PELO AUTOATENDIMENTO DO
      *          PROFESSOR NO BOLETIMV2: NA SESSAO DE PERFIL P SO
      *          ENTRA TURMA DO PROFESSOR E SO SAEM AS PAGINAS DAS
      *          MATERIAS DELE (PROFCHK); TURMA DE OUTRO PROFESSOR E
      *          RECUSADA E FICA NO LOG DE ACESSOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
               SELECT CALEN-FILE
               ASSIGN TO
                   WS-PATH-CALENDARIO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CD-CHAVE
                   FILE STATUS IS WS-FS-CAL
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
       DATA DIVISION.
       FILE SECTION.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(120).
       FD CALEN-FILE
       DATA RECORD IS CALENDARIO-LINHA.
           COPY CALENDARIO_DADOS.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
               10 DR-NOME          PIC X(30).
               10 DR-PROFESSOR     PIC X(30).
               10 DR-IMPRESSO      PIC X.
               10 DR-AEE           PIC X(03).
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-GRP               PIC 9(03).
       77 WS-MATERIA-ATUAL         PIC X(20).
       77 WS-CONT-PAGINAS          PIC 9(03) VALUE 0.
       77 WS-CONT-ALUNOS           PIC 9(03).
       77 WS-CONT-AEE              PIC 9(03).
      * Marcador AEE (AEECHK).
       77 WS-AC-TEM-AEE            PIC X.
       77 WS-AC-ADAPTADA           PIC X.
       77 WS-AC-TIPO               PIC X(03).
      * Dias letivos do bimestre (CALENDARIO.DAT + DIALETIVO).
       77 WS-FS-CAL                PIC 99.
          88 FS-CAL-OK             VALUE 0.
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-DATA-AUX              PIC X(10).
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DATA-NUM              PIC 9(08).
       77 WS-DIA-INI               PIC 9(08).
       77 WS-DIA-FIM               PIC 9(08).
       77 WS-DIA-CORRENTE          PIC 9(08).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
       77 WS-QTD-DIAS              PIC 9(03) VALUE 0.
       01 WS-DIA-TAB.
           05 WS-DIA-ENTRY OCCURS 120 TIMES.
               10 DT-DATA          PIC X(10).
               10 DT-DIA-GRADE     PIC 9.
       77 WS-IDX-DIA               PIC 9(03).
       77 WS-QTD-FERIADOS          PIC 9(03) VALUE 0.
      * Encaixes da grade da turma.
       77 WS-QTD-SLOT              PIC 9(02) VALUE 0.
       01 WS-SLOT-TAB.
           05 WS-SLOT-ENTRY OCCURS 60 TIMES.
               10 SL-DIA           PIC 9.
               10 SL-MATERIA       PIC X(20).
       77 WS-IDX-SLOT              PIC 9(02).
      * Colunas (aulas) da materia da pagina.
       77 WS-QTD-COL               PIC 9(03).
       01 WS-COL-TAB.
           05 WS-COL-DATA OCCURS 300 TIMES PIC X(10).
       77 WS-COL-INI               PIC 9(03).
       77 WS-COL-FIM               PIC 9(03).
       77 WS-IDX-COL               PIC 9(03).
       77 WS-PONTEIRO              PIC 9(03).
      * Sessao de professor (PROFCHK): so as materias dele.
       77 WS-PC-ACAO               PIC X.
       77 WS-PC-MATERIA            PIC X(20).
       77 WS-PC-ID                 PIC 9(06) VALUE 0.
       77 WS-PC-PROFESSOR          PIC X(30).
       77 WS-PC-RESULTADO          PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DIARIO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** DIARIO DE CLASSE ***'
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                DISPLAY 'BIMESTRE INVALIDO'
                GOBACK
            END-IF
            MOVE 'V'    TO WS-PC-ACAO
            MOVE SPACES TO WS-PC-MATERIA
            CALL 'PROFCHK' USING WS-PC-ACAO WS-ANO WS-TURMA
                                 WS-PC-MATERIA WS-PC-ID
                                 WS-PC-PROFESSOR WS-PC-RESULTADO
            IF WS-PC-RESULTADO NOT = 'S'
                GOBACK
            END-IF

            SET EOF-OK TO FALSE
                CALL 'FSMSG' USING WS-FS WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS ': ' WS-FS-MSG
                GOBACK
            END-IF
            PERFORM UNTIL EOF-OK
                READ BOLETIM
                                TO DR-PROFESSOR(WS-QTD-REGS)
                            MOVE 'N'
                                TO DR-IMPRESSO(WS-QTD-REGS)
                            MOVE SPACES TO DR-AEE(WS-QTD-REGS)
                            CALL 'AEECHK' USING F-NOME WS-AC-TEM-AEE
                                 WS-AC-ADAPTADA WS-AC-TIPO
                            IF WS-AC-TEM-AEE = 'S'
                                MOVE 'AEE' TO DR-AEE(WS-QTD-REGS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            IF WS-QTD-REGS = 0
                DISPLAY 'NENHUM REGISTRO PARA A TURMA'
                GOBACK
            END-IF
            PERFORM P100-CARREGA-DIAS
            PERFORM P150-CARREGA-GRADE

            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
                    UNTIL WS-IDX > WS-QTD-REGS
                IF DR-IMPRESSO(WS-IDX) NOT = 'S'
                    MOVE DR-MATERIA(WS-IDX) TO WS-MATERIA-ATUAL
                    PERFORM P190-MATERIA-DO-PROFESSOR
                END-IF
            END-PERFORM
            CLOSE REPORT-FILE
            DISPLAY 'PAGINAS DE DIARIO GERADAS: ' WS-CONT-PAGINAS
            DISPLAY 'DIARIO GRAVADO EM: ' WS-PATH-RELATORIO
            GOBACK
            .

       P100-CARREGA-DIAS.
      * Datas letivas do bimestre, na ordem, com o dia da grade que
      * as aulas seguem.
            MOVE 0 TO WS-QTD-DIAS WS-QTD-FERIADOS
            OPEN INPUT CALEN-FILE
            IF NOT FS-CAL-OK
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
            MOVE CD-INICIO TO WS-DATA-AUX
            PERFORM P900-DATA-NUMERICA
            MOVE WS-DATA-NUM TO WS-DIA-INI
            MOVE CD-FIM TO WS-DATA-AUX
            PERFORM P900-DATA-NUMERICA
            MOVE WS-DATA-NUM TO WS-DIA-FIM
            IF WS-DIA-INI = 0 OR WS-DIA-FIM = 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DIA-INI = FUNCTION INTEGER-OF-DATE(WS-DIA-INI)
            COMPUTE WS-DIA-FIM = FUNCTION INTEGER-OF-DATE(WS-DIA-FIM)
            PERFORM VARYING WS-DIA-CORRENTE FROM WS-DIA-INI BY 1
                    UNTIL WS-DIA-CORRENTE > WS-DIA-FIM
                COMPUTE WS-DATA-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
                CALL 'DATAFMT' USING WS-DATA-NUM WS-DATA-AUX
                CALL 'DIALETIVO' USING WS-DATA-AUX WS-DV-LETIVO
                                       WS-DV-TIPO WS-DV-DIA-GRADE
                                       WS-DV-DESCRICAO
                IF WS-DV-LETIVO = 'S'
                    IF WS-QTD-DIAS < 120
                        ADD 1 TO WS-QTD-DIAS
                        MOVE WS-DATA-AUX     TO DT-DATA(WS-QTD-DIAS)
                        MOVE WS-DV-DIA-GRADE
                            TO DT-DIA-GRADE(WS-QTD-DIAS)
                    END-IF
                ELSE
                    IF WS-DV-TIPO = 'F' OR WS-DV-TIPO = 'R'
                        ADD 1 TO WS-QTD-FERIADOS
                    END-IF
                END-IF
            END-PERFORM
            .

       P150-CARREGA-GRADE.
            MOVE 0 TO WS-QTD-SLOT
            OPEN INPUT GRADE-FILE
            IF NOT FS-GRD-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-ANO   TO GR-ANO
            MOVE WS-TURMA TO GR-TURMA
            MOVE 0        TO GR-DIA GR-PERIODO
            START GRADE-FILE KEY IS NOT LESS GR-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ GRADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF GR-ANO NOT = WS-ANO
                           OR GR-TURMA NOT = WS-TURMA
                            SET EOF-OK TO TRUE
                        ELSE
                            IF WS-QTD-SLOT < 60
                                ADD 1 TO WS-QTD-SLOT
                                MOVE GR-DIA
                                    TO SL-DIA(WS-QTD-SLOT)
                                MOVE GR-MATERIA
                                    TO SL-MATERIA(WS-QTD-SLOT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GRADE-FILE
            .

       P190-MATERIA-DO-PROFESSOR.
      * Na sessao de professor a materia de outro professor nao sai:
      * as linhas dela ficam marcadas como ja tratadas.
            MOVE 'C'              TO WS-PC-ACAO
            MOVE WS-MATERIA-ATUAL TO WS-PC-MATERIA
            CALL 'PROFCHK' USING WS-PC-ACAO WS-ANO WS-TURMA
                                 WS-PC-MATERIA WS-PC-ID
                                 WS-PC-PROFESSOR WS-PC-RESULTADO
            IF WS-PC-RESULTADO = 'S'
                PERFORM P200-PAGINA-DA-MATERIA
            ELSE
                PERFORM VARYING WS-IDX-GRP FROM WS-IDX BY 1
                        UNTIL WS-IDX-GRP > WS-QTD-REGS
                    IF DR-MATERIA(WS-IDX-GRP) = WS-MATERIA-ATUAL
                        MOVE 'S' TO DR-IMPRESSO(WS-IDX-GRP)
                    END-IF
                END-PERFORM
            END-IF
            .

       P200-PAGINA-DA-MATERIA.
            ADD 1 TO WS-CONT-PAGINAS
            MOVE 0 TO WS-CONT-ALUNOS
            MOVE 0 TO WS-CONT-AEE
            PERFORM P210-MONTA-COLUNAS
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE '==============================================='
                        DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF WS-QTD-COL = 0
                MOVE SPACES TO REL-LINHA
                STRING 'ALUNO                              '
                            DELIMITED BY SIZE
                       'AULAS 1-10           AVALIACOES'
                            DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                        UNTIL WS-IDX-GRP > WS-QTD-REGS
                    IF DR-MATERIA(WS-IDX-GRP) = WS-MATERIA-ATUAL
                       AND DR-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                        PERFORM P230-CONTA-ALUNO
                        MOVE SPACES TO REL-LINHA
                        STRING DR-NOME(WS-IDX-GRP)
                                    DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               DR-AEE(WS-IDX-GRP)
                                    DELIMITED BY SIZE
                               ' |_|_|_|_|_|_|_|_|_|_| '
                                    DELIMITED BY SIZE
                               '|___|___|___|___|'
                                    DELIMITED BY SIZE
                            INTO REL-LINHA
                        WRITE REL-LINHA
                    END-IF
                END-PERFORM
            ELSE
      * Um bloco de 10 aulas datadas por vez; as avaliacoes vao no
      * primeiro bloco.
                MOVE SPACES TO REL-LINHA
                STRING 'AULAS DADAS NO BIMESTRE: ' DELIMITED BY SIZE
                       WS-QTD-COL DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                PERFORM VARYING WS-COL-INI FROM 1 BY 10
                        UNTIL WS-COL-INI > WS-QTD-COL
                    PERFORM P220-BLOCO-DE-AULAS
                END-PERFORM
            END-IF
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-REGS
                IF DR-MATERIA(WS-IDX-GRP) = WS-MATERIA-ATUAL
                    MOVE 'S' TO DR-IMPRESSO(WS-IDX-GRP)
                END-IF
            END-PERFORM
            MOVE SPACES TO REL-LINHA
                   WS-CONT-ALUNOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF WS-QTD-COL > 0 AND WS-QTD-FERIADOS > 0
                MOVE SPACES TO REL-LINHA
                STRING 'FERIADOS/RECESSOS NO BIMESTRE (SEM AULA): '
                            DELIMITED BY SIZE
                       WS-QTD-FERIADOS DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            IF WS-CONT-AEE > 0
                MOVE SPACES TO REL-LINHA
                STRING 'AEE = ATENDIMENTO EDUCACIONAL ESPECIALIZADO - '
                            DELIMITED BY SIZE
                       'AVALIACAO CONFORME O PEI (AEEMAN)'
                            DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P210-MONTA-COLUNAS.
      * Cada dia letivo do bimestre, vezes os encaixes da materia na
      * grade do dia que ele segue.
            MOVE 0 TO WS-QTD-COL
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > WS-QTD-DIAS
                PERFORM VARYING WS-IDX-SLOT FROM 1 BY 1
                        UNTIL WS-IDX-SLOT > WS-QTD-SLOT
                    IF SL-DIA(WS-IDX-SLOT) = DT-DIA-GRADE(WS-IDX-DIA)
                       AND SL-MATERIA(WS-IDX-SLOT) = WS-MATERIA-ATUAL
                       AND WS-QTD-COL < 300
                        ADD 1 TO WS-QTD-COL
                        MOVE DT-DATA(WS-IDX-DIA)
                            TO WS-COL-DATA(WS-QTD-COL)
                    END-IF
                END-PERFORM
            END-PERFORM
            .

       P220-BLOCO-DE-AULAS.
            COMPUTE WS-COL-FIM = WS-COL-INI + 9
            IF WS-COL-FIM > WS-QTD-COL
                MOVE WS-QTD-COL TO WS-COL-FIM
            END-IF
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE 'ALUNO' TO REL-LINHA
            MOVE 36 TO WS-PONTEIRO
            PERFORM VARYING WS-IDX-COL FROM WS-COL-INI BY 1
                    UNTIL WS-IDX-COL > WS-COL-FIM
                STRING '|' DELIMITED BY SIZE
                       WS-COL-DATA(WS-IDX-COL)(9:2) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-COL-DATA(WS-IDX-COL)(6:2) DELIMITED BY SIZE
                    INTO REL-LINHA
                    WITH POINTER WS-PONTEIRO
            END-PERFORM
            IF WS-COL-INI = 1
                STRING '|  AVALIACOES' DELIMITED BY SIZE
                    INTO REL-LINHA
                    WITH POINTER WS-PONTEIRO
            ELSE
                STRING '|' DELIMITED BY SIZE
                    INTO REL-LINHA
                    WITH POINTER WS-PONTEIRO
            END-IF
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-REGS
                IF DR-MATERIA(WS-IDX-GRP) = WS-MATERIA-ATUAL
                   AND DR-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                    IF WS-COL-INI = 1
                        PERFORM P230-CONTA-ALUNO
                    END-IF
                    MOVE SPACES TO REL-LINHA
                    MOVE DR-NOME(WS-IDX-GRP) TO REL-LINHA(1:30)
                    MOVE DR-AEE(WS-IDX-GRP)  TO REL-LINHA(32:3)
                    MOVE 36 TO WS-PONTEIRO
                    PERFORM VARYING WS-IDX-COL FROM WS-COL-INI BY 1
                            UNTIL WS-IDX-COL > WS-COL-FIM
                        STRING '|_____' DELIMITED BY SIZE
                            INTO REL-LINHA
                            WITH POINTER WS-PONTEIRO
                    END-PERFORM
                    IF WS-COL-INI = 1
                        STRING '| |___|___|___|___|' DELIMITED BY SIZE
                            INTO REL-LINHA
                            WITH POINTER WS-PONTEIRO
                    ELSE
                        STRING '|' DELIMITED BY SIZE
                            INTO REL-LINHA
                            WITH POINTER WS-PONTEIRO
                    END-IF
                    WRITE REL-LINHA
                END-IF
            END-PERFORM
            .

       P230-CONTA-ALUNO.
            ADD 1 TO WS-CONT-ALUNOS
            IF DR-AEE(WS-IDX-GRP) NOT = SPACES
                ADD 1 TO WS-CONT-AEE
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
