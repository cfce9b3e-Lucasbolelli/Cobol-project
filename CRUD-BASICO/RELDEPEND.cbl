      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: RELATORIO DE DEPENDENCIAS - PROGRESSAO PARCIAL. LE O
      *          REGISTRO DE DEPENDENCIAS (DEPENDENCIAS.DAT, GRAVADO
      *          PELO PROMOCAO) E A SITUACAO ATUAL DE CADA LINHA DE
      *          DEPENDENCIA NO NOTASV2 E IMPRIME NO SPOOL (1) AS
      *          DEPENDENCIAS EM ABERTO - ALUNO, MATERIA, ANO DA
      *          REPROVACAO, ANO/TURMA EM QUE ESTA SENDO CURSADA E A
      *          SITUACAO NA LINHA (OU 'NAO SEMEADA') - E (2) OS
      *          ALUNOS CUJA DEPENDENCIA NAO RESOLVIDA BLOQUEIA A
      *          PROXIMA PROMOCAO: REPROVADO NA DEPENDENCIA RETEM
      *          (RETIDO-DP NO PROMOCAO), DEPENDENCIA AINDA EM CURSO
      *          DEIXA A DECISAO PENDENTE. O ANO INFORMADO E O ANO EM
      *          QUE A DEPENDENCIA E CURSADA; EM BRANCO LISTA TODAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEPEND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS
                   .
               SELECT DEP-FILE
               ASSIGN TO
                   WS-PATH-DEPENDENCIAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DP-ID-ORIGEM
                   ALTERNATE RECORD KEY IS DP-ID-DEP
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-DEP
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD DEP-FILE
       DATA RECORD IS DEPENDENCIA-LINHA.
           COPY DEPENDENCIA_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK).
       77 WS-TR-MODO               PIC X.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-DEP-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
      * Spool de relatorios (SPOOLNOVO).
       77 WS-SPL-PROGRAMA          PIC X(12)
                                    VALUE 'RELDEPEND'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-BOL-ABERTO            PIC X VALUE 'N'.
          88 BOL-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77 WS-ANO-ALVO              PIC X(07).
      * Dependencias nao cumpridas do filtro, agrupadas por aluno na
      * segunda parte do relatorio.
       77 WS-QTD-DEP               PIC 9(03) VALUE 0.
       01 WS-DEP-TAB.
           05 WS-DEP-ENTRY OCCURS 500 TIMES.
               10 DB-NOME              PIC X(30).
               10 DB-MATERIA           PIC X(20).
               10 DB-ANO-ORIGEM        PIC X(07).
               10 DB-ANO-CURSO         PIC X(07).
               10 DB-TURMA-CURSO       PIC X(10).
               10 DB-STATUS            PIC X.
               10 DB-SITUACAO          PIC X(14).
               10 DB-BLOQUEIA          PIC X.
               10 DB-IMPRESSO          PIC X.
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-GRP               PIC 9(03).
       77 WS-NOME-ATUAL            PIC X(30).
       77 WS-CONT-ABERTAS          PIC 9(03) VALUE 0.
       77 WS-CONT-ALUNOS           PIC 9(03) VALUE 0.
       77 WS-CONT-ALUNO-DEP        PIC 9(02).
       77 WS-CONT-ALUNO-REPROV     PIC 9(02).
       77 WS-MOTIVO                PIC X(32).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RELDEPEND' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** DEPENDENCIAS - PROGRESSAO PARCIAL ***'
            DISPLAY 'INFORME O ANO LETIVO/PERIODO EM QUE AS '
                    'DEPENDENCIAS SAO CURSADAS (EX: 2027/1, EM '
                    'BRANCO = TODAS): '
                ACCEPT WS-ANO-ALVO

            PERFORM P100-COLETA
            IF WS-QTD-DEP = 0
                DISPLAY 'NENHUMA DEPENDENCIA EM ABERTO OU REPROVADA '
                        'ENCONTRADA'
                STOP RUN
            END-IF

            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            PERFORM P200-ABERTAS
            PERFORM P300-BLOQUEADOS
            CLOSE REPORT-FILE

            DISPLAY 'DEPENDENCIAS EM ABERTO: '       WS-CONT-ABERTAS
            DISPLAY 'ALUNOS COM PROMOCAO BLOQUEADA: ' WS-CONT-ALUNOS
            DISPLAY 'RELATORIO GRAVADO EM: '          WS-PATH-RELATORIO
            STOP RUN
            .

       P100-COLETA.
            SET EOF-OK TO FALSE
            OPEN INPUT DEP-FILE
            IF NOT FS-DEP-OK
                CALL 'FSMSG' USING WS-FS-DEP WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE DEPENDENCIAS '
                        '--> COD ' WS-FS-DEP ': ' WS-FS-MSG
                STOP RUN
            END-IF
            OPEN INPUT BOLETIM
            IF FS-OK
                SET BOL-ABERTO-OK TO TRUE
            END-IF

            PERFORM UNTIL EOF-OK
                READ DEP-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NOT DP-CUMPRIDA
                           AND (WS-ANO-ALVO = SPACES
                                OR DP-ANO-CURSO = WS-ANO-ALVO)
                            PERFORM P110-GUARDA-DEPENDENCIA
                        END-IF
                END-READ
            END-PERFORM

            CLOSE DEP-FILE
            IF BOL-ABERTO-OK
                CLOSE BOLETIM
            END-IF
            .

       P110-GUARDA-DEPENDENCIA.
            IF WS-QTD-DEP >= 500
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-DEP
            MOVE DP-NOME        TO DB-NOME(WS-QTD-DEP)
            MOVE DP-MATERIA     TO DB-MATERIA(WS-QTD-DEP)
            MOVE DP-ANO-ORIGEM  TO DB-ANO-ORIGEM(WS-QTD-DEP)
            MOVE DP-ANO-CURSO   TO DB-ANO-CURSO(WS-QTD-DEP)
            MOVE DP-TURMA-CURSO TO DB-TURMA-CURSO(WS-QTD-DEP)
            MOVE DP-STATUS      TO DB-STATUS(WS-QTD-DEP)
            MOVE 'N'            TO DB-IMPRESSO(WS-QTD-DEP)

      * Situacao atual da linha de dependencia no boletim; entrada
      * ainda sem linha e a de aluno promovido que nao foi semeado.
            MOVE 'NAO SEMEADA' TO DB-SITUACAO(WS-QTD-DEP)
            IF DP-ID-DEP NOT = 0 AND BOL-ABERTO-OK
                MOVE DP-ID-DEP TO F-ID
                READ BOLETIM
                    KEY IS F-ID
                    INVALID KEY
                        MOVE 'NAO ENCONTRADA'
                            TO DB-SITUACAO(WS-QTD-DEP)
                    NOT INVALID KEY
                        MOVE F-STATUS TO DB-SITUACAO(WS-QTD-DEP)
                END-READ
            END-IF

      * Bloqueia a proxima promocao: reprovada (baixada ou ainda nao)
      * ou ainda sem aprovacao na linha de dependencia.
            EVALUATE TRUE
                WHEN DP-REPROVADA
                    MOVE 'R' TO DB-BLOQUEIA(WS-QTD-DEP)
                WHEN DB-SITUACAO(WS-QTD-DEP) = 'REPROVADO'
                    MOVE 'R' TO DB-BLOQUEIA(WS-QTD-DEP)
                WHEN DB-SITUACAO(WS-QTD-DEP) = 'APROVADO'
                    MOVE 'N' TO DB-BLOQUEIA(WS-QTD-DEP)
                WHEN OTHER
                    MOVE 'P' TO DB-BLOQUEIA(WS-QTD-DEP)
            END-EVALUATE
            .

       P200-ABERTAS.
            MOVE SPACES TO REL-LINHA
            IF WS-ANO-ALVO = SPACES
                MOVE 'DEPENDENCIAS EM ABERTO - TODOS OS ANOS'
                    TO REL-LINHA
            ELSE
                STRING
                    'DEPENDENCIAS EM ABERTO - CURSADAS EM '
                                        DELIMITED BY SIZE
                    WS-ANO-ALVO         DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ALUNO                          MATERIA              RE
      -         'PROV. CURSADA TURMA      SITUACAO' TO REL-LINHA
            WRITE REL-LINHA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-DEP
                IF DB-STATUS(WS-IDX) = 'A'
                    ADD 1 TO WS-CONT-ABERTAS
                    MOVE SPACES TO REL-LINHA
                    STRING
                        DB-NOME(WS-IDX)         DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        DB-MATERIA(WS-IDX)      DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        DB-ANO-ORIGEM(WS-IDX)   DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        DB-ANO-CURSO(WS-IDX)    DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        DB-TURMA-CURSO(WS-IDX)  DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        DB-SITUACAO(WS-IDX)     DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                END-IF
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING
                'TOTAL DE DEPENDENCIAS EM ABERTO: '
                                    DELIMITED BY SIZE
                WS-CONT-ABERTAS     DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P300-BLOQUEADOS.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ALUNOS COM A PROXIMA PROMOCAO BLOQUEADA POR DEPENDEN
      -         'CIA' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ALUNO                          DEPEND. REPROV. MOTIVO'
                TO REL-LINHA
            WRITE REL-LINHA

      * Um aluno por linha: pega a primeira dependencia bloqueante
      * ainda nao impressa e soma todas as do mesmo aluno.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-DEP
                IF DB-BLOQUEIA(WS-IDX) NOT = 'N'
                   AND DB-IMPRESSO(WS-IDX) NOT = 'S'
                    MOVE DB-NOME(WS-IDX) TO WS-NOME-ATUAL
                    PERFORM P310-ALUNO-BLOQUEADO
                END-IF
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING
                'TOTAL DE ALUNOS COM PROMOCAO BLOQUEADA: '
                                    DELIMITED BY SIZE
                WS-CONT-ALUNOS      DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P310-ALUNO-BLOQUEADO.
            ADD 1 TO WS-CONT-ALUNOS
            MOVE 0 TO WS-CONT-ALUNO-DEP
            MOVE 0 TO WS-CONT-ALUNO-REPROV
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-DEP
                IF DB-NOME(WS-IDX-GRP) = WS-NOME-ATUAL
                   AND DB-BLOQUEIA(WS-IDX-GRP) NOT = 'N'
                   AND DB-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                    MOVE 'S' TO DB-IMPRESSO(WS-IDX-GRP)
                    ADD 1 TO WS-CONT-ALUNO-DEP
                    IF DB-BLOQUEIA(WS-IDX-GRP) = 'R'
                        ADD 1 TO WS-CONT-ALUNO-REPROV
                    END-IF
                END-IF
            END-PERFORM

            IF WS-CONT-ALUNO-REPROV > 0
                MOVE 'RETENCAO - REPROVADO NA DEPEND.' TO WS-MOTIVO
            ELSE
                MOVE 'PENDENTE - DEPENDENCIA EM CURSO' TO WS-MOTIVO
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING
                WS-NOME-ATUAL           DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                WS-CONT-ALUNO-DEP       DELIMITED BY SIZE
                '      '                DELIMITED BY SIZE
                WS-CONT-ALUNO-REPROV    DELIMITED BY SIZE
                '      '                DELIMITED BY SIZE
                WS-MOTIVO               DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY FUNCTION TRIM(WS-NOME-ATUAL) ': '
                    FUNCTION TRIM(WS-MOTIVO)
            .
