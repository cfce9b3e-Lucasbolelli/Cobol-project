      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: PORTEIRO DO AUTOATENDIMENTO DO PROFESSOR. O OPERADOR
      *          DE PERFIL P (PROFESSOR) E LIGADO PELO OPERMAN A UM
      *          PROFESSOR DO CADASTRO PROFCAT (OP-PROF-ID); AS
      *          TURMAS/MATERIAS DELE SAEM DA GRADE DE HORARIOS
      *          (GRADEHOR.DAT, GR-PROFESSOR) E DA ATRIBUICAO POR
      *          BIMESTRE (PROFBIM.DAT, LIDA CONTRA A LINHA DO
      *          NOTASV2). ACOES:
      *            'S' - SESSAO: DIZ SE O OPERADOR ASSINADO
      *                  (SESSAO.DAT) E PROFESSOR E DEVOLVE O NOME
      *                  DO PROFCAT ('S'), 'N' SE NAO E PERFIL P, 'X'
      *                  SE E PERFIL P SEM VINCULO VALIDO;
      *            'C' - CONFERE EM SILENCIO SE ANO/TURMA/MATERIA (E
      *                  O ID, SE INFORMADO) SAO DO PROFESSOR DA
      *                  SESSAO - MATERIA EM BRANCO VALE QUALQUER UMA
      *                  DA TURMA. FORA DO PERFIL P DEVOLVE SEMPRE
      *                  'S';
      *            'V' - COMO 'C', MAS A RECUSA E AVISADA NA TELA E
      *                  REGISTRADA NO LOG DE ACESSOS (LGPDLOG,
      *                  ACESSOS.DAT, PROPOSITO 'RECUSADO');
      *            'L' - LISTA NA TELA AS TURMAS/MATERIAS DO
      *                  PROFESSOR DA SESSAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
               SELECT OPER-FILE
               ASSIGN TO
                   WS-PATH-OPERADORES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS OP-NOME
                   FILE STATUS IS WS-FS-OPER
                   .
               SELECT PROFCAT-FILE
               ASSIGN TO
                   WS-PATH-PROFCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PROF-NOME
                   FILE STATUS IS WS-FS-PROF
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT PROFBIM-FILE
               ASSIGN TO
                   WS-PATH-PROFBIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PB-CHAVE
                   FILE STATUS IS WS-FS-PBM
                   .
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
       DATA DIVISION.
       FILE SECTION.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       FD OPER-FILE
       DATA RECORD IS OPERADOR-LINHA.
           COPY OPERADOR_DADOS.
       FD PROFCAT-FILE
       DATA RECORD IS PROFCAT-LINHA.
           COPY PROFCAT_DADOS.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD PROFBIM-FILE
       DATA RECORD IS PROFBIM-LINHA.
           COPY PROFBIM_DADOS.
       FD BOLETIM
       DATA RECORD IS BOLETIM-LINHA.
           COPY BOLETIM_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-FS-SESSAO                 PIC 99.
       77 WS-FS-OPER                   PIC 99.
          88 FS-OPER-OK                VALUE 0.
       77 WS-FS-PROF                   PIC 99.
          88 FS-PROF-OK                VALUE 0.
       77 WS-FS-GRD                    PIC 99.
          88 FS-GRD-OK                 VALUE 0.
       77 WS-FS-PBM                    PIC 99.
          88 FS-PBM-OK                 VALUE 0.
       77 WS-FS                        PIC 99.
          88 FS-OK                     VALUE 0.
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-PERFIL-SESSAO             PIC X.
       77 WS-PROF-ID-SESSAO            PIC 9(04).
       77 WS-PROF-SESSAO               PIC X(30).
       77 WS-ACHOU                     PIC X VALUE 'N'.
          88 ACHOU-OK                  VALUE 'S' FALSE 'N'.
       77 WS-ID-ANO                    PIC X(07).
       77 WS-ID-TURMA                  PIC X(10).
       77 WS-ID-MATERIA                PIC X(20).
       77 WS-ID-NOME                   PIC X(30).
       77 WS-ID-ORIGEM                 PIC X.
       77 WS-LG-PROGRAMA               PIC X(12).
       77 WS-LG-PROPOSITO              PIC X(10) VALUE 'RECUSADO'.
       77 WS-LG-NOME                   PIC X(30).
      * Turmas/materias do professor: uma entrada por ano/turma/
      * materia, marcada G (grade de horarios) ou B (atribuicao por
      * bimestre de um aluno) - a primeira origem encontrada fica.
       77 WS-QTD-TM                    PIC 9(03) VALUE 0.
       01 WS-TM-TAB.
           05 WS-TM-ENTRY OCCURS 100 TIMES.
               10 TM-ANO               PIC X(07).
               10 TM-TURMA             PIC X(10).
               10 TM-MATERIA           PIC X(20).
               10 TM-ORIGEM            PIC X.
       77 WS-IDX                       PIC 9(03).
       LINKAGE SECTION.
       01 WS-PC-ACAO                   PIC X.
       01 WS-PC-ANO                    PIC X(07).
       01 WS-PC-TURMA                  PIC X(10).
       01 WS-PC-MATERIA                PIC X(20).
       01 WS-PC-ID                     PIC 9(06).
       01 WS-PC-PROFESSOR              PIC X(30).
       01 WS-PC-RESULTADO              PIC X.
       PROCEDURE DIVISION USING WS-PC-ACAO WS-PC-ANO WS-PC-TURMA
                                WS-PC-MATERIA WS-PC-ID
                                WS-PC-PROFESSOR WS-PC-RESULTADO.

       P100-INICIO.
           PERFORM P200-PROFESSOR-DA-SESSAO
           EVALUATE WS-PC-ACAO
               WHEN 'S'
                   MOVE WS-PROF-SESSAO TO WS-PC-PROFESSOR
                   EVALUATE TRUE
                       WHEN WS-PERFIL-SESSAO NOT = 'P'
                           MOVE 'N' TO WS-PC-RESULTADO
                       WHEN WS-PROF-SESSAO = SPACES
                           MOVE 'X' TO WS-PC-RESULTADO
                       WHEN OTHER
                           MOVE 'S' TO WS-PC-RESULTADO
                   END-EVALUATE
               WHEN 'C'
               WHEN 'V'
                   PERFORM P400-CONFERE
               WHEN 'L'
                   PERFORM P500-LISTA
               WHEN OTHER
                   MOVE 'N' TO WS-PC-RESULTADO
           END-EVALUATE
           GOBACK
           .

       P200-PROFESSOR-DA-SESSAO.
      * Operador e perfil da sessao (SESSAO.DAT, gravado no sign-on
      * do BOLETIMV2); perfil P busca o vinculo OP-PROF-ID e o nome
      * do professor ativo no PROFCAT.
           MOVE SPACE  TO WS-PERFIL-SESSAO
           MOVE SPACES TO WS-PROF-SESSAO
           MOVE 0      TO WS-PROF-ID-SESSAO
           OPEN INPUT SESSAO-FILE
           IF WS-FS-SESSAO NOT = 0
               EXIT PARAGRAPH
           END-IF
           READ SESSAO-FILE
               AT END
                   MOVE SPACES TO SE-OPERADOR SE-PERFIL
           END-READ
           CLOSE SESSAO-FILE
           MOVE SE-PERFIL TO WS-PERFIL-SESSAO
           IF WS-PERFIL-SESSAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT OPER-FILE
           IF FS-OPER-OK
               MOVE SE-OPERADOR TO OP-NOME
               READ OPER-FILE
                   KEY IS OP-NOME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OP-PROF-ID TO WS-PROF-ID-SESSAO
               END-READ
               CLOSE OPER-FILE
           END-IF
           IF WS-PROF-ID-SESSAO = 0
               EXIT PARAGRAPH
           END-IF

      * O PROFCAT e indexado pelo nome: o ID sai de uma varredura.
           OPEN INPUT PROFCAT-FILE
           IF NOT FS-PROF-OK
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ PROFCAT-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF PROF-ID = WS-PROF-ID-SESSAO
                           IF PROF-ATIVO = 'S'
                               MOVE PROF-NOME TO WS-PROF-SESSAO
                           END-IF
                           SET EOF-OK TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFCAT-FILE
           .

       P300-MONTA-TURMAS.
      * Grade de horarios: toda aula do professor, de qualquer ano.
           MOVE 0 TO WS-QTD-TM
           OPEN INPUT GRADE-FILE
           IF FS-GRD-OK
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ GRADE-FILE NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF GR-PROFESSOR = WS-PROF-SESSAO
                               MOVE GR-ANO     TO WS-ID-ANO
                               MOVE GR-TURMA   TO WS-ID-TURMA
                               MOVE GR-MATERIA TO WS-ID-MATERIA
                               MOVE 'G'        TO WS-ID-ORIGEM
                               PERFORM P350-GUARDA-TURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF

      * Atribuicao por bimestre: a linha do boletim diz de que
      * ano/turma/materia e o aluno atribuido ao professor.
           OPEN INPUT PROFBIM-FILE
           IF NOT FS-PBM-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOLETIM
           IF NOT FS-OK
               CLOSE PROFBIM-FILE
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ PROFBIM-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF PB-PROFESSOR = WS-PROF-SESSAO
                           MOVE PB-ID TO F-ID
                           READ BOLETIM
                               KEY IS F-ID
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE F-ANO-LETIVO TO WS-ID-ANO
                                   MOVE F-TURMA      TO WS-ID-TURMA
                                   MOVE F-MATERIA    TO WS-ID-MATERIA
                                   MOVE 'B'        TO WS-ID-ORIGEM
                                   PERFORM P350-GUARDA-TURMA
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOLETIM
           CLOSE PROFBIM-FILE
           .

       P350-GUARDA-TURMA.
      * So entra o que ainda nao esta na tabela.
           SET ACHOU-OK TO FALSE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TM OR ACHOU-OK
               IF TM-ANO(WS-IDX) = WS-ID-ANO
                  AND TM-TURMA(WS-IDX) = WS-ID-TURMA
                  AND TM-MATERIA(WS-IDX) = WS-ID-MATERIA
                   SET ACHOU-OK TO TRUE
               END-IF
           END-PERFORM
           IF NOT ACHOU-OK AND WS-QTD-TM < 100
               ADD 1 TO WS-QTD-TM
               MOVE WS-ID-ANO      TO TM-ANO(WS-QTD-TM)
               MOVE WS-ID-TURMA    TO TM-TURMA(WS-QTD-TM)
               MOVE WS-ID-MATERIA  TO TM-MATERIA(WS-QTD-TM)
               MOVE WS-ID-ORIGEM  TO TM-ORIGEM(WS-QTD-TM)
           END-IF
           .

       P400-CONFERE.
      * Fora do perfil P nada e restrito aqui - a matriz de
      * permissoes ja decidiu quem entra no programa.
           MOVE 'S' TO WS-PC-RESULTADO
           IF WS-PERFIL-SESSAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF

      * Com ID informado vale a linha do boletim: ano, turma e
      * materia sao os dela, nao os digitados.
           MOVE WS-PC-ANO     TO WS-ID-ANO
           MOVE WS-PC-TURMA   TO WS-ID-TURMA
           MOVE WS-PC-MATERIA TO WS-ID-MATERIA
           MOVE SPACES        TO WS-ID-NOME
           IF WS-PC-ID NOT = 0
               OPEN INPUT BOLETIM
               IF FS-OK
                   MOVE WS-PC-ID TO F-ID
                   READ BOLETIM
                       KEY IS F-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE F-ANO-LETIVO TO WS-ID-ANO
                           MOVE F-TURMA      TO WS-ID-TURMA
                           MOVE F-MATERIA    TO WS-ID-MATERIA
                           MOVE F-NOME       TO WS-ID-NOME
                   END-READ
                   CLOSE BOLETIM
               END-IF
           END-IF

           SET ACHOU-OK TO FALSE
           IF WS-PROF-SESSAO NOT = SPACES
               PERFORM P300-MONTA-TURMAS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-TM OR ACHOU-OK
                   IF TM-ANO(WS-IDX) = WS-ID-ANO
                      AND TM-TURMA(WS-IDX) = WS-ID-TURMA
                      AND (WS-ID-MATERIA = SPACES
                           OR TM-MATERIA(WS-IDX) = WS-ID-MATERIA)
                       SET ACHOU-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF ACHOU-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PC-RESULTADO
           IF WS-PC-ACAO = 'V'
               DISPLAY 'ACESSO RECUSADO - ' FUNCTION TRIM(WS-ID-TURMA)
                       ' ' FUNCTION TRIM(WS-ID-MATERIA) ' DE '
                       WS-ID-ANO ' NAO E TURMA/MATERIA SUA'
      * Sem aluno identificado, o log leva a turma/materia tentada
      * no lugar do nome.
               IF WS-ID-NOME = SPACES
                   MOVE SPACES TO WS-LG-NOME
                   STRING WS-ID-ANO DELIMITED BY SIZE
                          ' '       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ID-TURMA) DELIMITED BY SIZE
                          ' '       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ID-MATERIA)
                                    DELIMITED BY SIZE
                       INTO WS-LG-NOME
               ELSE
                   MOVE WS-ID-NOME TO WS-LG-NOME
               END-IF
               MOVE WS-PROGRAMA-CORRENTE TO WS-LG-PROGRAMA
               CALL 'LGPDLOG' USING WS-PC-ID WS-LG-NOME
                                    WS-LG-PROGRAMA WS-LG-PROPOSITO
           END-IF
           .

       P500-LISTA.
           MOVE 'N' TO WS-PC-RESULTADO
           IF WS-PROF-SESSAO = SPACES
               DISPLAY 'OPERADOR SEM PROFESSOR VINCULADO (OPERMAN)'
               EXIT PARAGRAPH
           END-IF
           PERFORM P300-MONTA-TURMAS
           DISPLAY ' '
           DISPLAY 'TURMAS/MATERIAS DE ' FUNCTION TRIM(WS-PROF-SESSAO)
           IF WS-QTD-TM = 0
               DISPLAY '  NENHUMA NA GRADE DE HORARIOS (GRADEMAN) NEM '
                       'NA ATRIBUICAO POR BIMESTRE (ATRIBPROF)'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-TM
               IF TM-ORIGEM(WS-IDX) = 'G'
                   DISPLAY '  ' TM-ANO(WS-IDX) ' ' TM-TURMA(WS-IDX)
                           ' ' TM-MATERIA(WS-IDX) ' (GRADE)'
               ELSE
                   DISPLAY '  ' TM-ANO(WS-IDX) ' ' TM-TURMA(WS-IDX)
                           ' ' TM-MATERIA(WS-IDX) ' (ATRIBUICAO)'
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-PC-RESULTADO
           .
