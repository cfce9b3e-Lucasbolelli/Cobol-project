      *          MESMO DIA/PERIODO DO MESMO ANO LETIVO. IMPRIME A
      *          GRADE POR TURMA E A AGENDA POR PROFESSOR NO SPOOL
      *          (SPOOLNOVO). O RELCARGA LE ESTE ARQUIVO PARA RELATAR
      *          HORAS REALMENTE ALOCADAS. CADA ENCAIXE LEVA A SALA
      *          (SALAS.DAT, DO SALAMAN): SALA INEXISTENTE OU INATIVA,
      *          SALA JA OCUPADA POR OUTRA TURMA NO MESMO DIA/PERIODO
      *          E SALA MENOR QUE A CAPACIDADE DA TURMA NO TURMACAT
      *          SAO RECUSADAS. ENCAIXE SEM SALA (DA GRADE ANTERIOR
      *          AO CADASTRO DE SALAS) RECEBE A SALA PELA OPCAO 5.
      *          CADA ENCAIXE FICA NA UNIDADE ESCOLAR DA TURMA
      *          (UNIDADE, PELO TURMACAT): O OPERADOR DE UMA UNIDADE SO
      *          MEXE NA GRADE DAS SUAS TURMAS E SO VE A SUA PARTE DA
      *          AGENDA DO PROFESSOR. O CHOQUE DE HORARIO DO PROFESSOR
      *          CONTINUA VALENDO PARA A REDE INTEIRA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT SALA-FILE
               ASSIGN TO
                   WS-PATH-SALAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SA-CODIGO
                   FILE STATUS IS WS-FS-SAL
                   .
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD SALA-FILE
       DATA RECORD IS SALA-LINHA.
           COPY SALA_DADOS.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
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
       77 WS-CHOQUE                PIC X.
          88 CHOQUE-OK             VALUE 'S' FALSE 'N'.
       77 WS-TURMA-CHOQUE          PIC X(10).
      * Sala do encaixe (SALAS.DAT) x capacidade da turma (TURMACAT).
       77 WS-FS-SAL                PIC 99.
          88 FS-SAL-OK             VALUE 0.
       77 WS-FS-TUR                PIC 99.
          88 FS-TUR-OK             VALUE 0.
       77 WS-SALA                  PIC X(06).
       77 WS-SALA-OK               PIC X.
          88 SALA-OK               VALUE 'S' FALSE 'N'.
       77 WS-CHOQUE-SALA           PIC X.
          88 CHOQUE-SALA-OK        VALUE 'S' FALSE 'N'.
       77 WS-TURMA-SALA            PIC X(10).
       77 WS-SALA-CAPACIDADE       PIC 9(03).
       77 WS-TURMA-CAPACIDADE      PIC 9(03).
       77 WS-SALA-ANTERIOR         PIC X(06).
       77 WS-CONT-LINHAS           PIC 9(03).
      * Unidade escolar da turma do encaixe (UNIDADE).
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-TURMA         PIC X(02).
       01 WS-NOME-DIA-TAB.
           05 FILLER               PIC X(07) VALUE 'SEGUNDA'.
           05 FILLER               PIC X(07) VALUE 'TERCA  '.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'GRADEMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            DISPLAY '2 - EXCLUIR ENCAIXE DA GRADE'
            DISPLAY '3 - IMPRIMIR GRADE DE UMA TURMA'
            DISPLAY '4 - IMPRIMIR AGENDA DE UM PROFESSOR'
            DISPLAY '5 - TROCAR A SALA DE UM ENCAIXE'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
                    PERFORM P300-GRADE-TURMA
                WHEN '4'
                    PERFORM P400-AGENDA-PROF
                WHEN '5'
                    PERFORM P500-TROCA-SALA
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                ACCEPT WS-PERIODO
            .

       P070-UNIDADE-DA-TURMA.
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO WS-TURMA
                                 WS-UNIDADE-TURMA WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                DISPLAY 'TURMA ' WS-TURMA ' E DA UNIDADE '
                        WS-UNIDADE-TURMA ' - FORA DA SUA UNIDADE'
            END-IF
            .

       P100-INCLUI.
            PERFORM P060-PEDE-SLOT
            IF WS-DIA < 1 OR WS-DIA > 6
                DISPLAY 'DIA OU PERIODO INVALIDO - NADA INCLUIDO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P070-UNIDADE-DA-TURMA
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF

            DISPLAY 'MATERIA: '
                ACCEPT WS-MATERIA
                EXIT PARAGRAPH
            END-IF

            DISPLAY 'SALA (CODIGO DO SALAMAN): '
                ACCEPT WS-SALA
            PERFORM P160-VALIDA-SALA
            IF NOT SALA-OK
                EXIT PARAGRAPH
            END-IF

            PERFORM P050-ABRE-GRADE
            IF NOT FS-GRD-OK
                EXIT PARAGRAPH
                CLOSE GRADE-FILE
                EXIT PARAGRAPH
            END-IF
            IF CHOQUE-SALA-OK
                DISPLAY 'SALA OCUPADA: ' WS-SALA
                        ' JA ESTA COM A TURMA ' WS-TURMA-SALA
                        ' NO MESMO DIA/PERIODO'
                DISPLAY 'ENCAIXE NAO GRAVADO'
                CLOSE GRADE-FILE
                EXIT PARAGRAPH
            END-IF

            MOVE WS-ANO       TO GR-ANO
            MOVE WS-TURMA     TO GR-TURMA
            MOVE WS-PERIODO   TO GR-PERIODO
            MOVE WS-MATERIA   TO GR-MATERIA
            MOVE WS-PROFESSOR TO GR-PROFESSOR
            MOVE WS-SALA      TO GR-SALA
            MOVE WS-UNIDADE-TURMA TO GR-UNIDADE
            WRITE GRADE-LINHA
            EVALUATE WS-FS-GRD
                WHEN 0
            .

       P150-CHECA-CHOQUE.
      * Varre a grade do ano procurando o professor - e a sala - no
      * mesmo dia/periodo em QUALQUER outra turma.
            SET CHOQUE-OK TO FALSE
            SET CHOQUE-SALA-OK TO FALSE
            MOVE SPACES TO WS-TURMA-CHOQUE WS-TURMA-SALA
            SET EOF-OK TO FALSE
            MOVE WS-ANO     TO GR-ANO
            MOVE LOW-VALUES TO GR-TURMA
            START GRADE-FILE KEY IS NOT LESS GR-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR CHOQUE-OK OR CHOQUE-SALA-OK
                READ GRADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                            IF GR-DIA = WS-DIA
                               AND GR-PERIODO = WS-PERIODO
                               AND GR-PROFESSOR = WS-PROFESSOR
                               AND GR-TURMA NOT = WS-TURMA
                                SET CHOQUE-OK TO TRUE
                                MOVE GR-TURMA TO WS-TURMA-CHOQUE
                            END-IF
                            IF GR-DIA = WS-DIA
                               AND GR-PERIODO = WS-PERIODO
                               AND GR-SALA = WS-SALA
                               AND GR-SALA NOT = SPACES
                               AND GR-TURMA NOT = WS-TURMA
                                SET CHOQUE-SALA-OK TO TRUE
                                MOVE GR-TURMA TO WS-TURMA-SALA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P160-VALIDA-SALA.
      * Sala cadastrada e ativa, e do tamanho da turma: a capacidade
      * da turma no TURMACAT nao pode passar a da sala.
            SET SALA-OK TO FALSE
            OPEN INPUT SALA-FILE
            IF NOT FS-SAL-OK
                DISPLAY 'CADASTRO DE SALAS VAZIO (SALAMAN)'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SALA TO SA-CODIGO
            READ SALA-FILE
                KEY IS SA-CODIGO
                INVALID KEY
                    MOVE SPACES TO SA-ATIVA
                    MOVE 0      TO SA-CAPACIDADE
            END-READ
            CLOSE SALA-FILE
            IF NOT SA-ATIVA-OK
                DISPLAY 'SALA NAO CADASTRADA OU INATIVA: ' WS-SALA
                EXIT PARAGRAPH
            END-IF
            MOVE SA-CAPACIDADE TO WS-SALA-CAPACIDADE
            MOVE 0 TO WS-TURMA-CAPACIDADE
            OPEN INPUT TURMACAT-FILE
            IF FS-TUR-OK
                MOVE WS-ANO   TO TU-ANO
                MOVE WS-TURMA TO TU-TURMA
                READ TURMACAT-FILE
                    KEY IS TU-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE TU-CAPACIDADE TO WS-TURMA-CAPACIDADE
                END-READ
                CLOSE TURMACAT-FILE
            END-IF
            IF WS-TURMA-CAPACIDADE > WS-SALA-CAPACIDADE
                DISPLAY 'SALA PEQUENA: ' FUNCTION TRIM(SA-NOME)
                        ' COMPORTA ' WS-SALA-CAPACIDADE
                        ' E A TURMA TEM CAPACIDADE '
                        WS-TURMA-CAPACIDADE ' (TURMACAT)'
                DISPLAY 'ENCAIXE NAO GRAVADO'
                EXIT PARAGRAPH
            END-IF
            SET SALA-OK TO TRUE
            .

       P200-EXCLUI.
            PERFORM P060-PEDE-SLOT
            PERFORM P070-UNIDADE-DA-TURMA
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-ABRE-GRADE
            IF NOT FS-GRD-OK
                EXIT PARAGRAPH
                ACCEPT WS-ANO
            DISPLAY 'TURMA: '
                ACCEPT WS-TURMA
            PERFORM P070-UNIDADE-DA-TURMA
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF

            OPEN INPUT GRADE-FILE
            IF NOT FS-GRD-OK
                   GR-PERIODO DELIMITED BY SIZE
                   'o PERIODO  ' DELIMITED BY SIZE
                   GR-MATERIA DELIMITED BY SIZE
                   ' SALA ' DELIMITED BY SIZE
                   GR-SALA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(GR-PROFESSOR) DELIMITED BY SIZE
                INTO REL-LINHA
                            SET EOF-OK TO TRUE
                        ELSE
                            IF GR-PROFESSOR = WS-PROFESSOR
                                MOVE 'V' TO WS-UN-ACAO
                                CALL 'UNIDADE' USING WS-UN-ACAO GR-ANO
                                                     GR-TURMA GR-UNIDADE
                                                     WS-UN-RESULTADO
                                IF UN-VISIVEL
                                    PERFORM P450-LINHA-AGENDA
                                END-IF
                            END-IF
                        END-IF
                END-READ
                   GR-TURMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   GR-MATERIA DELIMITED BY SIZE
                   ' SALA ' DELIMITED BY SIZE
                   GR-SALA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA
            .

       P500-TROCA-SALA.
            PERFORM P060-PEDE-SLOT
            PERFORM P070-UNIDADE-DA-TURMA
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-ABRE-GRADE
            IF NOT FS-GRD-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO     TO GR-ANO
            MOVE WS-TURMA   TO GR-TURMA
            MOVE WS-DIA     TO GR-DIA
            MOVE WS-PERIODO TO GR-PERIODO
            READ GRADE-FILE
                KEY IS GR-CHAVE
                INVALID KEY
                    DISPLAY 'ENCAIXE NAO ENCONTRADO NA GRADE'
                    CLOSE GRADE-FILE
                    EXIT PARAGRAPH
            END-READ
            DISPLAY GR-MATERIA ' COM ' FUNCTION TRIM(GR-PROFESSOR)
                    ' - SALA ATUAL: ' GR-SALA
            MOVE GR-SALA      TO WS-SALA-ANTERIOR
            MOVE GR-MATERIA   TO WS-MATERIA
            MOVE GR-PROFESSOR TO WS-PROFESSOR
            DISPLAY 'NOVA SALA: '
                ACCEPT WS-SALA
            PERFORM P160-VALIDA-SALA
            IF NOT SALA-OK
                CLOSE GRADE-FILE
                EXIT PARAGRAPH
            END-IF
      * A varredura de choque move o registro corrente: guarda o
      * resultado e rele o encaixe antes de regravar.
            PERFORM P150-CHECA-CHOQUE
            IF CHOQUE-SALA-OK
                DISPLAY 'SALA OCUPADA: ' WS-SALA
                        ' JA ESTA COM A TURMA ' WS-TURMA-SALA
                        ' NO MESMO DIA/PERIODO'
                CLOSE GRADE-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO     TO GR-ANO
            MOVE WS-TURMA   TO GR-TURMA
            MOVE WS-DIA     TO GR-DIA
            MOVE WS-PERIODO TO GR-PERIODO
            READ GRADE-FILE
                KEY IS GR-CHAVE
                INVALID KEY
                    DISPLAY 'ENCAIXE NAO ENCONTRADO NA GRADE'
                    CLOSE GRADE-FILE
                    EXIT PARAGRAPH
            END-READ
            MOVE WS-SALA TO GR-SALA
            MOVE WS-UNIDADE-TURMA TO GR-UNIDADE
            REWRITE GRADE-LINHA
            IF FS-GRD-OK
                DISPLAY 'SALA ' WS-SALA-ANTERIOR ' -> ' WS-SALA
            ELSE
                DISPLAY 'ERRO AO REGRAVAR --> COD ' WS-FS-GRD
            END-IF
            CLOSE GRADE-FILE
            .
