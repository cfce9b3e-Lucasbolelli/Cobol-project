      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CADASTRO DE SALAS (SALAS.DAT): CODIGO, NOME,
      *          CAPACIDADE EM ALUNOS E TIPO - SALA COMUM,
      *          LABORATORIO, GINASIO/QUADRA OU BIBLIOTECA. A
      *          INCLUSAO/ALTERACAO E A ATIVACAO SAO A FUNCAO CADASTRO
      *          DA MATRIZ DE PERMISSOES (PERMCHK) E DEIXAM TRILHA DE
      *          AUDITORIA. A PARTIR DA GRADE HORARIA (GRADEMAN, QUE
      *          GRAVA A SALA EM CADA ENCAIXE) IMPRIME O QUADRO DE
      *          OCUPACAO DE UMA SALA - OU DE TODAS - POR DIA E
      *          PERIODO, E PROCURA AS SALAS LIVRES NUM DIA/PERIODO,
      *          COM FILTRO OPCIONAL DE TIPO E CAPACIDADE MINIMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAMAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SALA-FILE
               ASSIGN TO
                   WS-PATH-SALAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS SA-CODIGO
                   FILE STATUS IS WS-FS-SAL
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD SALA-FILE
       DATA RECORD IS SALA-LINHA.
           COPY SALA_DADOS.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
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
       77 WS-FS-SAL                PIC 99.
          88 FS-SAL-OK             VALUE 0.
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'SALAMAN'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-SALA              PIC X VALUE 'N'.
          88 EOF-SALA-OK           VALUE 'S' FALSE 'N'.
       77 WS-RESPOSTA              PIC X.
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'SALAMAN'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       77 WS-SALA                  PIC X(06).
       77 WS-ANO                   PIC X(07).
       77 WS-DIA                   PIC 9.
       77 WS-PERIODO               PIC 9.
       77 WS-TIPO-FILTRO           PIC X.
       77 WS-CAP-MINIMA            PIC 9(03).
       77 WS-CONT                  PIC 9(04).
       77 WS-IDX-DIA               PIC 9.
       77 WS-IDX-PER               PIC 9.
       77 WS-IDX-OCU               PIC 9(03).
       77 WS-OCUPADA               PIC X.
          88 OCUPADA-OK            VALUE 'S' FALSE 'N'.
       77 WS-NOME-TIPO             PIC X(12).
      * Quadro de ocupacao de uma sala: turma por periodo x dia.
       01 WS-QUADRO.
           05 WS-QD-PERIODO OCCURS 9 TIMES.
               10 WS-QD-TURMA      PIC X(10) OCCURS 6 TIMES.
      * Salas ocupadas no dia/periodo consultado.
       01 WS-OCUPADAS.
           05 WS-QTD-OCUPADAS      PIC 9(03) VALUE 0.
           05 WS-OCU-SALA          PIC X(06) OCCURS 200 TIMES.
       01 WS-LINHA-QUADRO.
           05 WS-LQ-PERIODO        PIC 9.
           05 FILLER               PIC X(03) VALUE 'o  '.
           05 WS-LQ-CELULA OCCURS 6 TIMES.
               10 WS-LQ-TURMA      PIC X(10).
               10 FILLER           PIC X VALUE '|'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SALAMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** CADASTRO DE SALAS ****'
            DISPLAY '1 - INCLUIR/ALTERAR SALA'
            DISPLAY '2 - LISTAR SALAS'
            DISPLAY '3 - ATIVAR/DESATIVAR SALA'
            DISPLAY '4 - IMPRIMIR QUADRO DE OCUPACAO'
            DISPLAY '5 - SALAS LIVRES NUM DIA/PERIODO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-GRAVA
                WHEN '2'
                    PERFORM P200-LISTA
                WHEN '3'
                    PERFORM P300-ATIVA
                WHEN '4'
                    PERFORM P400-QUADRO
                WHEN '5'
                    PERFORM P500-LIVRES
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-ABRE-SALAS.
            OPEN I-O SALA-FILE
            IF WS-FS-SAL = 35
                OPEN OUTPUT SALA-FILE
                CLOSE SALA-FILE
                OPEN I-O SALA-FILE
            END-IF
            IF NOT FS-SAL-OK
                CALL 'FSMSG' USING WS-FS-SAL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE SALAS --> COD '
                        WS-FS-SAL ': ' WS-FS-MSG
            END-IF
            .

       P060-CHECA-FUNCAO.
      * Manutencao do cadastro e funcao propria na matriz.
            MOVE 'CADASTRO' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            .

       P100-GRAVA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DA SALA: '
                ACCEPT WS-SALA
            IF WS-SALA = SPACES
                DISPLAY 'CODIGO OBRIGATORIO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-ABRE-SALAS
            IF NOT FS-SAL-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SALA TO SA-CODIGO
            READ SALA-FILE
                KEY IS SA-CODIGO
                INVALID KEY
                    MOVE SPACES TO WS-AUD-ANTES
                    MOVE WS-SALA TO SA-CODIGO
                    MOVE 'S'     TO SA-ATIVA
                    PERFORM P150-PEDE-DADOS
                    IF SA-TIPO-VALIDO AND SA-CAPACIDADE > 0
                        WRITE SALA-LINHA
                        IF FS-SAL-OK
                            DISPLAY 'SALA INCLUIDA'
                            PERFORM P180-AUDITA
                        ELSE
                            DISPLAY 'ERRO AO GRAVAR --> COD '
                                    WS-FS-SAL
                        END-IF
                    END-IF
                NOT INVALID KEY
                    DISPLAY 'SALA JA CADASTRADA: '
                            FUNCTION TRIM(SA-NOME)
                            ' CAP ' SA-CAPACIDADE ' TIPO ' SA-TIPO
                    MOVE SPACES TO WS-AUD-ANTES
                    STRING SA-CODIGO DELIMITED BY SIZE
                           ' CAP ' DELIMITED BY SIZE
                           SA-CAPACIDADE DELIMITED BY SIZE
                           ' TIPO ' DELIMITED BY SIZE
                           SA-TIPO DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
                    PERFORM P150-PEDE-DADOS
                    IF SA-TIPO-VALIDO AND SA-CAPACIDADE > 0
                        REWRITE SALA-LINHA
                        IF FS-SAL-OK
                            DISPLAY 'SALA ATUALIZADA'
                            PERFORM P180-AUDITA
                        ELSE
                            DISPLAY 'ERRO AO REGRAVAR --> COD '
                                    WS-FS-SAL
                        END-IF
                    END-IF
            END-READ
            CLOSE SALA-FILE
            .

       P150-PEDE-DADOS.
            DISPLAY 'NOME DA SALA: '
                ACCEPT SA-NOME
            DISPLAY 'CAPACIDADE (ALUNOS): '
                ACCEPT SA-CAPACIDADE
            DISPLAY 'TIPO (R=COMUM L=LABORATORIO G=GINASIO/QUADRA '
                    'B=BIBLIOTECA): '
                ACCEPT SA-TIPO
            MOVE FUNCTION UPPER-CASE(SA-TIPO) TO SA-TIPO
            IF NOT SA-TIPO-VALIDO
                DISPLAY 'TIPO INVALIDO - NADA GRAVADO'
            END-IF
            IF SA-CAPACIDADE = 0
                DISPLAY 'CAPACIDADE INVALIDA - NADA GRAVADO'
            END-IF
            .

       P180-AUDITA.
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING SA-CODIGO DELIMITED BY SIZE
                   ' CAP ' DELIMITED BY SIZE
                   SA-CAPACIDADE DELIMITED BY SIZE
                   ' TIPO ' DELIMITED BY SIZE
                   SA-TIPO DELIMITED BY SIZE
                   ' ATIVA ' DELIMITED BY SIZE
                   SA-ATIVA DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            .

       P200-LISTA.
            OPEN INPUT SALA-FILE
            IF NOT FS-SAL-OK
                CALL 'FSMSG' USING WS-FS-SAL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE SALAS --> COD '
                        WS-FS-SAL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT
            SET EOF-SALA-OK TO FALSE
            PERFORM UNTIL EOF-SALA-OK
                READ SALA-FILE NEXT RECORD
                    AT END
                        SET EOF-SALA-OK TO TRUE
                    NOT AT END
                        PERFORM P250-NOME-TIPO
                        DISPLAY SA-CODIGO ' ' SA-NOME ' CAP '
                                SA-CAPACIDADE ' ' WS-NOME-TIPO
                                ' ATIVA ' SA-ATIVA
                        ADD 1 TO WS-CONT
                END-READ
            END-PERFORM
            CLOSE SALA-FILE
            DISPLAY 'SALAS CADASTRADAS: ' WS-CONT
            .

       P250-NOME-TIPO.
            EVALUATE SA-TIPO
                WHEN 'R'
                    MOVE 'COMUM'        TO WS-NOME-TIPO
                WHEN 'L'
                    MOVE 'LABORATORIO'  TO WS-NOME-TIPO
                WHEN 'G'
                    MOVE 'GINASIO'      TO WS-NOME-TIPO
                WHEN 'B'
                    MOVE 'BIBLIOTECA'   TO WS-NOME-TIPO
                WHEN OTHER
                    MOVE '?'            TO WS-NOME-TIPO
            END-EVALUATE
            .

       P300-ATIVA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DA SALA: '
                ACCEPT WS-SALA
            PERFORM P050-ABRE-SALAS
            IF NOT FS-SAL-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SALA TO SA-CODIGO
            READ SALA-FILE
                KEY IS SA-CODIGO
                INVALID KEY
                    DISPLAY 'SALA NAO CADASTRADA'
                NOT INVALID KEY
                    MOVE SPACES TO WS-AUD-ANTES
                    STRING SA-CODIGO DELIMITED BY SIZE
                           ' ATIVA ' DELIMITED BY SIZE
                           SA-ATIVA DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
                    DISPLAY FUNCTION TRIM(SA-NOME)
                            ' - ATIVA: ' SA-ATIVA
                    DISPLAY 'DEIXAR A SALA ATIVA ? S/N'
                    CALL 'CONFIRMA' USING WS-RESPOSTA
                    IF WS-RESPOSTA = 'S'
                        MOVE 'S' TO SA-ATIVA
                    ELSE
                        MOVE 'N' TO SA-ATIVA
                    END-IF
                    REWRITE SALA-LINHA
                    IF FS-SAL-OK
                        DISPLAY 'SALA ' SA-CODIGO ' ATIVA: ' SA-ATIVA
                        PERFORM P180-AUDITA
                    ELSE
                        DISPLAY 'ERRO AO REGRAVAR --> COD ' WS-FS-SAL
                    END-IF
            END-READ
            CLOSE SALA-FILE
            .

       P400-QUADRO.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'SALA (EM BRANCO = TODAS AS SALAS ATIVAS): '
                ACCEPT WS-SALA
            OPEN INPUT SALA-FILE
            IF NOT FS-SAL-OK
                CALL 'FSMSG' USING WS-FS-SAL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE SALAS --> COD '
                        WS-FS-SAL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT GRADE-FILE
            IF NOT FS-GRD-OK
                CALL 'FSMSG' USING WS-FS-GRD WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A GRADE --> COD '
                        WS-FS-GRD ': ' WS-FS-MSG
                CLOSE SALA-FILE
                EXIT PARAGRAPH
            END-IF

            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
      * Tarja de treinamento: em instalacao de pratica, todo
      * documento do spool sai marcado (TREINOCHK).
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'QUADRO DE OCUPACAO DAS SALAS - ANO LETIVO '
                       DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT
            IF WS-SALA NOT = SPACES
                MOVE WS-SALA TO SA-CODIGO
                READ SALA-FILE
                    KEY IS SA-CODIGO
                    INVALID KEY
                        DISPLAY 'SALA NAO CADASTRADA'
                    NOT INVALID KEY
                        PERFORM P450-QUADRO-SALA
                END-READ
            ELSE
                SET EOF-SALA-OK TO FALSE
                PERFORM UNTIL EOF-SALA-OK
                    READ SALA-FILE NEXT RECORD
                        AT END
                            SET EOF-SALA-OK TO TRUE
                        NOT AT END
                            IF SA-ATIVA-OK
                                PERFORM P450-QUADRO-SALA
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SALA-FILE GRADE-FILE REPORT-FILE
            DISPLAY 'SALAS NO QUADRO: ' WS-CONT
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P450-QUADRO-SALA.
      * Varre a grade do ano e poe a turma em cada dia/periodo em
      * que a sala esta ocupada.
            ADD 1 TO WS-CONT
            MOVE SPACES TO WS-QUADRO
            SET EOF-OK TO FALSE
            MOVE WS-ANO     TO GR-ANO
            MOVE LOW-VALUES TO GR-TURMA
            MOVE 0          TO GR-DIA
            MOVE 0          TO GR-PERIODO
            START GRADE-FILE KEY IS NOT LESS GR-CHAVE
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
                            IF GR-SALA = SA-CODIGO
                               AND GR-DIA >= 1 AND GR-DIA <= 6
                               AND GR-PERIODO >= 1
                                MOVE GR-TURMA TO
                                    WS-QD-TURMA(GR-PERIODO, GR-DIA)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            PERFORM P250-NOME-TIPO
            MOVE SPACES TO REL-LINHA
            STRING 'SALA ' DELIMITED BY SIZE
                   SA-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SA-NOME) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-TIPO) DELIMITED BY SIZE
                   ' - CAPACIDADE ' DELIMITED BY SIZE
                   SA-CAPACIDADE DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE 'PER SEG       |TER       |QUA       |'
              TO REL-LINHA(1:37)
            MOVE 'QUI       |SEX       |SAB       |'
              TO REL-LINHA(38:33)
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                    UNTIL WS-IDX-PER > 9
                MOVE WS-IDX-PER TO WS-LQ-PERIODO
                PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                        UNTIL WS-IDX-DIA > 6
                    MOVE WS-QD-TURMA(WS-IDX-PER, WS-IDX-DIA)
                      TO WS-LQ-TURMA(WS-IDX-DIA)
                END-PERFORM
                MOVE SPACES TO REL-LINHA
                MOVE WS-LINHA-QUADRO TO REL-LINHA
                WRITE REL-LINHA
            END-PERFORM
            .

       P500-LIVRES.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'DIA DA SEMANA (1=SEG ... 6=SAB): '
                ACCEPT WS-DIA
            DISPLAY 'PERIODO DE AULA (1-9): '
                ACCEPT WS-PERIODO
            IF WS-DIA < 1 OR WS-DIA > 6
               OR WS-PERIODO < 1 OR WS-PERIODO > 9
                DISPLAY 'DIA OU PERIODO INVALIDO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'TIPO (R/L/G/B, EM BRANCO = QUALQUER): '
                ACCEPT WS-TIPO-FILTRO
            MOVE FUNCTION UPPER-CASE(WS-TIPO-FILTRO) TO WS-TIPO-FILTRO
            DISPLAY 'CAPACIDADE MINIMA (0 = QUALQUER): '
                ACCEPT WS-CAP-MINIMA

      * Salas ja ocupadas no dia/periodo, em qualquer turma.
            MOVE 0 TO WS-QTD-OCUPADAS
            OPEN INPUT GRADE-FILE
            IF FS-GRD-OK
                SET EOF-OK TO FALSE
                MOVE WS-ANO     TO GR-ANO
                MOVE LOW-VALUES TO GR-TURMA
                MOVE 0          TO GR-DIA
                MOVE 0          TO GR-PERIODO
                START GRADE-FILE KEY IS NOT LESS GR-CHAVE
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
                                IF GR-DIA = WS-DIA
                                   AND GR-PERIODO = WS-PERIODO
                                   AND GR-SALA NOT = SPACES
                                   AND WS-QTD-OCUPADAS < 200
                                    ADD 1 TO WS-QTD-OCUPADAS
                                    MOVE GR-SALA TO
                                        WS-OCU-SALA(WS-QTD-OCUPADAS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADE-FILE
            END-IF

            OPEN INPUT SALA-FILE
            IF NOT FS-SAL-OK
                CALL 'FSMSG' USING WS-FS-SAL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE SALAS --> COD '
                        WS-FS-SAL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'SALAS LIVRES:'
            MOVE 0 TO WS-CONT
            SET EOF-SALA-OK TO FALSE
            PERFORM UNTIL EOF-SALA-OK
                READ SALA-FILE NEXT RECORD
                    AT END
                        SET EOF-SALA-OK TO TRUE
                    NOT AT END
                        IF SA-ATIVA-OK
                           AND (WS-TIPO-FILTRO = SPACES
                                OR SA-TIPO = WS-TIPO-FILTRO)
                           AND SA-CAPACIDADE >= WS-CAP-MINIMA
                            PERFORM P550-CHECA-OCUPADA
                            IF NOT OCUPADA-OK
                                PERFORM P250-NOME-TIPO
                                DISPLAY SA-CODIGO ' ' SA-NOME ' CAP '
                                        SA-CAPACIDADE ' '
                                        WS-NOME-TIPO
                                ADD 1 TO WS-CONT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SALA-FILE
            DISPLAY 'SALAS LIVRES ENCONTRADAS: ' WS-CONT
            .

       P550-CHECA-OCUPADA.
            SET OCUPADA-OK TO FALSE
            PERFORM VARYING WS-IDX-OCU FROM 1 BY 1
                    UNTIL WS-IDX-OCU > WS-QTD-OCUPADAS OR OCUPADA-OK
                IF WS-OCU-SALA(WS-IDX-OCU) = SA-CODIGO
                    SET OCUPADA-OK TO TRUE
                END-IF
            END-PERFORM
            .
