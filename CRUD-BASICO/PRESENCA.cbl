      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: FREQUENCIA ESCOLAR DO BOLSA FAMILIA (SISTEMA
      *          PRESENCA). A CADA PERIODO BIMESTRAL DO PROGRAMA (1
      *          FEV/MAR, 2 ABR/MAI, 3 JUN/JUL, 4 AGO/SET, 5 OUT/NOV)
      *          CALCULA A FREQUENCIA DE CADA ALUNO BENEFICIARIO DO
      *          MESTRE (AL-BOLSA-FAMILIA, MANTIDO NO ALUMAN E
      *          CARREGADO PELO PREMATRICULA): AULAS PREVISTAS NO
      *          PERIODO PELOS DIAS LETIVOS (DIALETIVO) E PELA GRADE
      *          DA TURMA, MENOS AS FALTAS DO LIVRO (FALTAS.DAT) QUE
      *          O JUSTIFICA.DAT NAO ABONA. O MINIMO E O DO PROGRAMA:
      *          85% ATE 15 ANOS, 75% DE 16 E 17. O RESULTADO FICA EM
      *          FREQBF.DAT; SAI NO SPOOL A LISTA DOS ABAIXO DO
      *          MINIMO COM O CAMPO DO MOTIVO, A SECRETARIA INFORMA O
      *          CODIGO DO MOTIVO DE CADA UM E O ARQUIVO DE LAYOUT
      *          FIXO DO GOVERNO (PRESENCA.DAT, PRESENCA_LAYOUT) E
      *          GERADO DO PERIODO CALCULADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESENCA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS-FILE
               ASSIGN TO
                   WS-PATH-ALUNOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ALU
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT FALTAS-FILE
               ASSIGN TO
                   WS-PATH-FALTAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-FAL
                   .
               SELECT JUST-FILE
               ASSIGN TO
                   WS-PATH-JUSTIFICA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-JUS
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT FREQBF-FILE
               ASSIGN TO
                   WS-PATH-FREQBF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS BF-CHAVE
                   FILE STATUS IS WS-FS-FBF
                   .
               SELECT PRESENCA-FILE
               ASSIGN TO
                   WS-PATH-PRESENCA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRE
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD FALTAS-FILE
       DATA RECORD IS FALTA-LINHA.
           COPY FALTAS_DADOS.
       FD JUST-FILE
       DATA RECORD IS JUST-LINHA.
           COPY JUSTIFICA_DADOS.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD FREQBF-FILE
       DATA RECORD IS FREQBF-LINHA.
           COPY FREQBF_DADOS.
       FD PRESENCA-FILE
       DATA RECORD IS PRESENCA-REGISTRO.
           COPY PRESENCA_LAYOUT.
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
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-FAL                PIC 99.
       77 WS-FS-JUS                PIC 99.
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-FS-FBF                PIC 99.
          88 FS-FBF-OK             VALUE 0.
       77 WS-FS-PRE                PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'PRESENCA'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-ALU               PIC X VALUE 'N'.
          88 EOF-ALU-OK            VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'PRESENCA'.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
      * Periodo do programa e ano letivo das turmas.
       77 WS-ANO-CIVIL             PIC 9(04).
       77 WS-PERIODO               PIC 9.
       77 WS-ANO                   PIC X(07).
       77 WS-MES-INI               PIC 9(02).
       77 WS-MES-FIM               PIC 9(02).
       77 WS-DATA-INI              PIC X(10).
       77 WS-DATA-FIM              PIC X(10).
       77 WS-DATA-NUM              PIC 9(08).
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DATA-AUX              PIC X(10).
       77 WS-DIA-INI               PIC 9(08).
       77 WS-DIA-FIM               PIC 9(08).
       77 WS-DIA-CORRENTE          PIC 9(08).
      * Minimo de frequencia do programa, pela idade no inicio do
      * periodo.
       77 WS-MIN-ATE-15            PIC 9(03) VALUE 85.
       77 WS-MIN-16-17             PIC 9(03) VALUE 75.
       77 WS-IDADE                 PIC 9(03).
       77 WS-NASC-NUM              PIC 9(08).
       77 WS-INI-NUM               PIC 9(08).
      * Dias do periodo, resolvidos uma vez no DIALETIVO.
       77 WS-QTD-DIAS              PIC 9(02) VALUE 0.
       01 WS-DIAS-TAB.
           05 WS-DIA-ENTRY OCCURS 62 TIMES.
               10 DT-DATA          PIC X(10).
               10 DT-DIA-GRADE     PIC 9.
       77 WS-IDX-DIA               PIC 9(02).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
      * Aulas por dia da semana na grade da turma do aluno.
       01 WS-GRADE-DIA.
           05 WS-AULAS-DIA         PIC 9(02) OCCURS 6 TIMES.
       77 WS-AULAS-PADRAO          PIC 9(02) VALUE 5.
       77 WS-TURMA-GRADE           PIC X(10).
       77 WS-TOTAL-GRADE           PIC 9(03).
       77 WS-IDX-SEM               PIC 9.
      * Linhas de boletim do aluno no ano letivo (F-ID).
       77 WS-QTD-IDS               PIC 9(02) VALUE 0.
       01 WS-IDS-TAB.
           05 WS-ID-ALUNO          PIC 9(06) OCCURS 40 TIMES.
       77 WS-IDX-ID                PIC 9(02).
       77 WS-ID-DO-ALUNO           PIC X.
          88 ID-DO-ALUNO-OK        VALUE 'S' FALSE 'N'.
       77 WS-FALTA-JUSTIFICADA     PIC X.
      * Apuracao do aluno.
       77 WS-AULAS                 PIC 9(04).
       77 WS-FALTAS                PIC 9(04).
       77 WS-JUSTIFICADAS          PIC 9(04).
       77 WS-FALTAS-LIQUIDAS       PIC 9(04).
       77 WS-FREQUENCIA            PIC 9(03).
       77 WS-MINIMO                PIC 9(03).
       77 WS-MOTIVO-ANTERIOR       PIC X(02).
       77 WS-ID-BUSCA              PIC 9(06).
       77 WS-MOTIVO                PIC X(02).
      * Contadores.
       77 WS-CONT-ALUNOS           PIC 9(05).
       77 WS-CONT-ABAIXO           PIC 9(05).
       77 WS-CONT-SEM-NIS          PIC 9(05).
       77 WS-CONT-SEM-MOTIVO       PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PRESENCA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** BOLSA FAMILIA - SISTEMA PRESENCA ****'
            DISPLAY '1 - CALCULAR A FREQUENCIA DO PERIODO'
            DISPLAY '2 - INFORMAR MOTIVO DE BAIXA FREQUENCIA'
            DISPLAY '3 - GERAR O ARQUIVO DO PERIODO PARA O GOVERNO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CALCULA
                WHEN '2'
                    PERFORM P600-MOTIVO
                WHEN '3'
                    PERFORM P700-ARQUIVO
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-PEDE-PERIODO.
            DISPLAY 'ANO CIVIL (AAAA): '
                ACCEPT WS-ANO-CIVIL
            DISPLAY 'PERIODO (1=FEV/MAR 2=ABR/MAI 3=JUN/JUL '
                    '4=AGO/SET 5=OUT/NOV): '
                ACCEPT WS-PERIODO
            .

       P060-ABRE-FREQBF.
            OPEN I-O FREQBF-FILE
            IF WS-FS-FBF = 35
                OPEN OUTPUT FREQBF-FILE
                CLOSE FREQBF-FILE
                OPEN I-O FREQBF-FILE
            END-IF
            IF NOT FS-FBF-OK
                CALL 'FSMSG' USING WS-FS-FBF WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A FREQUENCIA DO BOLSA --> COD '
                        WS-FS-FBF ': ' WS-FS-MSG
            END-IF
            .

       P100-CALCULA.
            PERFORM P050-PEDE-PERIODO
            IF WS-PERIODO < 1 OR WS-PERIODO > 5
                DISPLAY 'PERIODO INVALIDO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO DAS TURMAS (EX: 2026/1): '
                ACCEPT WS-ANO
            PERFORM P150-MONTA-PERIODO
            IF WS-QTD-DIAS = 0
                DISPLAY 'NENHUM DIA LETIVO NO PERIODO ATE HOJE'
                EXIT PARAGRAPH
            END-IF

            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM P060-ABRE-FREQBF
            IF NOT FS-FBF-OK
                CLOSE ALUNOS-FILE
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
            STRING 'BOLSA FAMILIA - FREQUENCIA ABAIXO DO MINIMO - '
                       DELIMITED BY SIZE
                   WS-ANO-CIVIL DELIMITED BY SIZE
                   ' PERIODO ' DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-DATA-INI DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WS-DATA-FIM DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'NIS         ALUNO                          TURMA'
              TO REL-LINHA
            MOVE '      FREQ MIN  MOTIVO' TO REL-LINHA(51:22)
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT-ALUNOS WS-CONT-ABAIXO WS-CONT-SEM-NIS
            SET EOF-ALU-OK TO FALSE
            PERFORM UNTIL EOF-ALU-OK
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        SET EOF-ALU-OK TO TRUE
                    NOT AT END
                        IF AL-BENEFICIARIO AND AL-ATIVO = 'S'
                            PERFORM P200-CALCULA-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS-FILE FREQBF-FILE

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'BENEFICIARIOS: ' DELIMITED BY SIZE
                   WS-CONT-ALUNOS DELIMITED BY SIZE
                   '  ABAIXO DO MINIMO: ' DELIMITED BY SIZE
                   WS-CONT-ABAIXO DELIMITED BY SIZE
                   '  SEM NIS NO MESTRE: ' DELIMITED BY SIZE
                   WS-CONT-SEM-NIS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'MOTIVO: CODIGO DA TABELA DO PROGRAMA - INFORMAR NO '
              TO REL-LINHA
            MOVE 'PRESENCA, OPCAO 2' TO REL-LINHA(52:17)
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'BENEFICIARIOS CALCULADOS: ' WS-CONT-ALUNOS
            DISPLAY 'ABAIXO DO MINIMO: ' WS-CONT-ABAIXO
            IF WS-CONT-SEM-NIS > 0
                DISPLAY 'BENEFICIARIOS SEM NIS NO MESTRE (ALUMAN): '
                        WS-CONT-SEM-NIS
            END-IF
            DISPLAY 'LISTA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P150-MONTA-PERIODO.
      * Do primeiro dia do primeiro mes ao ultimo do segundo (ou
      * ate hoje, se o periodo ainda corre); guarda os dias letivos.
            COMPUTE WS-MES-INI = WS-PERIODO * 2
            COMPUTE WS-MES-FIM = WS-MES-INI + 1
            COMPUTE WS-DIA-INI = WS-ANO-CIVIL * 10000
                               + WS-MES-INI * 100 + 1
            COMPUTE WS-DATA-NUM = WS-ANO-CIVIL * 10000
                                + (WS-MES-FIM + 1) * 100 + 1
            COMPUTE WS-DIA-FIM =
                FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1
            COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-FIM)
            CALL 'DATAFMT' USING WS-DATA-NUM WS-DATA-FIM
            CALL 'DATAFMT' USING WS-DIA-INI WS-DATA-INI
            IF WS-DATA-NUM > WS-DATA-SISTEMA
                COMPUTE WS-DIA-FIM =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
            END-IF
            MOVE WS-DIA-INI TO WS-INI-NUM
            COMPUTE WS-DIA-INI = FUNCTION INTEGER-OF-DATE(WS-DIA-INI)

            MOVE 0 TO WS-QTD-DIAS
            PERFORM VARYING WS-DIA-CORRENTE FROM WS-DIA-INI BY 1
                    UNTIL WS-DIA-CORRENTE > WS-DIA-FIM
                COMPUTE WS-DATA-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
                CALL 'DATAFMT' USING WS-DATA-NUM WS-DATA-AUX
                CALL 'DIALETIVO' USING WS-DATA-AUX WS-DV-LETIVO
                                       WS-DV-TIPO WS-DV-DIA-GRADE
                                       WS-DV-DESCRICAO
                IF WS-DV-LETIVO = 'S' AND WS-QTD-DIAS < 62
                    ADD 1 TO WS-QTD-DIAS
                    MOVE WS-DATA-AUX     TO DT-DATA(WS-QTD-DIAS)
                    MOVE WS-DV-DIA-GRADE TO DT-DIA-GRADE(WS-QTD-DIAS)
                END-IF
            END-PERFORM
            DISPLAY 'PERIODO ' WS-DATA-INI ' A ' WS-DATA-FIM
                    ' - DIAS LETIVOS ATE HOJE: ' WS-QTD-DIAS
            .

       P200-CALCULA-ALUNO.
            ADD 1 TO WS-CONT-ALUNOS
            IF AL-NIS = SPACES
                ADD 1 TO WS-CONT-SEM-NIS
            END-IF
            PERFORM P250-MINIMO-IDADE
            PERFORM P300-CARREGA-GRADE
            PERFORM P350-CONTA-AULAS
            PERFORM P400-CARREGA-IDS
            PERFORM P450-CONTA-FALTAS

            IF WS-JUSTIFICADAS > WS-FALTAS
                MOVE WS-FALTAS TO WS-JUSTIFICADAS
            END-IF
            COMPUTE WS-FALTAS-LIQUIDAS = WS-FALTAS - WS-JUSTIFICADAS
            IF WS-FALTAS-LIQUIDAS > WS-AULAS
                MOVE WS-AULAS TO WS-FALTAS-LIQUIDAS
            END-IF
            IF WS-AULAS = 0
                MOVE 100 TO WS-FREQUENCIA
            ELSE
                COMPUTE WS-FREQUENCIA =
                    (WS-AULAS - WS-FALTAS-LIQUIDAS) * 100 / WS-AULAS
            END-IF
            PERFORM P500-GRAVA-ALUNO
            .

       P250-MINIMO-IDADE.
      * Idade no inicio do periodo; sem nascimento cadastrado vale
      * o minimo mais alto.
            MOVE WS-MIN-ATE-15 TO WS-MINIMO
            MOVE AL-NASCIMENTO TO WS-DATA-AUX
            MOVE SPACES TO WS-DATA-NUM-X
            STRING WS-DATA-AUX(1:4) DELIMITED BY SIZE
                   WS-DATA-AUX(6:2) DELIMITED BY SIZE
                   WS-DATA-AUX(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X IS NUMERIC
                MOVE WS-DATA-NUM-X TO WS-NASC-NUM
                IF WS-NASC-NUM < WS-INI-NUM
                    COMPUTE WS-IDADE =
                        (WS-INI-NUM - WS-NASC-NUM) / 10000
                    IF WS-IDADE >= 16
                        MOVE WS-MIN-16-17 TO WS-MINIMO
                    END-IF
                END-IF
            END-IF
            .

       P300-CARREGA-GRADE.
      * Aulas por dia da semana na grade da turma do aluno no ano
      * letivo; sem grade, o padrao da casa de 5 aulas por dia.
            INITIALIZE WS-GRADE-DIA
            MOVE 0 TO WS-TOTAL-GRADE
            MOVE AL-TURMA TO WS-TURMA-GRADE
            OPEN INPUT GRADE-FILE
            IF FS-GRD-OK
                SET EOF-OK TO FALSE
                MOVE WS-ANO         TO GR-ANO
                MOVE WS-TURMA-GRADE TO GR-TURMA
                MOVE 0              TO GR-DIA
                MOVE 0              TO GR-PERIODO
                START GRADE-FILE KEY IS NOT LESS GR-CHAVE
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ GRADE-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF GR-ANO NOT = WS-ANO
                               OR GR-TURMA NOT = WS-TURMA-GRADE
                                SET EOF-OK TO TRUE
                            ELSE
                                IF GR-DIA >= 1 AND GR-DIA <= 6
                                    ADD 1 TO WS-AULAS-DIA(GR-DIA)
                                    ADD 1 TO WS-TOTAL-GRADE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADE-FILE
            END-IF
            IF WS-TOTAL-GRADE = 0
                PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                        UNTIL WS-IDX-SEM > 6
                    MOVE WS-AULAS-PADRAO TO WS-AULAS-DIA(WS-IDX-SEM)
                END-PERFORM
            END-IF
            .

       P350-CONTA-AULAS.
      * So conta a partir da matricula do aluno.
            MOVE 0 TO WS-AULAS
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > WS-QTD-DIAS
                IF DT-DATA(WS-IDX-DIA) >= AL-DATA-MATRICULA
                   AND DT-DIA-GRADE(WS-IDX-DIA) >= 1
                   AND DT-DIA-GRADE(WS-IDX-DIA) <= 6
                    ADD WS-AULAS-DIA(DT-DIA-GRADE(WS-IDX-DIA))
                      TO WS-AULAS
                END-IF
            END-PERFORM
            .

       P400-CARREGA-IDS.
      * Linhas do aluno no boletim do ano letivo, pela chave
      * alternada de nome.
            MOVE 0 TO WS-QTD-IDS
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE AL-NOME TO F-NOME
            START BOLETIM KEY IS NOT LESS F-NOME
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-NOME NOT = AL-NOME
                            SET EOF-OK TO TRUE
                        ELSE
                            IF F-ANO-LETIVO = WS-ANO
                               AND F-STATUS NOT = 'EXPURGADO'
                               AND WS-QTD-IDS < 40
                                ADD 1 TO WS-QTD-IDS
                                MOVE F-ID TO WS-ID-ALUNO(WS-QTD-IDS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            .

       P450-CONTA-FALTAS.
      * Faltas do livro no periodo, das linhas do aluno; as cobertas
      * por justificativa (JUSTIFICA.DAT) sao abonadas, como na
      * consolidacao do FALTAS.
            MOVE 0 TO WS-FALTAS WS-JUSTIFICADAS
            IF WS-QTD-IDS = 0
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT FALTAS-FILE
            IF WS-FS-FAL NOT = 0
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ FALTAS-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FL-DATA >= WS-DATA-INI
                           AND FL-DATA <= WS-DATA-FIM
                            PERFORM P460-CHECA-ID
                            IF ID-DO-ALUNO-OK
                                ADD FL-QTD TO WS-FALTAS
                                PERFORM P470-CHECA-JUSTIFICATIVA
                                IF WS-FALTA-JUSTIFICADA = 'S'
                                    ADD FL-QTD TO WS-JUSTIFICADAS
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FALTAS-FILE
            .

       P460-CHECA-ID.
            SET ID-DO-ALUNO-OK TO FALSE
            PERFORM VARYING WS-IDX-ID FROM 1 BY 1
                    UNTIL WS-IDX-ID > WS-QTD-IDS OR ID-DO-ALUNO-OK
                IF WS-ID-ALUNO(WS-IDX-ID) = FL-ID
                    SET ID-DO-ALUNO-OK TO TRUE
                END-IF
            END-PERFORM
            .

       P470-CHECA-JUSTIFICATIVA.
            MOVE 'N' TO WS-FALTA-JUSTIFICADA
            OPEN INPUT JUST-FILE
            IF WS-FS-JUS NOT = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-FS-JUS NOT = 0
                       OR WS-FALTA-JUSTIFICADA = 'S'
                READ JUST-FILE
                    AT END
                        MOVE 10 TO WS-FS-JUS
                    NOT AT END
                        IF JT-ID = FL-ID
                           AND FL-DATA >= JT-DATA-DE
                           AND FL-DATA <= JT-DATA-ATE
                            MOVE 'S' TO WS-FALTA-JUSTIFICADA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JUST-FILE
            .

       P500-GRAVA-ALUNO.
      * Recalculo preserva o motivo ja informado enquanto o aluno
      * continua abaixo do minimo.
            MOVE WS-ANO-CIVIL TO BF-ANO-CIVIL
            MOVE WS-PERIODO   TO BF-PERIODO
            MOVE AL-ID        TO BF-ID
            MOVE SPACES TO WS-MOTIVO-ANTERIOR
            READ FREQBF-FILE
                KEY IS BF-CHAVE
                INVALID KEY
                    MOVE 23 TO WS-FS-FBF
                NOT INVALID KEY
                    MOVE BF-MOTIVO TO WS-MOTIVO-ANTERIOR
            END-READ
            MOVE AL-NIS            TO BF-NIS
            MOVE AL-NOME           TO BF-NOME
            MOVE AL-TURMA          TO BF-TURMA
            MOVE AL-NASCIMENTO     TO BF-NASCIMENTO
            MOVE WS-AULAS          TO BF-AULAS
            MOVE WS-FALTAS         TO BF-FALTAS
            MOVE WS-JUSTIFICADAS   TO BF-JUSTIFICADAS
            MOVE WS-FREQUENCIA     TO BF-FREQUENCIA
            MOVE WS-MINIMO         TO BF-MINIMO
            MOVE WS-DATA-FORMAT    TO BF-DATA-CALC
            IF WS-FREQUENCIA < WS-MINIMO
                MOVE 'S' TO BF-ABAIXO
                MOVE WS-MOTIVO-ANTERIOR TO BF-MOTIVO
            ELSE
                MOVE 'N' TO BF-ABAIXO
                MOVE SPACES TO BF-MOTIVO
            END-IF
            IF WS-FS-FBF = 23
                WRITE FREQBF-LINHA
            ELSE
                REWRITE FREQBF-LINHA
            END-IF
            IF NOT FS-FBF-OK
                DISPLAY 'ERRO AO GRAVAR A FREQUENCIA DO ALUNO '
                        AL-ID ' --> COD ' WS-FS-FBF
            END-IF
            IF BF-ABAIXO-OK
                ADD 1 TO WS-CONT-ABAIXO
                MOVE SPACES TO REL-LINHA
                MOVE BF-NIS        TO REL-LINHA(1:11)
                MOVE BF-NOME       TO REL-LINHA(13:30)
                MOVE BF-TURMA      TO REL-LINHA(44:10)
                MOVE BF-FREQUENCIA TO REL-LINHA(57:3)
                MOVE '%'           TO REL-LINHA(60:1)
                MOVE BF-MINIMO     TO REL-LINHA(62:3)
                IF BF-MOTIVO = SPACES
                    MOVE '[__]'    TO REL-LINHA(67:4)
                ELSE
                    MOVE '['       TO REL-LINHA(67:1)
                    MOVE BF-MOTIVO TO REL-LINHA(68:2)
                    MOVE ']'       TO REL-LINHA(70:1)
                END-IF
                WRITE REL-LINHA
            END-IF
            .

       P600-MOTIVO.
            PERFORM P050-PEDE-PERIODO
            DISPLAY 'ID DO ALUNO NO MESTRE: '
                ACCEPT WS-ID-BUSCA
            PERFORM P060-ABRE-FREQBF
            IF NOT FS-FBF-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO-CIVIL TO BF-ANO-CIVIL
            MOVE WS-PERIODO   TO BF-PERIODO
            MOVE WS-ID-BUSCA  TO BF-ID
            READ FREQBF-FILE
                KEY IS BF-CHAVE
                INVALID KEY
                    DISPLAY 'ALUNO SEM FREQUENCIA CALCULADA NO '
                            'PERIODO (OPCAO 1)'
                NOT INVALID KEY
                    DISPLAY FUNCTION TRIM(BF-NOME) ' - FREQUENCIA '
                            BF-FREQUENCIA '% (MINIMO ' BF-MINIMO
                            '%) MOTIVO ATUAL: ' BF-MOTIVO
                    IF NOT BF-ABAIXO-OK
                        DISPLAY 'ALUNO NAO ESTA ABAIXO DO MINIMO - '
                                'SEM MOTIVO A INFORMAR'
                    ELSE
                        DISPLAY 'CODIGO DO MOTIVO (2 DIGITOS): '
                            ACCEPT WS-MOTIVO
                        IF WS-MOTIVO NOT NUMERIC
                            DISPLAY 'MOTIVO INVALIDO - NADA GRAVADO'
                        ELSE
                            MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                            STRING 'BF ' DELIMITED BY SIZE
                                   BF-ANO-CIVIL DELIMITED BY SIZE
                                   '/' DELIMITED BY SIZE
                                   BF-PERIODO DELIMITED BY SIZE
                                   ' MOTIVO ' DELIMITED BY SIZE
                                   BF-MOTIVO DELIMITED BY SIZE
                                INTO WS-AUD-ANTES
                            MOVE WS-MOTIVO TO BF-MOTIVO
                            REWRITE FREQBF-LINHA
                            IF FS-FBF-OK
                                STRING 'BF ' DELIMITED BY SIZE
                                       BF-ANO-CIVIL DELIMITED BY SIZE
                                       '/' DELIMITED BY SIZE
                                       BF-PERIODO DELIMITED BY SIZE
                                       ' MOTIVO ' DELIMITED BY SIZE
                                       BF-MOTIVO DELIMITED BY SIZE
                                    INTO WS-AUD-DEPOIS
                                CALL 'AUDITORIA' USING WS-AUD-OPERACAO
                                                       BF-ID
                                                       WS-AUD-ANTES
                                                       WS-AUD-DEPOIS
                                DISPLAY 'MOTIVO REGISTRADO'
                            ELSE
                                DISPLAY 'ERRO AO REGRAVAR --> COD '
                                        WS-FS-FBF
                            END-IF
                        END-IF
                    END-IF
            END-READ
            CLOSE FREQBF-FILE
            .

       P700-ARQUIVO.
            PERFORM P050-PEDE-PERIODO
            OPEN INPUT FREQBF-FILE
            IF NOT FS-FBF-OK
                CALL 'FSMSG' USING WS-FS-FBF WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A FREQUENCIA DO BOLSA --> COD '
                        WS-FS-FBF ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PRESENCA-FILE
            MOVE SPACES TO PRESENCA-REGISTRO
            MOVE 'H'             TO BG-TIPO-REG
            MOVE WS-ANO-CIVIL    TO BG-ANO
            MOVE WS-PERIODO      TO BG-PERIODO
            MOVE WS-DATA-SISTEMA TO BG-DATA-GERACAO
            WRITE PRESENCA-REGISTRO

            MOVE 0 TO WS-CONT-ALUNOS WS-CONT-ABAIXO WS-CONT-SEM-MOTIVO
            SET EOF-OK TO FALSE
            MOVE WS-ANO-CIVIL TO BF-ANO-CIVIL
            MOVE WS-PERIODO   TO BF-PERIODO
            MOVE 0            TO BF-ID
            START FREQBF-FILE KEY IS NOT LESS BF-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ FREQBF-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF BF-ANO-CIVIL NOT = WS-ANO-CIVIL
                           OR BF-PERIODO NOT = WS-PERIODO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P750-REGISTRO-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQBF-FILE

            MOVE SPACES TO PRESENCA-REGISTRO
            MOVE 'T'                TO BG-TIPO-REG
            MOVE WS-CONT-ALUNOS     TO BG-QTD-ALUNOS
            MOVE WS-CONT-ABAIXO     TO BG-QTD-ABAIXO
            MOVE WS-CONT-SEM-MOTIVO TO BG-QTD-SEM-MOTIVO
            WRITE PRESENCA-REGISTRO
            CLOSE PRESENCA-FILE

            DISPLAY 'ALUNOS NO ARQUIVO: ' WS-CONT-ALUNOS
                    ' - ABAIXO DO MINIMO: ' WS-CONT-ABAIXO
            IF WS-CONT-SEM-MOTIVO > 0
                DISPLAY 'ATENCAO: ' WS-CONT-SEM-MOTIVO
                        ' ALUNO(S) ABAIXO DO MINIMO SEM MOTIVO '
                        'INFORMADO (OPCAO 2)'
            END-IF
            DISPLAY 'ARQUIVO GRAVADO EM: ' WS-PATH-PRESENCA
            .

       P750-REGISTRO-ALUNO.
            ADD 1 TO WS-CONT-ALUNOS
            MOVE SPACES TO PRESENCA-REGISTRO
            MOVE 'D'           TO BG-TIPO-REG
            MOVE BF-NIS        TO BG-NIS
            MOVE BF-NOME       TO BG-NOME
            MOVE 0             TO BG-NASCIMENTO
            MOVE SPACES TO WS-DATA-NUM-X
            STRING BF-NASCIMENTO(1:4) DELIMITED BY SIZE
                   BF-NASCIMENTO(6:2) DELIMITED BY SIZE
                   BF-NASCIMENTO(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X IS NUMERIC
                MOVE WS-DATA-NUM-X TO BG-NASCIMENTO
            END-IF
            MOVE BF-TURMA      TO BG-TURMA
            MOVE BF-FREQUENCIA TO BG-FREQUENCIA
            IF BF-ABAIXO-OK
                MOVE 'S' TO BG-ABAIXO
                ADD 1 TO WS-CONT-ABAIXO
                IF BF-MOTIVO = SPACES
                    ADD 1 TO WS-CONT-SEM-MOTIVO
                END-IF
            ELSE
                MOVE 'N' TO BG-ABAIXO
            END-IF
            MOVE BF-MOTIVO     TO BG-MOTIVO
            WRITE PRESENCA-REGISTRO
            .
