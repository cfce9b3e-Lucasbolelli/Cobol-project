      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: REFORCO ESCOLAR. OS GRUPOS DE REFORCO ERAM MONTADOS
      *          NO PAPEL; AQUI A COORDENACAO CADASTRA CADA GRUPO
      *          (REFORCO.DAT: MATERIA, ANO, TUTOR, DIAS, HORARIO,
      *          CAPACIDADE E BIMESTRE DE INICIO), TIRA A LISTA DE
      *          INDICACAO DE UMA MATERIA - ALUNO COM MEDIA PARCIAL
      *          ABAIXO DO PISO DE RECUPERACAO DO ANO (PARAMANO) OU
      *          COM ALERTA DE QUEDA DO RELQUEDA (QUEDACHK) - NO
      *          SPOOL, INCLUI E RETIRA PARTICIPANTES (REFPART.DAT,
      *          RESPEITANDO A CAPACIDADE E UM GRUPO POR MATERIA) E
      *          REGISTRA A CHAMADA DE CADA SESSAO (REFPRES.DAT). O
      *          EFEITO DO REFORCO SAI NO REFIMPACTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFORCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REFORCO-FILE
               ASSIGN TO
                   WS-PATH-REFORCO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RG-CODIGO
                   FILE STATUS IS WS-FS-GRP
                   .
               SELECT REFPART-FILE
               ASSIGN TO
                   WS-PATH-REFPART
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RP-CHAVE
                   ALTERNATE RECORD KEY IS RP-ID
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PAR
                   .
               SELECT REFPRES-FILE
               ASSIGN TO
                   WS-PATH-REFPRES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RF-CHAVE
                   FILE STATUS IS WS-FS-PRE
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
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD REFORCO-FILE
       DATA RECORD IS REFORCO-LINHA.
           COPY REFORCO_DADOS.
       FD REFPART-FILE
       DATA RECORD IS REFPART-LINHA.
           COPY REFPART_DADOS.
       FD REFPRES-FILE
       DATA RECORD IS REFPRES-LINHA.
           COPY REFPRES_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
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
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-GRP                PIC 99.
          88 FS-GRP-OK             VALUE 0.
       77 WS-FS-PAR                PIC 99.
          88 FS-PAR-OK             VALUE 0.
       77 WS-FS-PRE                PIC 99.
          88 FS-PRE-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'REFORCO'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAR               PIC X VALUE 'N'.
          88 EOF-PAR-OK            VALUE 'S' FALSE 'N'.
       77 WS-EXISTE                PIC X VALUE 'N'.
          88 EXISTE-OK             VALUE 'S' FALSE 'N'.
       77 WS-PAR-ABERTO            PIC X VALUE 'N'.
          88 PAR-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Entrada da tela.
       77 WS-GRUPO                 PIC X(06).
       77 WS-ANO                   PIC X(07).
       77 WS-MATERIA               PIC X(20).
       77 WS-TUTOR                 PIC X(30).
       77 WS-DIAS                  PIC X(07).
       77 WS-CAPACIDADE            PIC 9(02).
       77 WS-BIM-INICIO            PIC 9.
       77 WS-ID-BOL                PIC 9(06).
       77 WS-DATA-SESSAO           PIC X(10).
       77 WS-PRESENTE              PIC X.
       77 WS-MAT-OK                PIC X.
          88 MAT-OK                VALUE 'S' FALSE 'N'.
       77 WS-PROF-OK               PIC X.
          88 PROF-OK               VALUE 'S' FALSE 'N'.
      * Parametros do ano (PARAMANO): piso de recuperacao.
       77 WS-PAR-MEDIA             PIC 9(02)V9.
       77 WS-PAR-RECUP             PIC 9(02)V9.
       77 WS-PAR-FREQ              PIC 9(03).
       77 WS-PAR-MAXNOTAS          PIC 9(02).
      * Criterio de indicacao aplicado a linha do boletim corrente.
       01 WS-NOTAS.
           05 WS-NOTA OCCURS 4 TIMES PIC 9(02)V9.
       77 WS-IDX                   PIC 9.
       77 WS-LANCADOS              PIC 9.
       77 WS-SOMA                  PIC 9(03)V9.
       77 WS-MEDIA-PARCIAL         PIC 9(02)V9.
       77 WS-ORIGEM                PIC X.
       77 WS-MOTIVO                PIC X(30).
       77 WS-GRUPO-DA-LINHA        PIC X(06).
      * Contadores.
       77 WS-CONT                  PIC 9(04).
       77 WS-CONT-ATIVOS           PIC 9(03).
       77 WS-CONT-PRES             PIC 9(03).
       77 WS-PERC-PRES             PIC 9(03).
      * Linha da lista de indicacao.
       01 WS-LINHA-IND.
           05 LI-ID                PIC 9(06).
           05 FILLER               PIC X VALUE SPACE.
           05 LI-NOME              PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 LI-TURMA             PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 LI-MEDIA             PIC Z9.9.
           05 FILLER               PIC X VALUE SPACE.
           05 LI-MOTIVO            PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 LI-GRUPO             PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REFORCO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            PERFORM P95-GARANTE-ARQUIVOS
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** REFORCO ESCOLAR ****'
            DISPLAY '1 - CADASTRAR/ALTERAR GRUPO'
            DISPLAY '2 - LISTAR GRUPOS'
            DISPLAY '3 - LISTA DE INDICACAO DE UMA MATERIA'
            DISPLAY '4 - INCLUIR ALUNO NUM GRUPO'
            DISPLAY '5 - RETIRAR ALUNO DE UM GRUPO'
            DISPLAY '6 - REGISTRAR CHAMADA DE UMA SESSAO'
            DISPLAY '7 - PARTICIPANTES E PRESENCA DE UM GRUPO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-GRUPO
                WHEN '2'
                    PERFORM P200-LISTA-GRUPOS
                WHEN '3'
                    PERFORM P300-INDICACAO
                WHEN '4'
                    PERFORM P400-INCLUI
                WHEN '5'
                    PERFORM P500-RETIRA
                WHEN '6'
                    PERFORM P600-CHAMADA
                WHEN '7'
                    PERFORM P700-PARTICIPANTES
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

       P95-GARANTE-ARQUIVOS.
            OPEN I-O REFORCO-FILE
            IF WS-FS-GRP = 35
                OPEN OUTPUT REFORCO-FILE
            END-IF
            CLOSE REFORCO-FILE
            OPEN I-O REFPART-FILE
            IF WS-FS-PAR = 35
                OPEN OUTPUT REFPART-FILE
            END-IF
            CLOSE REFPART-FILE
            OPEN I-O REFPRES-FILE
            IF WS-FS-PRE = 35
                OPEN OUTPUT REFPRES-FILE
            END-IF
            CLOSE REFPRES-FILE
            .

       P97-LE-GRUPO.
            SET EXISTE-OK TO FALSE
            MOVE WS-GRUPO TO RG-CODIGO
            READ REFORCO-FILE
                KEY IS RG-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            .

       P100-GRUPO.
            DISPLAY 'CODIGO DO GRUPO: '
                ACCEPT WS-GRUPO
            IF WS-GRUPO = SPACES
                EXIT PARAGRAPH
            END-IF
            OPEN I-O REFORCO-FILE
            IF NOT FS-GRP-OK
                CALL 'FSMSG' USING WS-FS-GRP WS-FS-MSG
                DISPLAY 'ERRO NOS GRUPOS DE REFORCO --> COD '
                        WS-FS-GRP ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM P97-LE-GRUPO
            IF EXISTE-OK
                DISPLAY 'GRUPO JA CADASTRADO: ' RG-ANO ' '
                        FUNCTION TRIM(RG-MATERIA) ' - TUTOR '
                        FUNCTION TRIM(RG-TUTOR)
                DISPLAY 'ALTERA ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    CLOSE REFORCO-FILE
                    EXIT PARAGRAPH
                END-IF
            ELSE
                INITIALIZE REFORCO-LINHA
                MOVE WS-GRUPO TO RG-CODIGO
            END-IF

            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'MATERIA: '
                ACCEPT WS-MATERIA
            CALL 'VALIDAMAT' USING WS-MATERIA WS-MAT-OK
            IF NOT MAT-OK
                DISPLAY 'MATERIA INVALIDA: ' WS-MATERIA
                CLOSE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'TUTOR (GRAFIA DO CADASTRO DE PROFESSORES): '
                ACCEPT WS-TUTOR
            CALL 'VALIDAPROF' USING WS-TUTOR WS-PROF-OK
            IF NOT PROF-OK
                DISPLAY 'TUTOR NAO CADASTRADO OU INATIVO (PROFMANUT)'
                CLOSE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DIAS (S/N DE SEGUNDA A DOMINGO, EX. SNSNNNN): '
                ACCEPT WS-DIAS
            DISPLAY 'HORARIO (HH:MM-HH:MM): '
                ACCEPT RG-HORARIO
            DISPLAY 'CAPACIDADE (ALUNOS): '
                ACCEPT WS-CAPACIDADE
            IF WS-CAPACIDADE = 0
                DISPLAY 'CAPACIDADE INVALIDA'
                CLOSE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'PRIMEIRO BIMESTRE COM REFORCO (1-4): '
                ACCEPT WS-BIM-INICIO
            IF WS-BIM-INICIO < 1 OR WS-BIM-INICIO > 4
                DISPLAY 'BIMESTRE INVALIDO'
                CLOSE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF

            MOVE WS-ANO            TO RG-ANO
            MOVE WS-MATERIA        TO RG-MATERIA
            MOVE WS-TUTOR          TO RG-TUTOR
            MOVE FUNCTION UPPER-CASE(WS-DIAS) TO RG-DIAS
            MOVE WS-CAPACIDADE     TO RG-CAPACIDADE
            MOVE WS-BIM-INICIO     TO RG-BIM-INICIO
            MOVE 'S'               TO RG-ATIVO
            MOVE WS-OPERADOR-ATUAL TO RG-OPERADOR
            MOVE WS-DATA-FORMAT    TO RG-DATA
            IF EXISTE-OK
                REWRITE REFORCO-LINHA
            ELSE
                WRITE REFORCO-LINHA
            END-IF
            IF FS-GRP-OK
                DISPLAY 'GRUPO ' WS-GRUPO ' GRAVADO'
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-GRP
            END-IF
            CLOSE REFORCO-FILE
            .

       P200-LISTA-GRUPOS.
            MOVE 0 TO WS-CONT
            OPEN INPUT REFORCO-FILE
            IF NOT FS-GRP-OK
                DISPLAY 'NENHUM GRUPO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ REFORCO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT
                        DISPLAY RG-CODIGO ' ' RG-ANO ' ' RG-MATERIA
                                ' ' RG-DIAS ' ' RG-HORARIO
                                ' CAP ' RG-CAPACIDADE
                                ' BIM ' RG-BIM-INICIO
                                ' SESSOES ' RG-SESSOES
                        DISPLAY '       TUTOR: '
                                FUNCTION TRIM(RG-TUTOR)
                END-READ
            END-PERFORM
            CLOSE REFORCO-FILE
            DISPLAY 'GRUPOS: ' WS-CONT
            .

       P300-INDICACAO.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'MATERIA: '
                ACCEPT WS-MATERIA
            CALL 'PARAMANO' USING WS-ANO WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-PAR-FREQ WS-PAR-MAXNOTAS

            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET PAR-ABERTO-OK TO FALSE
            OPEN INPUT REFPART-FILE
            IF FS-PAR-OK
                SET PAR-ABERTO-OK TO TRUE
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
            STRING 'INDICACAO PARA O REFORCO - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MATERIA) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            MOVE SPACES TO REL-LINHA
            STRING 'ID     ALUNO                          '
                        DELIMITED BY SIZE
                   'TURMA      MEDIA MOTIVO                         '
                        DELIMITED BY SIZE
                   'GRUPO' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-MATERIA = WS-MATERIA
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P800-CRITERIO
                            IF WS-ORIGEM NOT = SPACE
                                PERFORM P310-LINHA-INDICACAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            IF PAR-ABERTO-OK
                CLOSE REFPART-FILE
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS INDICADOS: ' DELIMITED BY SIZE
                   WS-CONT DELIMITED BY SIZE
                   ' (PISO DE RECUPERACAO ' DELIMITED BY SIZE
                   WS-PAR-RECUP(1:2) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-PAR-RECUP(3:1) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY REL-LINHA(1:79)
            DISPLAY 'LISTA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P310-LINHA-INDICACAO.
            ADD 1 TO WS-CONT
            PERFORM P810-GRUPO-DA-LINHA
            MOVE F-ID             TO LI-ID
            MOVE F-NOME           TO LI-NOME
            MOVE F-TURMA          TO LI-TURMA
            MOVE WS-MEDIA-PARCIAL TO LI-MEDIA
            MOVE WS-MOTIVO        TO LI-MOTIVO
            MOVE WS-GRUPO-DA-LINHA TO LI-GRUPO
            MOVE WS-LINHA-IND TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            .

       P400-INCLUI.
            DISPLAY 'CODIGO DO GRUPO: '
                ACCEPT WS-GRUPO
            OPEN INPUT REFORCO-FILE
            PERFORM P97-LE-GRUPO
            CLOSE REFORCO-FILE
            IF NOT EXISTE-OK OR RG-ATIVO NOT = 'S'
                DISPLAY 'GRUPO NAO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ID DO ALUNO NO BOLETIM (LINHA DE '
                    FUNCTION TRIM(RG-MATERIA) '): '
                ACCEPT WS-ID-BOL

            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EXISTE-OK TO FALSE
            MOVE WS-ID-BOL TO F-ID
            READ BOLETIM
                KEY IS F-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            CLOSE BOLETIM
            IF NOT EXISTE-OK OR F-STATUS = 'EXPURGADO'
                DISPLAY 'ID ' WS-ID-BOL ' INEXISTENTE NO BOLETIM'
                EXIT PARAGRAPH
            END-IF
            IF F-ANO-LETIVO NOT = RG-ANO OR F-MATERIA NOT = RG-MATERIA
                DISPLAY 'A LINHA E DE ' FUNCTION TRIM(F-MATERIA)
                        ' ' F-ANO-LETIVO ' - O GRUPO E DE '
                        FUNCTION TRIM(RG-MATERIA) ' ' RG-ANO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ALUNO: ' FUNCTION TRIM(F-NOME) ' TURMA ' F-TURMA

            OPEN I-O REFPART-FILE
            IF NOT FS-PAR-OK
                CALL 'FSMSG' USING WS-FS-PAR WS-FS-MSG
                DISPLAY 'ERRO NOS PARTICIPANTES --> COD '
                        WS-FS-PAR ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET PAR-ABERTO-OK TO TRUE
      * Um grupo por linha do boletim (a linha ja e da materia).
            PERFORM P810-GRUPO-DA-LINHA
            IF WS-GRUPO-DA-LINHA NOT = SPACES
                DISPLAY 'ALUNO JA ESTA NO GRUPO ' WS-GRUPO-DA-LINHA
                CLOSE REFPART-FILE
                EXIT PARAGRAPH
            END-IF
            PERFORM P820-CONTA-ATIVOS
            IF WS-CONT-ATIVOS >= RG-CAPACIDADE
                DISPLAY 'GRUPO LOTADO (' WS-CONT-ATIVOS ' DE '
                        RG-CAPACIDADE ')'
                CLOSE REFPART-FILE
                EXIT PARAGRAPH
            END-IF

            CALL 'PARAMANO' USING F-ANO-LETIVO WS-PAR-MEDIA
                                  WS-PAR-RECUP WS-PAR-FREQ
                                  WS-PAR-MAXNOTAS
            PERFORM P800-CRITERIO
            IF WS-ORIGEM = SPACE
                DISPLAY 'ALUNO FORA DA LISTA DE INDICACAO - INCLUI '
                        'POR INDICACAO DA COORDENACAO ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    CLOSE REFPART-FILE
                    EXIT PARAGRAPH
                END-IF
                MOVE 'M' TO WS-ORIGEM
                MOVE 'INDICACAO DA COORDENACAO' TO WS-MOTIVO
            END-IF

      * Quem saiu e volta reaproveita a linha (e as presencas).
            SET EXISTE-OK TO FALSE
            MOVE WS-GRUPO  TO RP-GRUPO
            MOVE WS-ID-BOL TO RP-ID
            READ REFPART-FILE
                KEY IS RP-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            IF NOT EXISTE-OK
                INITIALIZE REFPART-LINHA
                MOVE WS-GRUPO  TO RP-GRUPO
                MOVE WS-ID-BOL TO RP-ID
            END-IF
            MOVE F-NOME         TO RP-NOME
            MOVE F-TURMA        TO RP-TURMA
            MOVE WS-ORIGEM      TO RP-ORIGEM
            MOVE WS-MOTIVO      TO RP-MOTIVO
            MOVE 'S'            TO RP-ATIVO
            MOVE WS-DATA-FORMAT TO RP-DATA-ENTRADA
            MOVE SPACES         TO RP-DATA-SAIDA
            IF EXISTE-OK
                REWRITE REFPART-LINHA
            ELSE
                WRITE REFPART-LINHA
            END-IF
            IF FS-PAR-OK
                DISPLAY 'ALUNO INCLUIDO NO GRUPO ' WS-GRUPO ' - '
                        FUNCTION TRIM(WS-MOTIVO)
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-PAR
            END-IF
            CLOSE REFPART-FILE
            .

       P500-RETIRA.
            DISPLAY 'CODIGO DO GRUPO: '
                ACCEPT WS-GRUPO
            DISPLAY 'ID DO ALUNO NO BOLETIM: '
                ACCEPT WS-ID-BOL
            OPEN I-O REFPART-FILE
            IF NOT FS-PAR-OK
                DISPLAY 'NENHUM PARTICIPANTE CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-GRUPO  TO RP-GRUPO
            MOVE WS-ID-BOL TO RP-ID
            READ REFPART-FILE
                KEY IS RP-CHAVE
                INVALID KEY
                    DISPLAY 'ALUNO NAO ESTA NO GRUPO'
                    CLOSE REFPART-FILE
                    EXIT PARAGRAPH
            END-READ
            IF RP-ATIVO NOT = 'S'
                DISPLAY 'ALUNO JA SAIU DO GRUPO EM ' RP-DATA-SAIDA
                CLOSE REFPART-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'RETIRA ' FUNCTION TRIM(RP-NOME) ' DO GRUPO '
                    WS-GRUPO ' ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA = 'S'
                MOVE 'N'            TO RP-ATIVO
                MOVE WS-DATA-FORMAT TO RP-DATA-SAIDA
                REWRITE REFPART-LINHA
                DISPLAY 'ALUNO RETIRADO (PRESENCAS FICAM NO HISTORICO)'
            END-IF
            CLOSE REFPART-FILE
            .

       P600-CHAMADA.
            DISPLAY 'CODIGO DO GRUPO: '
                ACCEPT WS-GRUPO
            OPEN I-O REFORCO-FILE
            IF NOT FS-GRP-OK
                DISPLAY 'NENHUM GRUPO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P97-LE-GRUPO
            IF NOT EXISTE-OK OR RG-ATIVO NOT = 'S'
                DISPLAY 'GRUPO NAO CADASTRADO'
                CLOSE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DATA DA SESSAO (AAAA/MM/DD, BRANCO = HOJE): '
                ACCEPT WS-DATA-SESSAO
            IF WS-DATA-SESSAO = SPACES
                MOVE WS-DATA-FORMAT TO WS-DATA-SESSAO
            END-IF

            OPEN I-O REFPRES-FILE
            IF NOT FS-PRE-OK
                CALL 'FSMSG' USING WS-FS-PRE WS-FS-MSG
                DISPLAY 'ERRO NA CHAMADA DO REFORCO --> COD '
                        WS-FS-PRE ': ' WS-FS-MSG
                CLOSE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF
      * Uma chamada por grupo e data.
            SET EXISTE-OK TO FALSE
            MOVE WS-GRUPO       TO RF-GRUPO
            MOVE WS-DATA-SESSAO TO RF-DATA
            MOVE 0              TO RF-ID
            START REFPRES-FILE KEY IS NOT LESS THAN RF-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ REFPRES-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF RF-GRUPO = WS-GRUPO
                               AND RF-DATA = WS-DATA-SESSAO
                                SET EXISTE-OK TO TRUE
                            END-IF
                    END-READ
            END-START
            IF EXISTE-OK
                DISPLAY 'CHAMADA DE ' WS-DATA-SESSAO
                        ' JA REGISTRADA PARA O GRUPO'
                CLOSE REFPRES-FILE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF

            OPEN I-O REFPART-FILE
            IF NOT FS-PAR-OK
                DISPLAY 'GRUPO SEM PARTICIPANTES'
                CLOSE REFPRES-FILE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT WS-CONT-PRES
            SET EOF-PAR-OK TO FALSE
            MOVE WS-GRUPO TO RP-GRUPO
            MOVE 0        TO RP-ID
            START REFPART-FILE KEY IS NOT LESS THAN RP-CHAVE
                INVALID KEY SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ REFPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF RP-GRUPO NOT = WS-GRUPO
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            IF RP-ATIVO = 'S'
                                PERFORM P610-CHAMA-ALUNO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REFPART-FILE REFPRES-FILE

            IF WS-CONT = 0
                DISPLAY 'GRUPO SEM PARTICIPANTES ATIVOS'
                CLOSE REFORCO-FILE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO RG-SESSOES
            REWRITE REFORCO-LINHA
            CLOSE REFORCO-FILE
            DISPLAY 'SESSAO ' RG-SESSOES ' REGISTRADA: ' WS-CONT-PRES
                    ' PRESENTES DE ' WS-CONT
            .

       P610-CHAMA-ALUNO.
            ADD 1 TO WS-CONT
            DISPLAY FUNCTION TRIM(RP-NOME) ' (' RP-TURMA
                    ') PRESENTE ? S/N'
                CALL 'CONFIRMA' USING WS-PRESENTE
            MOVE RP-GRUPO          TO RF-GRUPO
            MOVE WS-DATA-SESSAO    TO RF-DATA
            MOVE RP-ID             TO RF-ID
            MOVE WS-PRESENTE       TO RF-PRESENTE
            MOVE WS-OPERADOR-ATUAL TO RF-OPERADOR
            WRITE REFPRES-LINHA
            IF WS-PRESENTE = 'S'
                ADD 1 TO WS-CONT-PRES
                ADD 1 TO RP-PRESENCAS
                REWRITE REFPART-LINHA
            END-IF
            .

       P700-PARTICIPANTES.
            DISPLAY 'CODIGO DO GRUPO: '
                ACCEPT WS-GRUPO
            OPEN INPUT REFORCO-FILE
            PERFORM P97-LE-GRUPO
            CLOSE REFORCO-FILE
            IF NOT EXISTE-OK
                DISPLAY 'GRUPO NAO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'GRUPO ' RG-CODIGO ' - '
                    FUNCTION TRIM(RG-MATERIA) ' ' RG-ANO
                    ' - TUTOR ' FUNCTION TRIM(RG-TUTOR)
            DISPLAY 'SESSOES REGISTRADAS: ' RG-SESSOES
            OPEN INPUT REFPART-FILE
            IF NOT FS-PAR-OK
                DISPLAY 'GRUPO SEM PARTICIPANTES'
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT
            SET EOF-PAR-OK TO FALSE
            MOVE WS-GRUPO TO RP-GRUPO
            MOVE 0        TO RP-ID
            START REFPART-FILE KEY IS NOT LESS THAN RP-CHAVE
                INVALID KEY SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ REFPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF RP-GRUPO NOT = WS-GRUPO
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-CONT
                            MOVE 0 TO WS-PERC-PRES
                            IF RG-SESSOES > 0
                                COMPUTE WS-PERC-PRES ROUNDED =
                                    RP-PRESENCAS * 100 / RG-SESSOES
                            END-IF
                            DISPLAY RP-ID ' ' RP-NOME ' ' RP-TURMA
                                    ' ' RP-ORIGEM
                                    ' PRES ' RP-PRESENCAS
                                    ' (' WS-PERC-PRES '%)'
                                    ' ATIVO ' RP-ATIVO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REFPART-FILE
            DISPLAY 'PARTICIPANTES: ' WS-CONT
                    ' (ORIGEM P = PISO, Q = QUEDA, M = COORDENACAO)'
            .

       P800-CRITERIO.
      * Indicacao da linha corrente do boletim: media parcial dos
      * bimestres lancados abaixo do piso de recuperacao do ano, ou
      * alerta de queda pela regra do RELQUEDA.
            MOVE SPACE  TO WS-ORIGEM
            MOVE SPACES TO WS-MOTIVO
            MOVE F-MEDIA1 TO WS-NOTA(1)
            MOVE F-MEDIA2 TO WS-NOTA(2)
            MOVE F-MEDIA3 TO WS-NOTA(3)
            MOVE F-MEDIA4 TO WS-NOTA(4)
            MOVE 0 TO WS-LANCADOS WS-SOMA WS-MEDIA-PARCIAL
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
                IF WS-NOTA(WS-IDX) NOT = 0
                    ADD 1 TO WS-LANCADOS
                    ADD WS-NOTA(WS-IDX) TO WS-SOMA
                END-IF
            END-PERFORM
            IF WS-LANCADOS = 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-MEDIA-PARCIAL ROUNDED = WS-SOMA / WS-LANCADOS
            IF WS-MEDIA-PARCIAL < WS-PAR-RECUP
                MOVE 'P' TO WS-ORIGEM
                MOVE 'MEDIA PARCIAL ABAIXO DO PISO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF
            CALL 'QUEDACHK' USING WS-NOTAS WS-MOTIVO
            IF WS-MOTIVO NOT = SPACES
                MOVE 'Q' TO WS-ORIGEM
            END-IF
            .

       P810-GRUPO-DA-LINHA.
      * Grupo ativo em que a linha do boletim corrente ja esta.
            MOVE SPACES TO WS-GRUPO-DA-LINHA
            IF NOT PAR-ABERTO-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-PAR-OK TO FALSE
            MOVE F-ID TO RP-ID
            START REFPART-FILE KEY IS EQUAL RP-ID
                INVALID KEY SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ REFPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF RP-ID NOT = F-ID
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            IF RP-ATIVO = 'S'
                                MOVE RP-GRUPO TO WS-GRUPO-DA-LINHA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P820-CONTA-ATIVOS.
            MOVE 0 TO WS-CONT-ATIVOS
            SET EOF-PAR-OK TO FALSE
            MOVE WS-GRUPO TO RP-GRUPO
            MOVE 0        TO RP-ID
            START REFPART-FILE KEY IS NOT LESS THAN RP-CHAVE
                INVALID KEY SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ REFPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF RP-GRUPO NOT = WS-GRUPO
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            IF RP-ATIVO = 'S'
                                ADD 1 TO WS-CONT-ATIVOS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
