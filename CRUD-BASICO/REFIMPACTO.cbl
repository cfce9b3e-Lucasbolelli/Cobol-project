      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: RELATORIO DE IMPACTO DO REFORCO ESCOLAR, RODADO NO
      *          FECHAMENTO DO BIMESTRE. PARA CADA GRUPO DO ANO
      *          (REFORCO.DAT), A NOTA DE CADA PARTICIPANTE NO
      *          BIMESTRE ANTERIOR AO INICIO DO GRUPO ("ANTES") E
      *          COMPARADA COM A DO BIMESTRE FECHADO ("DEPOIS"), COM
      *          A PRESENCA NAS SESSOES; POR TURMA, A VARIACAO MEDIA
      *          DOS PARTICIPANTES E POSTA AO LADO DA VARIACAO MEDIA
      *          DOS NAO PARTICIPANTES DA MESMA TURMA E MATERIA NOS
      *          MESMOS BIMESTRES - O GANHO RELATIVO E O QUE A
      *          COORDENACAO USA PARA DECIDIR ONDE GASTAR HORA DE
      *          TUTOR. LINHA COM UM DOS DOIS BIMESTRES AINDA NAO
      *          LANCADO (ZERO) NAO ENTRA NA CONTA; GRUPO QUE COMECOU
      *          NO 1. BIMESTRE NAO TEM "ANTES" E SAI SO COM AS NOTAS.
      *          SAI NO SPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFIMPACTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REFORCO-FILE
               ASSIGN TO
                   WS-PATH-REFORCO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS RG-CODIGO
                   FILE STATUS IS WS-FS-GRP
                   .
               SELECT REFPART-FILE
               ASSIGN TO
                   WS-PATH-REFPART
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS RP-CHAVE
                   ALTERNATE RECORD KEY IS RP-ID
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PAR
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
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
       DATA DIVISION.
       FILE SECTION.
       FD REFORCO-FILE
       DATA RECORD IS REFORCO-LINHA.
           COPY REFORCO_DADOS.
       FD REFPART-FILE
       DATA RECORD IS REFPART-LINHA.
           COPY REFPART_DADOS.
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
       77 WS-FS-GRP                PIC 99.
          88 FS-GRP-OK             VALUE 0.
       77 WS-FS-PAR                PIC 99.
          88 FS-PAR-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'REFIMPACTO'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ANO                   PIC X(07).
       77 WS-BIMESTRE              PIC 9.
      * Grupos do ano.
       77 WS-QTD-GRP               PIC 9(02) VALUE 0.
       01 WS-GRP-TAB.
           05 WS-GRP-ENTRY OCCURS 50 TIMES.
               10 GT-CODIGO        PIC X(06).
               10 GT-MATERIA       PIC X(20).
               10 GT-TUTOR         PIC X(30).
               10 GT-BIM-BASE      PIC 9.
               10 GT-SESSOES       PIC 9(03).
       77 WS-IDX-GRP               PIC 9(02).
      * Participantes dos grupos do ano.
       77 WS-QTD-PAR               PIC 9(03) VALUE 0.
       01 WS-PAR-TAB.
           05 WS-PAR-ENTRY OCCURS 500 TIMES.
               10 PT-GRP           PIC 9(02).
               10 PT-ID            PIC 9(06).
               10 PT-NOME          PIC X(30).
               10 PT-TURMA         PIC X(10).
               10 PT-PRESENCAS     PIC 9(03).
               10 PT-ANTES         PIC 9(02)V9.
               10 PT-DEPOIS        PIC 9(02)V9.
               10 PT-ACHADO        PIC X.
       77 WS-IDX-PAR               PIC 9(03).
       77 WS-PAR-ACHADO            PIC 9(03).
      * Acumuladores por grupo + turma.
       77 WS-QTD-BAL               PIC 9(03) VALUE 0.
       01 WS-BAL-TAB.
           05 WS-BAL-ENTRY OCCURS 200 TIMES.
               10 BT-GRP           PIC 9(02).
               10 BT-TURMA         PIC X(10).
               10 BT-QTD-PART      PIC 9(03).
               10 BT-SOMA-PART     PIC S9(05)V9.
               10 BT-QTD-NAO       PIC 9(03).
               10 BT-SOMA-NAO      PIC S9(05)V9.
       77 WS-IDX-BAL               PIC 9(03).
       77 WS-BAL-ACHADO            PIC 9(03).
      * Notas da linha corrente.
       01 WS-NOTAS.
           05 WS-NOTA OCCURS 4 TIMES PIC 9(02)V9.
       77 WS-NOTA-ANTES            PIC 9(02)V9.
       77 WS-NOTA-DEPOIS           PIC 9(02)V9.
       77 WS-VARIACAO              PIC S9(02)V9.
       77 WS-MEDIA-PART            PIC S9(02)V99.
       77 WS-MEDIA-NAO             PIC S9(02)V99.
       77 WS-GANHO                 PIC S9(02)V99.
       77 WS-PERC-PRES             PIC 9(03).
       77 WS-CONT-LINHAS           PIC 9(03).
      * Linhas do relatorio.
       01 WS-LINHA-PART.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-NOME              PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 LP-TURMA             PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 LP-ANTES             PIC Z9.9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-DEPOIS            PIC Z9.9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-VARIACAO          PIC -Z9.9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LP-PRES              PIC ZZ9.
           05 FILLER               PIC X(08) VALUE ' SESSOES'.
           05 FILLER               PIC X(02) VALUE ' ('.
           05 LP-PERC              PIC ZZ9.
           05 FILLER               PIC X(02) VALUE '%)'.
       01 WS-LINHA-BAL.
           05 FILLER               PIC X(08) VALUE '  TURMA '.
           05 LB-TURMA             PIC X(10).
           05 FILLER               PIC X(08) VALUE ' REFORCO'.
           05 LB-QTD-PART          PIC ZZ9.
           05 FILLER               PIC X(07) VALUE ' ALUNOS'.
           05 LB-MEDIA-PART        PIC -Z9.99.
           05 FILLER               PIC X(07) VALUE ' DEMAIS'.
           05 LB-QTD-NAO           PIC ZZ9.
           05 FILLER               PIC X(07) VALUE ' ALUNOS'.
           05 LB-MEDIA-NAO         PIC -Z9.99.
           05 FILLER               PIC X(08) VALUE '  GANHO '.
           05 LB-GANHO             PIC -Z9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REFIMPACTO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** IMPACTO DO REFORCO ESCOLAR ***'
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'BIMESTRE FECHADO (1-4): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                DISPLAY 'BIMESTRE INVALIDO'
                STOP RUN
            END-IF

            PERFORM P100-CARREGA-GRUPOS
            IF WS-QTD-GRP = 0
                DISPLAY 'NENHUM GRUPO DE REFORCO COM INICIO ATE O '
                        WS-BIMESTRE '. BIMESTRE EM ' WS-ANO
                STOP RUN
            END-IF
            PERFORM P200-CARREGA-PARTICIPANTES
            IF WS-QTD-PAR = 0
                DISPLAY 'NENHUM PARTICIPANTE NOS GRUPOS DO ANO'
                STOP RUN
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                STOP RUN
            END-IF
            PERFORM UNTIL EOF-OK
                READ BOLETIM
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P300-ANALISA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM

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
            STRING 'IMPACTO DO REFORCO ESCOLAR - ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' - FECHAMENTO DO ' DELIMITED BY SIZE
                   WS-BIMESTRE DELIMITED BY SIZE
                   '. BIMESTRE' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-GRP
                PERFORM P400-IMPRIME-GRUPO
            END-PERFORM
            CLOSE REPORT-FILE
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            STOP RUN
            .

       P100-CARREGA-GRUPOS.
      * Grupo so entra se ja teve reforco ate o bimestre fechado.
            OPEN INPUT REFORCO-FILE
            IF NOT FS-GRP-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ REFORCO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RG-ANO = WS-ANO
                           AND RG-BIM-INICIO <= WS-BIMESTRE
                           AND WS-QTD-GRP < 50
                            ADD 1 TO WS-QTD-GRP
                            MOVE RG-CODIGO  TO GT-CODIGO(WS-QTD-GRP)
                            MOVE RG-MATERIA TO GT-MATERIA(WS-QTD-GRP)
                            MOVE RG-TUTOR   TO GT-TUTOR(WS-QTD-GRP)
                            COMPUTE GT-BIM-BASE(WS-QTD-GRP) =
                                RG-BIM-INICIO - 1
                            MOVE RG-SESSOES TO GT-SESSOES(WS-QTD-GRP)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REFORCO-FILE
            .

       P200-CARREGA-PARTICIPANTES.
            OPEN INPUT REFPART-FILE
            IF NOT FS-PAR-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ REFPART-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P210-GUARDA-PARTICIPANTE
                END-READ
            END-PERFORM
            CLOSE REFPART-FILE
            .

       P210-GUARDA-PARTICIPANTE.
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-GRP
                       OR GT-CODIGO(WS-IDX-GRP) = RP-GRUPO
                CONTINUE
            END-PERFORM
            IF WS-IDX-GRP > WS-QTD-GRP OR WS-QTD-PAR >= 500
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-PAR
            MOVE WS-IDX-GRP   TO PT-GRP(WS-QTD-PAR)
            MOVE RP-ID        TO PT-ID(WS-QTD-PAR)
            MOVE RP-NOME      TO PT-NOME(WS-QTD-PAR)
            MOVE RP-TURMA     TO PT-TURMA(WS-QTD-PAR)
            MOVE RP-PRESENCAS TO PT-PRESENCAS(WS-QTD-PAR)
            MOVE 0            TO PT-ANTES(WS-QTD-PAR)
                                 PT-DEPOIS(WS-QTD-PAR)
            MOVE 'N'          TO PT-ACHADO(WS-QTD-PAR)
      * Cada turma com participante do grupo ganha um balanco.
            PERFORM P220-ACHA-BALANCO
            IF WS-BAL-ACHADO = 0 AND WS-QTD-BAL < 200
                ADD 1 TO WS-QTD-BAL
                MOVE WS-IDX-GRP TO BT-GRP(WS-QTD-BAL)
                MOVE RP-TURMA   TO BT-TURMA(WS-QTD-BAL)
                MOVE 0 TO BT-QTD-PART(WS-QTD-BAL)
                          BT-SOMA-PART(WS-QTD-BAL)
                          BT-QTD-NAO(WS-QTD-BAL)
                          BT-SOMA-NAO(WS-QTD-BAL)
            END-IF
            .

       P220-ACHA-BALANCO.
      * Balanco do grupo WS-IDX-GRP para a turma RP-TURMA.
            MOVE 0 TO WS-BAL-ACHADO
            PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                    UNTIL WS-IDX-BAL > WS-QTD-BAL
                IF BT-GRP(WS-IDX-BAL) = WS-IDX-GRP
                   AND BT-TURMA(WS-IDX-BAL) = RP-TURMA
                    MOVE WS-IDX-BAL TO WS-BAL-ACHADO
                END-IF
            END-PERFORM
            .

       P300-ANALISA-LINHA.
            MOVE F-MEDIA1 TO WS-NOTA(1)
            MOVE F-MEDIA2 TO WS-NOTA(2)
            MOVE F-MEDIA3 TO WS-NOTA(3)
            MOVE F-MEDIA4 TO WS-NOTA(4)
            MOVE WS-NOTA(WS-BIMESTRE) TO WS-NOTA-DEPOIS

      * Participante de algum grupo (a linha ja e da materia).
            MOVE 0 TO WS-PAR-ACHADO
            PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                    UNTIL WS-IDX-PAR > WS-QTD-PAR
                IF PT-ID(WS-IDX-PAR) = F-ID
                    MOVE WS-IDX-PAR TO WS-PAR-ACHADO
                END-IF
            END-PERFORM

            IF WS-PAR-ACHADO > 0
                MOVE WS-PAR-ACHADO TO WS-IDX-PAR
                MOVE PT-GRP(WS-IDX-PAR) TO WS-IDX-GRP
                PERFORM P310-NOTA-ANTES
                MOVE 'S'            TO PT-ACHADO(WS-IDX-PAR)
                MOVE WS-NOTA-ANTES  TO PT-ANTES(WS-IDX-PAR)
                MOVE WS-NOTA-DEPOIS TO PT-DEPOIS(WS-IDX-PAR)
                IF WS-NOTA-ANTES NOT = 0 AND WS-NOTA-DEPOIS NOT = 0
                    MOVE PT-TURMA(WS-IDX-PAR) TO RP-TURMA
                    PERFORM P220-ACHA-BALANCO
                    IF WS-BAL-ACHADO > 0
                        COMPUTE WS-VARIACAO =
                            WS-NOTA-DEPOIS - WS-NOTA-ANTES
                        ADD 1 TO BT-QTD-PART(WS-BAL-ACHADO)
                        ADD WS-VARIACAO TO BT-SOMA-PART(WS-BAL-ACHADO)
                    END-IF
                END-IF
                EXIT PARAGRAPH
            END-IF

      * Nao participante: entra no balanco de todo grupo da mesma
      * materia que tenha participante na turma dele.
            PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                    UNTIL WS-IDX-BAL > WS-QTD-BAL
                MOVE BT-GRP(WS-IDX-BAL) TO WS-IDX-GRP
                IF BT-TURMA(WS-IDX-BAL) = F-TURMA
                   AND GT-MATERIA(WS-IDX-GRP) = F-MATERIA
                    PERFORM P310-NOTA-ANTES
                    IF WS-NOTA-ANTES NOT = 0
                       AND WS-NOTA-DEPOIS NOT = 0
                        COMPUTE WS-VARIACAO =
                            WS-NOTA-DEPOIS - WS-NOTA-ANTES
                        ADD 1 TO BT-QTD-NAO(WS-IDX-BAL)
                        ADD WS-VARIACAO TO BT-SOMA-NAO(WS-IDX-BAL)
                    END-IF
                END-IF
            END-PERFORM
            .

       P310-NOTA-ANTES.
      * Base do grupo WS-IDX-GRP: bimestre anterior ao inicio.
            MOVE 0 TO WS-NOTA-ANTES
            IF GT-BIM-BASE(WS-IDX-GRP) > 0
                MOVE WS-NOTA(GT-BIM-BASE(WS-IDX-GRP)) TO WS-NOTA-ANTES
            END-IF
            .

       P400-IMPRIME-GRUPO.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'GRUPO ' DELIMITED BY SIZE
                   GT-CODIGO(WS-IDX-GRP) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(GT-MATERIA(WS-IDX-GRP))
                        DELIMITED BY SIZE
                   ' - TUTOR ' DELIMITED BY SIZE
                   FUNCTION TRIM(GT-TUTOR(WS-IDX-GRP))
                        DELIMITED BY SIZE
                   ' - SESSOES ' DELIMITED BY SIZE
                   GT-SESSOES(WS-IDX-GRP) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY ' '
            DISPLAY REL-LINHA(1:79)
            MOVE SPACES TO REL-LINHA
            IF GT-BIM-BASE(WS-IDX-GRP) = 0
                MOVE '  GRUPO DESDE O 1. BIMESTRE - SEM NOTA ANTERIOR'
                    TO REL-LINHA
            ELSE
                STRING '  ALUNO                          TURMA      '
                            DELIMITED BY SIZE
                       'ANTES DEPOIS VARIACAO  PRESENCA'
                            DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT-LINHAS
            PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                    UNTIL WS-IDX-PAR > WS-QTD-PAR
                IF PT-GRP(WS-IDX-PAR) = WS-IDX-GRP
                    PERFORM P410-LINHA-PARTICIPANTE
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                    UNTIL WS-IDX-BAL > WS-QTD-BAL
                IF BT-GRP(WS-IDX-BAL) = WS-IDX-GRP
                   AND GT-BIM-BASE(WS-IDX-GRP) > 0
                    PERFORM P420-LINHA-BALANCO
                END-IF
            END-PERFORM
            .

       P410-LINHA-PARTICIPANTE.
            ADD 1 TO WS-CONT-LINHAS
            MOVE PT-NOME(WS-IDX-PAR)   TO LP-NOME
            MOVE PT-TURMA(WS-IDX-PAR)  TO LP-TURMA
            MOVE PT-ANTES(WS-IDX-PAR)  TO LP-ANTES
            MOVE PT-DEPOIS(WS-IDX-PAR) TO LP-DEPOIS
            MOVE 0 TO WS-VARIACAO
            IF PT-ANTES(WS-IDX-PAR) NOT = 0
               AND PT-DEPOIS(WS-IDX-PAR) NOT = 0
                COMPUTE WS-VARIACAO =
                    PT-DEPOIS(WS-IDX-PAR) - PT-ANTES(WS-IDX-PAR)
            END-IF
            MOVE WS-VARIACAO TO LP-VARIACAO
            MOVE PT-PRESENCAS(WS-IDX-PAR) TO LP-PRES
            MOVE 0 TO WS-PERC-PRES
            IF GT-SESSOES(WS-IDX-GRP) > 0
                COMPUTE WS-PERC-PRES ROUNDED =
                    PT-PRESENCAS(WS-IDX-PAR) * 100
                    / GT-SESSOES(WS-IDX-GRP)
            END-IF
            MOVE WS-PERC-PRES TO LP-PERC
            MOVE WS-LINHA-PART TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            .

       P420-LINHA-BALANCO.
            MOVE 0 TO WS-MEDIA-PART WS-MEDIA-NAO WS-GANHO
            IF BT-QTD-PART(WS-IDX-BAL) > 0
                COMPUTE WS-MEDIA-PART ROUNDED =
                    BT-SOMA-PART(WS-IDX-BAL) / BT-QTD-PART(WS-IDX-BAL)
            END-IF
            IF BT-QTD-NAO(WS-IDX-BAL) > 0
                COMPUTE WS-MEDIA-NAO ROUNDED =
                    BT-SOMA-NAO(WS-IDX-BAL) / BT-QTD-NAO(WS-IDX-BAL)
            END-IF
            IF BT-QTD-PART(WS-IDX-BAL) > 0
               AND BT-QTD-NAO(WS-IDX-BAL) > 0
                COMPUTE WS-GANHO = WS-MEDIA-PART - WS-MEDIA-NAO
            END-IF
            MOVE BT-TURMA(WS-IDX-BAL)    TO LB-TURMA
            MOVE BT-QTD-PART(WS-IDX-BAL) TO LB-QTD-PART
            MOVE WS-MEDIA-PART           TO LB-MEDIA-PART
            MOVE BT-QTD-NAO(WS-IDX-BAL)  TO LB-QTD-NAO
            MOVE WS-MEDIA-NAO            TO LB-MEDIA-NAO
            MOVE WS-GANHO                TO LB-GANHO
            MOVE WS-LINHA-BAL TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY REL-LINHA(1:79)
            .
