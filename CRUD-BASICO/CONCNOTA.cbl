      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CONCILIACAO DO BOLETIM (NOTASV2.DAT) COM AS
      *          AVALIACOES INDIVIDUAIS (AVALIACOES.DAT) E COM O LIVRO
      *          DE FALTAS (FALTAS.DAT), POR ANO LETIVO E BIMESTRE. A
      *          MEDIA DO BIMESTRE (F-MEDIAn) PODE SER DIGITADA
      *          DIRETO E SE DESCOLAR DA MEDIA PONDERADA DAS
      *          AVALIACOES GUARDADAS; A FREQUENCIA (F-FREQUENCIA) PODE
      *          DISCORDAR DO LIVRO. AQUI A MEDIA E REFEITA PELA MESMA
      *          CONTA DO AVALIA (SOMA DE NOTA X PESO SOBRE A SOMA DOS
      *          PESOS) E A FREQUENCIA PELA MESMA CONTA DA CONSOLIDACAO
      *          DO FALTAS (AULAS PREVISTAS = HORAS SEMANAIS DA MATERIA
      *          X 10 SEMANAS X 4 BIMESTRES, MENOS AS FALTAS NAO
      *          JUSTIFICADAS - JUSTIFICA.DAT). LISTA NO SPOOL TODA
      *          LINHA EM QUE O VALOR GRAVADO DIFERE DO REFEITO ALEM
      *          DA TOLERANCIA INFORMADA, EM QUE SO UM DOS LADOS TEM
      *          DADOS (MEDIA SEM AVALIACOES, AVALIACOES SEM MEDIA,
      *          FREQUENCIA MENOR QUE 100 SEM FALTAS NO LIVRO) E AS
      *          AVALIACOES E FALTAS DE IDS QUE NAO EXISTEM NO
      *          BOLETIM. AO FINAL OFERECE GRAVAR AS CORRECOES COMO
      *          PENDENCIAS (PENDENTES.DAT) PARA O COORDENADOR DECIDIR
      *          NO APROVA, COMO QUALQUER ALTERACAO DE NOTA: MEDIA DO
      *          BIMESTRE COMO PENDENCIA B E FREQUENCIA COMO PENDENCIA
      *          F. ID QUE JA TEM PENDENCIA EM ABERTO DO MESMO TIPO NAO
      *          GANHA OUTRA. SO LE; NADA E REGRAVADO NO BOLETIM. CADA
      *          UNIDADE CONCILIA AS SUAS TURMAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCNOTA.
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
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT AVAL-FILE
               ASSIGN TO
                   WS-PATH-AVALIACOES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AV-CHAVE
                   FILE STATUS IS WS-FS-AVA
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
               SELECT PENDENTES-FILE
               ASSIGN TO
                   WS-PATH-PENDENTES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PEND
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
       FD AVAL-FILE
       DATA RECORD IS AVALIACAO-LINHA.
           COPY AVALIACAO_DADOS.
       FD FALTAS-FILE
       DATA RECORD IS FALTA-LINHA.
           COPY FALTAS_DADOS.
       FD JUST-FILE
       DATA RECORD IS JUST-LINHA.
           COPY JUSTIFICA_DADOS.
       FD PENDENTES-FILE
       DATA RECORD IS PENDENTE-LINHA.
           COPY PENDENTE_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(132).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-AVA                PIC 99.
          88 FS-AVA-OK             VALUE 0.
       77 WS-FS-FAL                PIC 99.
       77 WS-FS-JUS                PIC 99.
       77 WS-FS-PEND               PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'CONCNOTA'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-AVA               PIC X VALUE 'N'.
          88 EOF-AVA-OK            VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
      * Unidade escolar (UNIDADE): cada unidade ve as suas turmas.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UNIDADE-TURMA         PIC X(02).
       77 WS-UN-ANO                PIC X(07).
       77 WS-UN-TURMA              PIC X(10).
       77 WS-TURMA-ANTERIOR        PIC X(10) VALUE HIGH-VALUES.
      * Parametros da rodada.
       77 WS-ANO                   PIC X(07).
       77 WS-BIMESTRE              PIC 9.
       77 WS-TOL-MEDIA             PIC 9V9.
       77 WS-TOL-FREQ              PIC 9(02).
      * Media refeita das avaliacoes guardadas.
       77 WS-QTD-AVAL              PIC 9(02).
       77 WS-SOMA-NOTA             PIC 9(05)V9.
       77 WS-SOMA-PESO             PIC 9(04)V9.
       77 WS-MEDIA-GRAVADA         PIC 9(02)V9.
       77 WS-MEDIA-REFEITA         PIC 9(02)V9.
       77 WS-DIF-MEDIA             PIC 9(02)V9.
      * Frequencia refeita do livro de faltas (mesma conta do FALTAS).
       77 WS-PAR-MEDIA             PIC 9(02)V9.
       77 WS-PAR-RECUP             PIC 9(02)V9.
       77 WS-FREQUENCIA-MINIMA     PIC 9(03).
       77 WS-PAR-MAXNOTAS          PIC 9(02).
       77 WS-MAT-ACHADA            PIC X.
       77 WS-MEDIA-APROVACAO       PIC 9(02)V9.
       77 WS-MAT-HORAS             PIC 9(02).
       77 WS-MAT-CONTA             PIC X.
       77 WS-TOTAL-AULAS           PIC 9(04).
       77 WS-FALTAS-LIQUIDAS       PIC S9(04).
       77 WS-FREQ-CALC             PIC S9(03).
       77 WS-FREQ-REFEITA          PIC 9(03).
       77 WS-DIF-FREQ              PIC 9(03).
       77 WS-QTD-FAL               PIC 9(04) VALUE 0.
       01 WS-FAL-TAB.
           05 WS-FAL OCCURS 3000 TIMES.
               10 FT-ID            PIC 9(06).
               10 FT-FALTAS        PIC 9(04).
               10 FT-JUSTIFICADAS  PIC 9(04).
               10 FT-NO-BOLETIM    PIC X.
       77 WS-IDX-FAL               PIC 9(04).
       77 WS-ID-PROCURA            PIC 9(06).
       77 WS-ACHOU-FAL             PIC 9(04).
       77 WS-QTD-JUS               PIC 9(04) VALUE 0.
       01 WS-JUS-TAB.
           05 WS-JUS OCCURS 2000 TIMES.
               10 JU-ID            PIC 9(06).
               10 JU-DATA-DE       PIC X(10).
               10 JU-DATA-ATE      PIC X(10).
       77 WS-IDX-JUS               PIC 9(04).
       77 WS-JUSTIFICADA           PIC X.
      * Divergencias com correcao proposta (pendencia B ou F).
       77 WS-QTD-DIV               PIC 9(04) VALUE 0.
       01 WS-DIV-TAB.
           05 WS-DIV OCCURS 2000 TIMES.
               10 DV-ID            PIC 9(06).
               10 DV-TIPO          PIC X.
               10 DV-MEDIA         PIC 9(02)V9.
               10 DV-FREQUENCIA    PIC 9(03).
               10 DV-JA-PENDENTE   PIC X.
       77 WS-IDX-DIV               PIC 9(04).
       77 WS-LIMITE-AVISADO        PIC X VALUE 'N'.
          88 LIMITE-AVISADO-OK     VALUE 'S' FALSE 'N'.
      * Contadores do relatorio.
       77 WS-CONT-LIDOS            PIC 9(05) VALUE 0.
       77 WS-CONT-MEDIA-DIF        PIC 9(05) VALUE 0.
       77 WS-CONT-MEDIA-SEM-AVAL   PIC 9(05) VALUE 0.
       77 WS-CONT-AVAL-SEM-MEDIA   PIC 9(05) VALUE 0.
       77 WS-CONT-FREQ-DIF         PIC 9(05) VALUE 0.
       77 WS-CONT-FREQ-SEM-FALTA   PIC 9(05) VALUE 0.
       77 WS-CONT-AVAL-ORFAS       PIC 9(05) VALUE 0.
       77 WS-CONT-FALTA-ORFAS      PIC 9(05) VALUE 0.
       77 WS-CONT-GRAVADAS         PIC 9(05) VALUE 0.
       77 WS-CONT-JA-PEND          PIC 9(05) VALUE 0.
       77 WS-ITEM                  PIC X(05).
       77 WS-OCORRENCIA            PIC X(32).
       77 WS-GRAVADO-ED            PIC X(05).
       77 WS-REFEITO-ED            PIC X(05).
       77 WS-MEDIA-ED              PIC Z9.9.
       77 WS-FREQ-ED               PIC ZZ9.
       77 WS-CONT-ED               PIC ZZZZ9.
       77 WS-AV-ID-ANTERIOR        PIC 9(06).
      * Pendencias no molde do P530 do UPDATT.
       77 WS-PROX-SEQ-PEND         PIC 9(05).
       77 WS-DATA-SIST-PEND        PIC 9(08).
       77 WS-DATA-FMT-PEND         PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CONCNOTA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            DISPLAY '*** CONCILIACAO DE MEDIAS E FREQUENCIA ***'
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'BIMESTRE (1-4): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                DISPLAY 'BIMESTRE INVALIDO'
                STOP RUN
            END-IF
            DISPLAY 'TOLERANCIA DA MEDIA (EX: 05 = 0,5; 00 = EXATA): '
                ACCEPT WS-TOL-MEDIA
            DISPLAY 'TOLERANCIA DA FREQUENCIA EM PONTOS (00 = EXATA): '
                ACCEPT WS-TOL-FREQ

            PERFORM P100-CARREGA-JUSTIFICATIVAS
            PERFORM P150-CARREGA-FALTAS
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                STOP RUN
            END-IF
            OPEN INPUT AVAL-FILE
            PERFORM P900-ABRE-SPOOL
            PERFORM P200-CABECALHO

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P300-CONCILIA-LINHA
                END-READ
            END-PERFORM

            PERFORM P600-AVALIACOES-ORFAS
            PERFORM P650-FALTAS-ORFAS
            IF FS-AVA-OK
                CLOSE AVAL-FILE
            END-IF
            CLOSE BOLETIM
            PERFORM P700-TOTAIS
            CLOSE REPORT-FILE
            DISPLAY 'REGISTROS DO ANO CONFERIDOS: ' WS-CONT-LIDOS
            DISPLAY 'CORRECOES PROPOSTAS: ' WS-QTD-DIV
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            IF WS-QTD-DIV > 0
                PERFORM P800-PENDENCIAS
            END-IF
            STOP RUN
            .

       P100-CARREGA-JUSTIFICATIVAS.
      * Periodos abonados por ID, como no P370 do FALTAS (datas em
      * AAAA/MM/DD comparam em ordem cronologica como texto).
            OPEN INPUT JUST-FILE
            IF WS-FS-JUS NOT = 0
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ JUST-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-QTD-JUS < 2000
                            ADD 1 TO WS-QTD-JUS
                            MOVE JT-ID       TO JU-ID(WS-QTD-JUS)
                            MOVE JT-DATA-DE  TO JU-DATA-DE(WS-QTD-JUS)
                            MOVE JT-DATA-ATE TO JU-DATA-ATE(WS-QTD-JUS)
                        ELSE
                            SET EOF-OK TO TRUE
                            DISPLAY 'LIMITE DE 2000 JUSTIFICATIVAS - '
                                    'AS DEMAIS NAO FORAM CONSIDERADAS'
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JUST-FILE
            .

       P150-CARREGA-FALTAS.
      * O livro inteiro somado por ID, como na consolidacao do FALTAS.
            SET LIMITE-AVISADO-OK TO FALSE
            OPEN INPUT FALTAS-FILE
            IF WS-FS-FAL NOT = 0
                DISPLAY 'LIVRO DE FALTAS VAZIO OU INDISPONIVEL'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ FALTAS-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P160-SOMA-FALTA
                END-READ
            END-PERFORM
            CLOSE FALTAS-FILE
            .

       P160-SOMA-FALTA.
            MOVE FL-ID TO WS-ID-PROCURA
            PERFORM P170-PROCURA-FALTA
            IF WS-ACHOU-FAL = 0
                IF WS-QTD-FAL >= 3000
                    IF NOT LIMITE-AVISADO-OK
                        SET LIMITE-AVISADO-OK TO TRUE
                        DISPLAY 'LIMITE DE 3000 ALUNOS NO LIVRO - '
                                'CONCILIACAO DA FREQUENCIA PARCIAL'
                    END-IF
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-FAL
                MOVE FL-ID TO FT-ID(WS-QTD-FAL)
                MOVE 0     TO FT-FALTAS(WS-QTD-FAL)
                MOVE 0     TO FT-JUSTIFICADAS(WS-QTD-FAL)
                MOVE 'N'   TO FT-NO-BOLETIM(WS-QTD-FAL)
                MOVE WS-QTD-FAL TO WS-ACHOU-FAL
            END-IF
            ADD FL-QTD TO FT-FALTAS(WS-ACHOU-FAL)
            MOVE 'N' TO WS-JUSTIFICADA
            PERFORM VARYING WS-IDX-JUS FROM 1 BY 1
                    UNTIL WS-IDX-JUS > WS-QTD-JUS
                       OR WS-JUSTIFICADA = 'S'
                IF JU-ID(WS-IDX-JUS) = FL-ID
                   AND FL-DATA >= JU-DATA-DE(WS-IDX-JUS)
                   AND FL-DATA <= JU-DATA-ATE(WS-IDX-JUS)
                    MOVE 'S' TO WS-JUSTIFICADA
                END-IF
            END-PERFORM
            IF WS-JUSTIFICADA = 'S'
                ADD FL-QTD TO FT-JUSTIFICADAS(WS-ACHOU-FAL)
            END-IF
            .

       P170-PROCURA-FALTA.
            MOVE 0 TO WS-ACHOU-FAL
            PERFORM VARYING WS-IDX-FAL FROM 1 BY 1
                    UNTIL WS-IDX-FAL > WS-QTD-FAL OR WS-ACHOU-FAL > 0
                IF FT-ID(WS-IDX-FAL) = WS-ID-PROCURA
                    MOVE WS-IDX-FAL TO WS-ACHOU-FAL
                END-IF
            END-PERFORM
            .

       P200-CABECALHO.
            MOVE SPACES TO REL-LINHA
            STRING 'CONCILIACAO BOLETIM X AVALIACOES X FALTAS - ANO '
                        DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' BIMESTRE ' DELIMITED BY SIZE
                   WS-BIMESTRE DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF WS-UNIDADE-SESSAO = '00'
                MOVE 'REDE - TODAS AS UNIDADES' TO REL-LINHA
            ELSE
                STRING 'UNIDADE ' DELIMITED BY SIZE
                       WS-UNIDADE-SESSAO DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE WS-TOL-MEDIA TO WS-MEDIA-ED
            MOVE WS-TOL-FREQ  TO WS-FREQ-ED
            MOVE SPACES TO REL-LINHA
            STRING 'TOLERANCIA: MEDIA ' DELIMITED BY SIZE
                   WS-MEDIA-ED DELIMITED BY SIZE
                   ' / FREQUENCIA ' DELIMITED BY SIZE
                   WS-FREQ-ED DELIMITED BY SIZE
                   ' PONTOS' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:120)
            WRITE REL-LINHA
            MOVE 'ID     ALUNO                          MATERIA       '
                TO REL-LINHA
            MOVE 'TURMA      ITEM  GRAVADO REFEITO OCORRENCIA'
                TO REL-LINHA(60:)
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:120)
            WRITE REL-LINHA
            .

       P300-CONCILIA-LINHA.
      * Todo ID do boletim, de qualquer ano, tira as suas faltas da
      * lista de orfas; so o ano pedido e conciliado.
            MOVE F-ID TO WS-ID-PROCURA
            PERFORM P170-PROCURA-FALTA
            IF WS-ACHOU-FAL > 0
                MOVE 'S' TO FT-NO-BOLETIM(WS-ACHOU-FAL)
            END-IF
            IF F-ANO-LETIVO NOT = WS-ANO
               OR F-STATUS = 'EXPURGADO'
                EXIT PARAGRAPH
            END-IF
            IF F-TURMA NOT = WS-TURMA-ANTERIOR
                MOVE F-TURMA TO WS-TURMA-ANTERIOR
                MOVE 'T' TO WS-UN-ACAO
                CALL 'UNIDADE' USING WS-UN-ACAO F-ANO-LETIVO F-TURMA
                                     WS-UNIDADE-TURMA WS-UN-RESULTADO
            END-IF
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT-LIDOS
            PERFORM P400-CONCILIA-MEDIA
            PERFORM P500-CONCILIA-FREQUENCIA
            .

       P400-CONCILIA-MEDIA.
            EVALUATE WS-BIMESTRE
                WHEN 1 MOVE F-MEDIA1 TO WS-MEDIA-GRAVADA
                WHEN 2 MOVE F-MEDIA2 TO WS-MEDIA-GRAVADA
                WHEN 3 MOVE F-MEDIA3 TO WS-MEDIA-GRAVADA
                WHEN 4 MOVE F-MEDIA4 TO WS-MEDIA-GRAVADA
            END-EVALUATE
      * Avaliacoes guardadas do ID no bimestre (chave ID + BIMESTRE
      * + SEQUENCIA), somadas pela conta ponderada do AVALIA.
            MOVE 0 TO WS-QTD-AVAL
            MOVE 0 TO WS-SOMA-NOTA
            MOVE 0 TO WS-SOMA-PESO
            IF FS-AVA-OK
                MOVE F-ID        TO AV-ID
                MOVE WS-BIMESTRE TO AV-BIMESTRE
                MOVE 0           TO AV-SEQ
                SET EOF-AVA-OK TO FALSE
                START AVAL-FILE KEY IS NOT LESS AV-CHAVE
                    INVALID KEY SET EOF-AVA-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-AVA-OK
                    READ AVAL-FILE NEXT RECORD
                        AT END
                            SET EOF-AVA-OK TO TRUE
                        NOT AT END
                            IF AV-ID NOT = F-ID
                               OR AV-BIMESTRE NOT = WS-BIMESTRE
                                SET EOF-AVA-OK TO TRUE
                            ELSE
                                ADD 1 TO WS-QTD-AVAL
                                COMPUTE WS-SOMA-NOTA = WS-SOMA-NOTA
                                    + (AV-VALOR * AV-PESO)
                                ADD AV-PESO TO WS-SOMA-PESO
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            MOVE 'MEDIA' TO WS-ITEM
            MOVE WS-MEDIA-GRAVADA TO WS-MEDIA-ED
            MOVE WS-MEDIA-ED TO WS-GRAVADO-ED
            IF WS-SOMA-PESO = 0
                IF WS-MEDIA-GRAVADA > 0
                    ADD 1 TO WS-CONT-MEDIA-SEM-AVAL
                    MOVE '  -' TO WS-REFEITO-ED
                    MOVE 'MEDIA SEM AVALIACOES GUARDADAS'
                        TO WS-OCORRENCIA
                    PERFORM P550-LINHA-DIVERGENCIA
                END-IF
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-MEDIA-REFEITA ROUNDED =
                WS-SOMA-NOTA / WS-SOMA-PESO
            MOVE WS-MEDIA-REFEITA TO WS-MEDIA-ED
            MOVE WS-MEDIA-ED TO WS-REFEITO-ED
            IF WS-MEDIA-GRAVADA = 0
                ADD 1 TO WS-CONT-AVAL-SEM-MEDIA
                MOVE 'AVALIACOES SEM MEDIA NO BOLETIM'
                    TO WS-OCORRENCIA
                PERFORM P550-LINHA-DIVERGENCIA
                PERFORM P560-PROPOE-MEDIA
                EXIT PARAGRAPH
            END-IF
            IF WS-MEDIA-GRAVADA > WS-MEDIA-REFEITA
                COMPUTE WS-DIF-MEDIA =
                    WS-MEDIA-GRAVADA - WS-MEDIA-REFEITA
            ELSE
                COMPUTE WS-DIF-MEDIA =
                    WS-MEDIA-REFEITA - WS-MEDIA-GRAVADA
            END-IF
            IF WS-DIF-MEDIA > WS-TOL-MEDIA
                ADD 1 TO WS-CONT-MEDIA-DIF
                MOVE 'MEDIA DIFERE DAS AVALIACOES' TO WS-OCORRENCIA
                PERFORM P550-LINHA-DIVERGENCIA
                PERFORM P560-PROPOE-MEDIA
            END-IF
            .

       P500-CONCILIA-FREQUENCIA.
      * Mesma conta do P460 do FALTAS, com o catalogo e os
      * parametros do ano do registro (PARAMANO/MATINFOA).
            CALL 'PARAMANO' USING F-ANO-LETIVO WS-PAR-MEDIA
                                  WS-PAR-RECUP
                                  WS-FREQUENCIA-MINIMA
                                  WS-PAR-MAXNOTAS
            CALL 'MATINFOA' USING F-ANO-LETIVO F-MATERIA
                                 WS-MAT-ACHADA
                                 WS-MEDIA-APROVACAO WS-MAT-HORAS
                                 WS-MAT-CONTA
            COMPUTE WS-TOTAL-AULAS = WS-MAT-HORAS * 10 * 4
            IF WS-TOTAL-AULAS = 0
                MOVE 160 TO WS-TOTAL-AULAS
            END-IF
            MOVE 'FREQ' TO WS-ITEM
            MOVE F-FREQUENCIA TO WS-FREQ-ED
            MOVE WS-FREQ-ED TO WS-GRAVADO-ED
            IF WS-ACHOU-FAL = 0
                MOVE 100 TO WS-FREQ-REFEITA
            ELSE
                COMPUTE WS-FALTAS-LIQUIDAS =
                    FT-FALTAS(WS-ACHOU-FAL)
                    - FT-JUSTIFICADAS(WS-ACHOU-FAL)
                COMPUTE WS-FREQ-CALC ROUNDED =
                    ((WS-TOTAL-AULAS - WS-FALTAS-LIQUIDAS) * 100)
                        / WS-TOTAL-AULAS
                IF WS-FREQ-CALC < 0
                    MOVE 0 TO WS-FREQ-CALC
                END-IF
                MOVE WS-FREQ-CALC TO WS-FREQ-REFEITA
            END-IF
            MOVE WS-FREQ-REFEITA TO WS-FREQ-ED
            MOVE WS-FREQ-ED TO WS-REFEITO-ED
            IF F-FREQUENCIA > WS-FREQ-REFEITA
                COMPUTE WS-DIF-FREQ = F-FREQUENCIA - WS-FREQ-REFEITA
            ELSE
                COMPUTE WS-DIF-FREQ = WS-FREQ-REFEITA - F-FREQUENCIA
            END-IF
            IF WS-DIF-FREQ <= WS-TOL-FREQ
                EXIT PARAGRAPH
            END-IF
            IF WS-ACHOU-FAL = 0
                ADD 1 TO WS-CONT-FREQ-SEM-FALTA
                MOVE 'FREQUENCIA SEM FALTAS NO LIVRO' TO WS-OCORRENCIA
            ELSE
                ADD 1 TO WS-CONT-FREQ-DIF
                MOVE 'FREQUENCIA DIFERE DO LIVRO' TO WS-OCORRENCIA
            END-IF
            PERFORM P550-LINHA-DIVERGENCIA
            PERFORM P570-PROPOE-FREQUENCIA
            .

       P550-LINHA-DIVERGENCIA.
            MOVE SPACES TO REL-LINHA
            MOVE F-ID          TO REL-LINHA(1:6)
            MOVE F-NOME        TO REL-LINHA(8:30)
            MOVE F-MATERIA     TO REL-LINHA(39:20)
            MOVE F-TURMA       TO REL-LINHA(60:10)
            MOVE WS-ITEM       TO REL-LINHA(71:5)
            MOVE WS-GRAVADO-ED TO REL-LINHA(78:5)
            MOVE WS-REFEITO-ED TO REL-LINHA(86:5)
            MOVE WS-OCORRENCIA TO REL-LINHA(94:32)
            WRITE REL-LINHA
            .

       P560-PROPOE-MEDIA.
            IF WS-QTD-DIV >= 2000
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-DIV
            MOVE F-ID             TO DV-ID(WS-QTD-DIV)
            MOVE 'B'              TO DV-TIPO(WS-QTD-DIV)
            MOVE WS-MEDIA-REFEITA TO DV-MEDIA(WS-QTD-DIV)
            MOVE 0                TO DV-FREQUENCIA(WS-QTD-DIV)
            MOVE 'N'              TO DV-JA-PENDENTE(WS-QTD-DIV)
            .

       P570-PROPOE-FREQUENCIA.
            IF WS-QTD-DIV >= 2000
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-DIV
            MOVE F-ID            TO DV-ID(WS-QTD-DIV)
            MOVE 'F'             TO DV-TIPO(WS-QTD-DIV)
            MOVE 0               TO DV-MEDIA(WS-QTD-DIV)
            MOVE WS-FREQ-REFEITA TO DV-FREQUENCIA(WS-QTD-DIV)
            MOVE 'N'             TO DV-JA-PENDENTE(WS-QTD-DIV)
            .

       P600-AVALIACOES-ORFAS.
      * Avaliacoes do bimestre cujo ID nao existe mais no boletim.
            IF NOT FS-AVA-OK
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-AV-ID-ANTERIOR
            MOVE 0 TO AV-ID
            MOVE 0 TO AV-BIMESTRE
            MOVE 0 TO AV-SEQ
            SET EOF-AVA-OK TO FALSE
            START AVAL-FILE KEY IS NOT LESS AV-CHAVE
                INVALID KEY SET EOF-AVA-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-AVA-OK
                READ AVAL-FILE NEXT RECORD
                    AT END
                        SET EOF-AVA-OK TO TRUE
                    NOT AT END
                        IF AV-BIMESTRE = WS-BIMESTRE
                           AND AV-ID NOT = WS-AV-ID-ANTERIOR
                            MOVE AV-ID TO WS-AV-ID-ANTERIOR
                            PERFORM P610-CONFERE-ID-AVAL
                        END-IF
                END-READ
            END-PERFORM
            .

       P610-CONFERE-ID-AVAL.
            MOVE AV-ID TO F-ID
            READ BOLETIM
                KEY IS F-ID
                INVALID KEY
                    ADD 1 TO WS-CONT-AVAL-ORFAS
                    IF WS-CONT-AVAL-ORFAS = 1
                        PERFORM P690-TITULO-ORFAS
                    END-IF
                    MOVE SPACES TO REL-LINHA
                    MOVE AV-ID TO REL-LINHA(1:6)
                    MOVE 'AVALIACOES DO BIMESTRE SEM REGISTRO NO '
                         & 'BOLETIM' TO REL-LINHA(8:)
                    WRITE REL-LINHA
                    END-WRITE
                NOT INVALID KEY
                    CONTINUE
            END-READ
            .

       P650-FALTAS-ORFAS.
      * Faltas no livro de IDs que nao apareceram no boletim.
            PERFORM VARYING WS-IDX-FAL FROM 1 BY 1
                    UNTIL WS-IDX-FAL > WS-QTD-FAL
                IF FT-NO-BOLETIM(WS-IDX-FAL) NOT = 'S'
                    ADD 1 TO WS-CONT-FALTA-ORFAS
                    IF WS-CONT-AVAL-ORFAS = 0
                       AND WS-CONT-FALTA-ORFAS = 1
                        PERFORM P690-TITULO-ORFAS
                    END-IF
                    MOVE FT-FALTAS(WS-IDX-FAL) TO WS-CONT-ED
                    MOVE SPACES TO REL-LINHA
                    MOVE FT-ID(WS-IDX-FAL) TO REL-LINHA(1:6)
                    STRING 'FALTAS NO LIVRO SEM REGISTRO NO BOLETIM ('
                                DELIMITED BY SIZE
                           WS-CONT-ED DELIMITED BY SIZE
                           ' AULAS)' DELIMITED BY SIZE
                        INTO REL-LINHA(8:)
                    WRITE REL-LINHA
                END-IF
            END-PERFORM
            .

       P690-TITULO-ORFAS.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'IDS SEM REGISTRO NO BOLETIM (ANO DESCONHECIDO):'
                TO REL-LINHA
            WRITE REL-LINHA
            .

       P700-TOTAIS.
            MOVE ALL '-' TO REL-LINHA(1:120)
            WRITE REL-LINHA
            MOVE WS-CONT-LIDOS TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'REGISTROS DO ANO CONFERIDOS.......: '
                        DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CONT-MEDIA-DIF TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'MEDIA DIFERENTE DAS AVALIACOES....: '
                        DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CONT-MEDIA-SEM-AVAL TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'MEDIA SEM AVALIACOES GUARDADAS....: '
                        DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CONT-AVAL-SEM-MEDIA TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'AVALIACOES SEM MEDIA NO BOLETIM...: '
                        DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CONT-FREQ-DIF TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'FREQUENCIA DIFERENTE DO LIVRO.....: '
                        DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CONT-FREQ-SEM-FALTA TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'FREQUENCIA SEM FALTAS NO LIVRO....: '
                        DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CONT-AVAL-ORFAS TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'AVALIACOES SEM BOLETIM (IDS)......: '
                        DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CONT-FALTA-ORFAS TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'FALTAS SEM BOLETIM (IDS)..........: '
                        DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF WS-QTD-DIV >= 2000
                MOVE 'LIMITE DE 2000 CORRECOES PROPOSTAS ATINGIDO - '
                     & 'RODE DE NOVO APOS A APROVACAO' TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P800-PENDENCIAS.
            DISPLAY 'GRAVAR AS ' WS-QTD-DIV
                    ' CORRECOES COMO PENDENCIAS PARA O APROVA ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NENHUMA PENDENCIA GRAVADA'
                EXIT PARAGRAPH
            END-IF
      * Proxima sequencia e pendencias ja abertas numa so leitura:
      * ID com pendencia em aberto do mesmo tipo (e bimestre) nao
      * ganha outra.
            MOVE 1 TO WS-PROX-SEQ-PEND
            SET EOF-OK TO FALSE
            OPEN INPUT PENDENTES-FILE
            IF WS-FS-PEND NOT = 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ PENDENTES-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-PROX-SEQ-PEND = PD-SEQ + 1
                        IF PD-STATUS = 'P'
                            PERFORM P810-MARCA-JA-PENDENTE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-PEND = 10
                CLOSE PENDENTES-FILE
            END-IF

            ACCEPT WS-DATA-SIST-PEND FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SIST-PEND WS-DATA-FMT-PEND
            OPEN EXTEND PENDENTES-FILE
            IF WS-FS-PEND NOT = 0
                OPEN OUTPUT PENDENTES-FILE
            END-IF
            PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                    UNTIL WS-IDX-DIV > WS-QTD-DIV
                IF DV-JA-PENDENTE(WS-IDX-DIV) = 'S'
                    ADD 1 TO WS-CONT-JA-PEND
                ELSE
                    PERFORM P820-GRAVA-PENDENCIA
                END-IF
            END-PERFORM
            CLOSE PENDENTES-FILE
            DISPLAY 'PENDENCIAS GRAVADAS PARA O APROVA: '
                    WS-CONT-GRAVADAS
            IF WS-CONT-JA-PEND > 0
                DISPLAY 'JA TINHAM PENDENCIA EM ABERTO: '
                        WS-CONT-JA-PEND
            END-IF
            .

       P810-MARCA-JA-PENDENTE.
            PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                    UNTIL WS-IDX-DIV > WS-QTD-DIV
                IF DV-ID(WS-IDX-DIV) = PD-ID
                   AND DV-TIPO(WS-IDX-DIV) = PD-TIPO
                    IF PD-TIPO = 'F' OR PD-BIMESTRE = WS-BIMESTRE
                        MOVE 'S' TO DV-JA-PENDENTE(WS-IDX-DIV)
                    END-IF
                END-IF
            END-PERFORM
            .

       P820-GRAVA-PENDENCIA.
            MOVE WS-PROX-SEQ-PEND    TO PD-SEQ
            MOVE DV-ID(WS-IDX-DIV)   TO PD-ID
            MOVE DV-TIPO(WS-IDX-DIV) TO PD-TIPO
            IF DV-TIPO(WS-IDX-DIV) = 'F'
                MOVE 0 TO PD-BIMESTRE
                MOVE DV-FREQUENCIA(WS-IDX-DIV) TO PD-FREQUENCIA
            ELSE
                MOVE WS-BIMESTRE TO PD-BIMESTRE
                MOVE DV-MEDIA(WS-IDX-DIV) TO PD-VALOR
            END-IF
            MOVE 'CONCILIACAO'       TO PD-SOLICITANTE
            MOVE WS-DATA-FMT-PEND    TO PD-DATA
            MOVE 'P'                 TO PD-STATUS
            MOVE SPACES              TO PD-MOTIVO
            WRITE PENDENTE-LINHA
            ADD 1 TO WS-PROX-SEQ-PEND
            ADD 1 TO WS-CONT-GRAVADAS
            .

       P900-ABRE-SPOOL.
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
            .
