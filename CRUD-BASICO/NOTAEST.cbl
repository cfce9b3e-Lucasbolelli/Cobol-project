      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: ENVIO DAS NOTAS E FALTAS DO BIMESTRE AO SISTEMA
      *          ESTADUAL DE EDUCACAO, NO LUGAR DA REDIGITACAO TURMA
      *          A TURMA PELA SECRETARIA. DEPOIS QUE O BIMCTL FECHA O
      *          BIMESTRE, GERA O ARQUIVO DE LAYOUT FIXO DO ESTADO
      *          (NOTAS_ESTADO.DAT, NOTAEST_LAYOUT) COM UMA LINHA POR
      *          ALUNO X MATERIA: A F-MEDIAn DO BIMESTRE (E A LETRA
      *          NAS MATERIAS POR CONCEITO), AS FALTAS DO LIVRO
      *          (FALTAS.DAT) NO BIMESTRE E O CODIGO ESTADUAL DA
      *          MATERIA (MC-CODIGO-ESTADO, MANTIDO NO MATMANUT). SO
      *          SEGUEM AS TURMAS COM O PERIODO FECHADO (PERVAL);
      *          TURMA AINDA ABERTA E MATERIA SEM CODIGO VAO PARA A
      *          LISTA DE PENDENCIAS NO SPOOL. CADA LINHA ENVIADA
      *          FICA NO ACOMPANHAMENTO (NOTAENV.DAT) COM O NUMERO DO
      *          LOTE. O RETORNO DO ESTADO (NOTAS_ESTADO_RET.DAT,
      *          NOTARET_LAYOUT) MARCA CADA LINHA ACEITA OU
      *          REJEITADA COM O CODIGO DE ERRO DO ESTADO; A LISTA DE
      *          REJEITADOS ORIENTA AS CORRECOES E O REENVIO LEVA SO
      *          AS LINHAS REJEITADAS, JA COM A NOTA CORRIGIDA. UM
      *          NOVO ENVIO DO MESMO BIMESTRE LEVA SO AS LINHAS QUE
      *          AINDA NAO FORAM (TURMA FECHADA DEPOIS, ALUNO NOVO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAEST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT MATCAT-FILE
               ASSIGN TO
                   WS-PATH-MATCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS MC-NOME
                   FILE STATUS IS WS-FS-CAT
                   .
               SELECT FALTAS-FILE
               ASSIGN TO
                   WS-PATH-FALTAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-FAL
                   .
               SELECT NOTAENV-FILE
               ASSIGN TO
                   WS-PATH-NOTAENV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NV-CHAVE
                   FILE STATUS IS WS-FS-ENV
                   .
               SELECT NOTAEST-FILE
               ASSIGN TO
                   WS-PATH-NOTAEST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-EST
                   .
               SELECT NOTARET-FILE
               ASSIGN TO
                   WS-PATH-NOTARET
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RET
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
       FD MATCAT-FILE
       DATA RECORD IS MATCAT-LINHA.
           COPY MATCAT_DADOS.
       FD FALTAS-FILE
       DATA RECORD IS FALTA-LINHA.
           COPY FALTAS_DADOS.
       FD NOTAENV-FILE
       DATA RECORD IS NOTAENV-LINHA.
           COPY NOTAENV_DADOS.
       FD NOTAEST-FILE
       DATA RECORD IS NOTAEST-REGISTRO.
           COPY NOTAEST_LAYOUT.
       FD NOTARET-FILE
       DATA RECORD IS NOTARET-REGISTRO.
           COPY NOTARET_LAYOUT.
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
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-CAT                PIC 99.
          88 FS-CAT-OK             VALUE 0.
       77 WS-FS-FAL                PIC 99.
       77 WS-FS-ENV                PIC 99.
          88 FS-ENV-OK             VALUE 0.
       77 WS-FS-EST                PIC 99.
       77 WS-FS-RET                PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'NOTAEST'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Ano letivo e bimestre do envio; 'S' no reenvio dos
      * rejeitados.
       77 WS-ANO                   PIC X(07).
       77 WS-BIMESTRE              PIC 9.
          88 BIMESTRE-VALIDO       VALUE 1 THRU 4.
       77 WS-REENVIO               PIC X VALUE 'N'.
          88 REENVIO-OK            VALUE 'S' FALSE 'N'.
       77 WS-LOTE                  PIC 9(07) VALUE 0.
       77 WS-SEQ-REG               PIC 9(06) VALUE 0.
       77 WS-PV-RESULTADO          PIC X.
       77 WS-NOTA                  PIC 9(02)V9.
       77 WS-CNC-ACAO              PIC X.
       77 WS-CNC-LETRA             PIC X.
       77 WS-FALTAS                PIC 9(03).
       77 WS-MOTIVO-PEND           PIC X(40).
       77 WS-DATA-NUM-X            PIC X(08).
      * Aluno da linha no mestre (ALUNOMST), guardado pelo nome: as
      * linhas do mesmo aluno costumam vir seguidas.
       77 WS-ALM-ACAO              PIC X VALUE 'N'.
       77 WS-ALM-ACHADO            PIC X.
          88 ALM-ACHADO-OK         VALUE 'S' FALSE 'N'.
       77 WS-ALM-ID                PIC 9(06).
       77 WS-ALM-NOME              PIC X(30).
       77 WS-ALM-TURMA             PIC X(10).
       77 WS-ALM-RESP              PIC 9(06).
       77 WS-ALM-NASCIMENTO        PIC X(10).
       77 WS-NOME-ANTERIOR         PIC X(30) VALUE SPACES.
      * Faltas do livro no bimestre, somadas por linha do boletim
      * (FL-ID = F-ID).
       77 WS-QTD-IDS               PIC 9(03) VALUE 0.
       01 WS-FALTA-TAB.
           05 WS-FALTA-ENTRY OCCURS 500 TIMES.
               10 FT-ID            PIC 9(06).
               10 FT-QTD           PIC 9(03).
       77 WS-IDX                   PIC 9(03).
      * Turmas com o periodo ainda aberto, listadas uma vez so.
       77 WS-QTD-ABERTAS           PIC 9(02) VALUE 0.
       01 WS-ABERTA-TAB.
           05 AB-TURMA             PIC X(10) OCCURS 50 TIMES.
       77 WS-IDX-AB                PIC 9(02).
      * Contadores do envio e do retorno.
       77 WS-CONT-ENVIADOS         PIC 9(06) VALUE 0.
       77 WS-CONT-JA-ENVIADOS      PIC 9(06) VALUE 0.
       77 WS-CONT-PENDENTES        PIC 9(06) VALUE 0.
       77 WS-CONT-ABERTOS          PIC 9(06) VALUE 0.
       77 WS-CONT-DETALHES         PIC 9(06) VALUE 0.
       77 WS-CONT-ACEITOS          PIC 9(06) VALUE 0.
       77 WS-CONT-REJEITADOS       PIC 9(06) VALUE 0.
       77 WS-CONT-EXCECOES         PIC 9(06) VALUE 0.
       77 WS-CONT-AGUARDANDO       PIC 9(06) VALUE 0.
       77 WS-TRAILER-QTD           PIC 9(06) VALUE 0.
       77 WS-TRAILER-LIDO          PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'NOTAEST' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            PERFORM P900-GARANTE-ACOMPANHAMENTO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** NOTAS DO BIMESTRE - SISTEMA ESTADUAL ****'
            DISPLAY '1 - GERAR O ARQUIVO DO BIMESTRE FECHADO'
            DISPLAY '2 - REENVIAR SO OS REGISTROS REJEITADOS'
            DISPLAY '3 - CARREGAR O RETORNO DO ESTADO'
            DISPLAY '4 - LISTA DE REJEITADOS PARA CORRECAO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    SET REENVIO-OK TO FALSE
                    PERFORM P200-GERA-ARQUIVO
                WHEN '2'
                    SET REENVIO-OK TO TRUE
                    PERFORM P200-GERA-ARQUIVO
                WHEN '3'
                    PERFORM P500-CARREGA-RETORNO
                WHEN '4'
                    PERFORM P700-REJEITADOS
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-PEDE-PERIODO.
            DISPLAY 'ANO LETIVO: '
                ACCEPT WS-ANO
            MOVE 0 TO WS-BIMESTRE
            PERFORM UNTIL BIMESTRE-VALIDO
                DISPLAY 'BIMESTRE (1-4): '
                    ACCEPT WS-BIMESTRE
                IF NOT BIMESTRE-VALIDO
                    DISPLAY 'BIMESTRE INVALIDO'
                END-IF
            END-PERFORM
            .

       P100-ABRE-SPOOL.
            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P200-GERA-ARQUIVO.
            PERFORM P050-PEDE-PERIODO
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT MATCAT-FILE
            IF NOT FS-CAT-OK
                CALL 'FSMSG' USING WS-FS-CAT WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CATALOGO DE MATERIAS --> COD '
                        WS-FS-CAT ': ' WS-FS-MSG
                CLOSE BOLETIM
                EXIT PARAGRAPH
            END-IF
            PERFORM P210-CARREGA-FALTAS
            PERFORM P220-PROXIMO-LOTE
            OPEN I-O NOTAENV-FILE
            IF NOT FS-ENV-OK
                CALL 'FSMSG' USING WS-FS-ENV WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O ACOMPANHAMENTO --> COD '
                        WS-FS-ENV ': ' WS-FS-MSG
                CLOSE BOLETIM
                CLOSE MATCAT-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P100-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** PENDENCIAS DO ENVIO AO ESTADO - ANO '
                        DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' BIMESTRE ' DELIMITED BY SIZE
                   WS-BIMESTRE DELIMITED BY SIZE
                   ' LOTE ' DELIMITED BY SIZE
                   WS-LOTE DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF REENVIO-OK
                MOVE 'REENVIO - SO OS REGISTROS REJEITADOS PELO ESTADO'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            OPEN OUTPUT NOTAEST-FILE
            MOVE 0 TO WS-SEQ-REG
            MOVE SPACES TO NOTAEST-REGISTRO
            MOVE 'H'             TO NE-TIPO-REG
            MOVE 'NOTASBIM'      TO NE-H-LITERAL
            MOVE WS-ANO          TO NE-H-ANO
            MOVE WS-BIMESTRE     TO NE-H-BIMESTRE
            MOVE WS-DATA-SISTEMA TO NE-H-DATA
            MOVE WS-LOTE         TO NE-H-LOTE
            IF REENVIO-OK
                MOVE 'S' TO NE-H-REENVIO
            ELSE
                MOVE 'N' TO NE-H-REENVIO
            END-IF
            PERFORM P290-GRAVA-REGISTRO

            MOVE 0 TO WS-CONT-ENVIADOS WS-CONT-JA-ENVIADOS
                      WS-CONT-PENDENTES WS-CONT-ABERTOS
            MOVE 0 TO WS-QTD-ABERTAS
            MOVE SPACES TO WS-NOME-ANTERIOR
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                            PERFORM P250-AVALIA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            CLOSE MATCAT-FILE
            CLOSE NOTAENV-FILE

            MOVE SPACES TO NOTAEST-REGISTRO
            MOVE 'T'              TO NE-TIPO-REG
            MOVE WS-CONT-ENVIADOS TO NE-T-QTD
            PERFORM P290-GRAVA-REGISTRO
            CLOSE NOTAEST-FILE

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ENVIADOS: ' DELIMITED BY SIZE
                   WS-CONT-ENVIADOS DELIMITED BY SIZE
                   '  PENDENTES: ' DELIMITED BY SIZE
                   WS-CONT-PENDENTES DELIMITED BY SIZE
                   '  EM TURMA ABERTA: ' DELIMITED BY SIZE
                   WS-CONT-ABERTOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE

            DISPLAY 'LOTE ' WS-LOTE ' - REGISTROS NO ARQUIVO: '
                    WS-CONT-ENVIADOS
            IF NOT REENVIO-OK AND WS-CONT-JA-ENVIADOS > 0
                DISPLAY 'JA ENVIADOS EM LOTE ANTERIOR (NAO SEGUEM): '
                        WS-CONT-JA-ENVIADOS
            END-IF
            IF WS-CONT-ABERTOS > 0
                DISPLAY 'ATENCAO: ' WS-QTD-ABERTAS
                        ' TURMA(S) COM O PERIODO AINDA ABERTO - FECHE '
                        'NO BIMCTL E GERE DE NOVO'
            END-IF
            IF WS-CONT-PENDENTES > 0
                DISPLAY 'ATENCAO: ' WS-CONT-PENDENTES
                        ' REGISTRO(S) PENDENTE(S) - VER A LISTA'
            END-IF
            IF WS-CONT-ENVIADOS = 0
                DISPLAY 'NADA A ENVIAR - O ARQUIVO NAO DEVE SEGUIR'
            ELSE
                DISPLAY 'ARQUIVO GRAVADO EM: ' WS-PATH-NOTAEST
            END-IF
            DISPLAY 'LISTA DE PENDENCIAS EM: ' WS-PATH-RELATORIO
            .

       P210-CARREGA-FALTAS.
            MOVE 0 TO WS-QTD-IDS
            SET EOF-OK TO FALSE
            OPEN INPUT FALTAS-FILE
            IF WS-FS-FAL <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ FALTAS-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FL-BIMESTRE = WS-BIMESTRE
                            PERFORM P215-SOMA-FALTA
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-FAL = 10
                CLOSE FALTAS-FILE
            END-IF
            .

       P215-SOMA-FALTA.
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-IDS
                    OR FT-ID(WS-IDX) = FL-ID
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX > WS-QTD-IDS
                IF WS-QTD-IDS >= 500
                    DISPLAY 'LIMITE DE 500 LINHAS NO LIVRO DE FALTAS '
                            '- CONSOLIDE E ARQUIVE O LIVRO'
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-IDS
                MOVE FL-ID TO FT-ID(WS-QTD-IDS)
                MOVE 0     TO FT-QTD(WS-QTD-IDS)
                MOVE WS-QTD-IDS TO WS-IDX
            END-IF
            ADD FL-QTD TO FT-QTD(WS-IDX)
            .

       P220-PROXIMO-LOTE.
      * O lote segue o maior ja usado no acompanhamento: envio e
      * reenvio dividem a mesma numeracao.
            MOVE 0 TO WS-LOTE
            SET EOF-OK TO FALSE
            OPEN INPUT NOTAENV-FILE
            IF NOT FS-ENV-OK
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ NOTAENV-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NV-LOTE > WS-LOTE
                            MOVE NV-LOTE TO WS-LOTE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-ENV = 10
                CLOSE NOTAENV-FILE
            END-IF
            ADD 1 TO WS-LOTE
            .

       P250-AVALIA-LINHA.
      * So segue a turma com o periodo fechado pelo BIMCTL; periodo
      * que nao existe no regime da turma nao tem o que enviar.
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIMESTRE
                                WS-PV-RESULTADO
            IF WS-PV-RESULTADO = 'I'
                EXIT PARAGRAPH
            END-IF
            IF WS-PV-RESULTADO = 'A'
                ADD 1 TO WS-CONT-ABERTOS
                PERFORM P260-TURMA-ABERTA
                EXIT PARAGRAPH
            END-IF

            MOVE WS-ANO      TO NV-ANO
            MOVE WS-BIMESTRE TO NV-BIMESTRE
            MOVE F-ID        TO NV-ID
            READ NOTAENV-FILE
                KEY IS NV-CHAVE
                INVALID KEY
                    CONTINUE
            END-READ
            IF REENVIO-OK
                IF NOT FS-ENV-OK OR NOT NV-REJEITADO
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF FS-ENV-OK
                    ADD 1 TO WS-CONT-JA-ENVIADOS
                    EXIT PARAGRAPH
                END-IF
            END-IF

            MOVE F-MATERIA TO MC-NOME
            READ MATCAT-FILE
                KEY IS MC-NOME
                INVALID KEY
                    MOVE SPACES TO MC-CODIGO-ESTADO
                    MOVE 'N'    TO MC-CONCEITO
            END-READ
            IF MC-CODIGO-ESTADO = SPACES
                MOVE 'MATERIA SEM CODIGO ESTADUAL (MATMANUT)'
                    TO WS-MOTIVO-PEND
                PERFORM P280-LINHA-PENDENCIA
                EXIT PARAGRAPH
            END-IF

            EVALUATE WS-BIMESTRE
                WHEN 1 MOVE F-MEDIA1 TO WS-NOTA
                WHEN 2 MOVE F-MEDIA2 TO WS-NOTA
                WHEN 3 MOVE F-MEDIA3 TO WS-NOTA
                WHEN 4 MOVE F-MEDIA4 TO WS-NOTA
            END-EVALUATE
            MOVE SPACE TO WS-CNC-LETRA
            IF MC-CONCEITO = 'S'
                MOVE 'N' TO WS-CNC-ACAO
                CALL 'CONCEITO' USING WS-CNC-ACAO WS-CNC-LETRA
                                      WS-NOTA
            END-IF

            MOVE 0 TO WS-FALTAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-IDS
                IF FT-ID(WS-IDX) = F-ID
                    MOVE FT-QTD(WS-IDX) TO WS-FALTAS
                END-IF
            END-PERFORM

            IF F-NOME NOT = WS-NOME-ANTERIOR
                MOVE F-NOME TO WS-NOME-ANTERIOR
                MOVE F-NOME TO WS-ALM-NOME
                MOVE 0      TO WS-ALM-ID
                MOVE SPACES TO WS-ALM-NASCIMENTO
                CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                      WS-ALM-ID WS-ALM-NOME
                                      WS-ALM-TURMA WS-ALM-RESP
                                      WS-ALM-NASCIMENTO
                IF NOT ALM-ACHADO-OK
                    MOVE 0      TO WS-ALM-ID
                    MOVE SPACES TO WS-ALM-NASCIMENTO
                END-IF
            END-IF

            MOVE SPACES TO NOTAEST-REGISTRO
            MOVE 'D'              TO NE-TIPO-REG
            MOVE NV-CHAVE         TO NE-D-USO-ESCOLA
            MOVE WS-ALM-ID        TO NE-D-ID-ALUNO
            MOVE F-NOME           TO NE-D-NOME
            MOVE 0                TO NE-D-NASCIMENTO
            MOVE SPACES TO WS-DATA-NUM-X
            STRING WS-ALM-NASCIMENTO(1:4) DELIMITED BY SIZE
                   WS-ALM-NASCIMENTO(6:2) DELIMITED BY SIZE
                   WS-ALM-NASCIMENTO(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X IS NUMERIC
                MOVE WS-DATA-NUM-X TO NE-D-NASCIMENTO
            END-IF
            MOVE F-TURMA          TO NE-D-TURMA
            MOVE MC-CODIGO-ESTADO TO NE-D-COD-MATERIA
            MOVE WS-BIMESTRE      TO NE-D-BIMESTRE
            MOVE WS-NOTA          TO NE-D-NOTA
            MOVE WS-CNC-LETRA     TO NE-D-CONCEITO
            MOVE WS-FALTAS        TO NE-D-FALTAS
            PERFORM P290-GRAVA-REGISTRO
            ADD 1 TO WS-CONT-ENVIADOS

      * Acompanhamento: a linha fica no lote novo aguardando o
      * retorno; o erro do envio anterior sai de cena.
            IF NOT FS-ENV-OK
                MOVE WS-ANO      TO NV-ANO
                MOVE WS-BIMESTRE TO NV-BIMESTRE
                MOVE F-ID        TO NV-ID
                MOVE 0           TO NV-QTD-ENVIOS
            END-IF
            MOVE F-NOME          TO NV-NOME
            MOVE F-TURMA         TO NV-TURMA
            MOVE F-MATERIA       TO NV-MATERIA
            MOVE 'E'             TO NV-SITUACAO
            MOVE WS-LOTE         TO NV-LOTE
            MOVE WS-DATA-FORMAT  TO NV-DATA-ENVIO
            ADD 1                TO NV-QTD-ENVIOS
            MOVE SPACES          TO NV-COD-ERRO
            MOVE SPACES          TO NV-MENSAGEM
            MOVE SPACES          TO NV-DATA-RETORNO
            IF FS-ENV-OK
                REWRITE NOTAENV-LINHA
            ELSE
                WRITE NOTAENV-LINHA
            END-IF
            .

       P260-TURMA-ABERTA.
            PERFORM VARYING WS-IDX-AB FROM 1 BY 1
                    UNTIL WS-IDX-AB > WS-QTD-ABERTAS
                IF AB-TURMA(WS-IDX-AB) = F-TURMA
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF WS-QTD-ABERTAS < 50
                ADD 1 TO WS-QTD-ABERTAS
                MOVE F-TURMA TO AB-TURMA(WS-QTD-ABERTAS)
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'TURMA ' DELIMITED BY SIZE
                   F-TURMA DELIMITED BY SIZE
                   ' - PERIODO AINDA ABERTO NO BIMCTL, NADA ENVIADO'
                        DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P280-LINHA-PENDENCIA.
            ADD 1 TO WS-CONT-PENDENTES
            MOVE SPACES TO REL-LINHA
            STRING 'ID ' DELIMITED BY SIZE
                   F-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   F-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   F-TURMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   F-MATERIA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '    ' DELIMITED BY SIZE
                   WS-MOTIVO-PEND DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P290-GRAVA-REGISTRO.
            ADD 1 TO WS-SEQ-REG
            MOVE WS-SEQ-REG TO NE-SEQ-REG
            WRITE NOTAEST-REGISTRO
            .

       P500-CARREGA-RETORNO.
            MOVE 0 TO WS-CONT-DETALHES WS-CONT-ACEITOS
                      WS-CONT-REJEITADOS WS-CONT-EXCECOES
            MOVE 0 TO WS-TRAILER-QTD
            MOVE 'N' TO WS-TRAILER-LIDO
            OPEN INPUT NOTARET-FILE
            IF WS-FS-RET NOT = 0
                DISPLAY 'NENHUM ARQUIVO DE RETORNO DO ESTADO EM: '
                        WS-PATH-NOTARET
                EXIT PARAGRAPH
            END-IF
            READ NOTARET-FILE
                AT END
                    MOVE SPACES TO NOTARET-REGISTRO
            END-READ
            IF NR-TIPO-REG NOT = 'H'
               OR NR-H-LITERAL NOT = 'RETNOTAS'
                DISPLAY 'ARQUIVO DE RETORNO SEM HEADER VALIDO - '
                        'NADA CARREGADO'
                CLOSE NOTARET-FILE
                EXIT PARAGRAPH
            END-IF
            OPEN I-O NOTAENV-FILE
            IF NOT FS-ENV-OK
                CALL 'FSMSG' USING WS-FS-ENV WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O ACOMPANHAMENTO --> COD '
                        WS-FS-ENV ': ' WS-FS-MSG
                CLOSE NOTARET-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P100-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** RETORNO DO ESTADO - ANO ' DELIMITED BY SIZE
                   NR-H-ANO DELIMITED BY SIZE
                   ' BIMESTRE ' DELIMITED BY SIZE
                   NR-H-BIMESTRE DELIMITED BY SIZE
                   ' LOTE ' DELIMITED BY SIZE
                   NR-H-LOTE DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'REJEITADOS - CORRIGIR E REENVIAR (OPCAO 2)'
                TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ NOTARET-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        EVALUATE NR-TIPO-REG
                            WHEN 'D'
                                ADD 1 TO WS-CONT-DETALHES
                                PERFORM P550-DETALHE-RETORNO
                            WHEN 'T'
                                MOVE 'S'      TO WS-TRAILER-LIDO
                                MOVE NR-T-QTD TO WS-TRAILER-QTD
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE NOTARET-FILE
            CLOSE NOTAENV-FILE

            IF WS-TRAILER-LIDO NOT = 'S'
               OR WS-TRAILER-QTD NOT = WS-CONT-DETALHES
                MOVE SPACES TO REL-LINHA
                STRING 'TRAILER DIVERGENTE: ESTADO INFORMA '
                            DELIMITED BY SIZE
                       WS-TRAILER-QTD DELIMITED BY SIZE
                       ' DETALHES, ARQUIVO TEM ' DELIMITED BY SIZE
                       WS-CONT-DETALHES DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                ADD 1 TO WS-CONT-EXCECOES
            END-IF

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ACEITOS: ' DELIMITED BY SIZE
                   WS-CONT-ACEITOS DELIMITED BY SIZE
                   '  REJEITADOS: ' DELIMITED BY SIZE
                   WS-CONT-REJEITADOS DELIMITED BY SIZE
                   '  EXCECOES: ' DELIMITED BY SIZE
                   WS-CONT-EXCECOES DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE

            DISPLAY 'RETORNO DO LOTE ' NR-H-LOTE
            DISPLAY '  ACEITOS....: ' WS-CONT-ACEITOS
            DISPLAY '  REJEITADOS.: ' WS-CONT-REJEITADOS
            DISPLAY '  EXCECOES...: ' WS-CONT-EXCECOES
            DISPLAY 'LISTA DE REJEITADOS EM: ' WS-PATH-RELATORIO
            .

       P550-DETALHE-RETORNO.
            MOVE NR-D-USO-ESCOLA TO NV-CHAVE
            READ NOTAENV-FILE
                KEY IS NV-CHAVE
                INVALID KEY
                    MOVE 'REGISTRO AUSENTE NO ACOMPANHAMENTO'
                        TO WS-MOTIVO-PEND
                    PERFORM P580-LINHA-EXCECAO
            END-READ
            IF NOT FS-ENV-OK
                EXIT PARAGRAPH
            END-IF
      * Resposta de um lote ja superado por reenvio nao vale mais:
      * a linha aguarda o retorno do lote novo.
            IF NV-LOTE NOT = NR-H-LOTE
                MOVE 'RESPOSTA DE LOTE ANTIGO - IGNORADA'
                    TO WS-MOTIVO-PEND
                PERFORM P580-LINHA-EXCECAO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATA-FORMAT TO NV-DATA-RETORNO
            EVALUATE NR-D-SITUACAO
                WHEN 'A'
                    MOVE 'A'    TO NV-SITUACAO
                    MOVE SPACES TO NV-COD-ERRO
                    MOVE SPACES TO NV-MENSAGEM
                    ADD 1 TO WS-CONT-ACEITOS
                WHEN 'R'
                    MOVE 'R'           TO NV-SITUACAO
                    MOVE NR-D-COD-ERRO TO NV-COD-ERRO
                    MOVE NR-D-MENSAGEM TO NV-MENSAGEM
                    ADD 1 TO WS-CONT-REJEITADOS
                    PERFORM P590-LINHA-REJEITADO
                WHEN OTHER
                    MOVE 'SITUACAO DESCONHECIDA NO RETORNO'
                        TO WS-MOTIVO-PEND
                    PERFORM P580-LINHA-EXCECAO
                    EXIT PARAGRAPH
            END-EVALUATE
            REWRITE NOTAENV-LINHA
            IF NOT FS-ENV-OK
                CALL 'FSMSG' USING WS-FS-ENV WS-FS-MSG
                MOVE 'ERRO AO ATUALIZAR O ACOMPANHAMENTO'
                    TO WS-MOTIVO-PEND
                PERFORM P580-LINHA-EXCECAO
            END-IF
            .

       P580-LINHA-EXCECAO.
            ADD 1 TO WS-CONT-EXCECOES
            MOVE SPACES TO REL-LINHA
            STRING 'CHAVE ' DELIMITED BY SIZE
                   NR-D-USO-ESCOLA DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-MOTIVO-PEND DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P590-LINHA-REJEITADO.
            MOVE SPACES TO REL-LINHA
            STRING 'ID ' DELIMITED BY SIZE
                   NV-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   NV-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   NV-TURMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   NV-MATERIA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '    ERRO ' DELIMITED BY SIZE
                   NV-COD-ERRO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   NV-MENSAGEM DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P700-REJEITADOS.
            PERFORM P050-PEDE-PERIODO
            OPEN INPUT NOTAENV-FILE
            IF NOT FS-ENV-OK
                CALL 'FSMSG' USING WS-FS-ENV WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O ACOMPANHAMENTO --> COD '
                        WS-FS-ENV ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM P100-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** REJEITADOS PELO ESTADO - ANO ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' BIMESTRE ' DELIMITED BY SIZE
                   WS-BIMESTRE DELIMITED BY SIZE
                   ' EM ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT-ACEITOS WS-CONT-REJEITADOS
                      WS-CONT-AGUARDANDO
            SET EOF-OK TO FALSE
            MOVE WS-ANO      TO NV-ANO
            MOVE WS-BIMESTRE TO NV-BIMESTRE
            MOVE 0           TO NV-ID
            START NOTAENV-FILE KEY IS NOT LESS NV-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ NOTAENV-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NV-ANO NOT = WS-ANO
                           OR NV-BIMESTRE NOT = WS-BIMESTRE
                            SET EOF-OK TO TRUE
                        ELSE
                            EVALUATE TRUE
                                WHEN NV-ACEITO
                                    ADD 1 TO WS-CONT-ACEITOS
                                WHEN NV-REJEITADO
                                    ADD 1 TO WS-CONT-REJEITADOS
                                    PERFORM P590-LINHA-REJEITADO
                                WHEN OTHER
                                    ADD 1 TO WS-CONT-AGUARDANDO
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOTAENV-FILE

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ACEITOS: ' DELIMITED BY SIZE
                   WS-CONT-ACEITOS DELIMITED BY SIZE
                   '  REJEITADOS: ' DELIMITED BY SIZE
                   WS-CONT-REJEITADOS DELIMITED BY SIZE
                   '  AGUARDANDO RETORNO: ' DELIMITED BY SIZE
                   WS-CONT-AGUARDANDO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'ACEITOS: ' WS-CONT-ACEITOS
                    ' REJEITADOS: ' WS-CONT-REJEITADOS
                    ' AGUARDANDO RETORNO: ' WS-CONT-AGUARDANDO
            DISPLAY 'LISTA DE REJEITADOS EM: ' WS-PATH-RELATORIO
            .

       P900-GARANTE-ACOMPANHAMENTO.
            OPEN I-O NOTAENV-FILE
            IF WS-FS-ENV = 35
                OPEN OUTPUT NOTAENV-FILE
            END-IF
            CLOSE NOTAENV-FILE
            .
