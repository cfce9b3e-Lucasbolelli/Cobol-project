      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: COMPARACAO DIARIA DO NOTASV2.DAT COM A ULTIMA GERACAO
      *          DO BACKUP (NOTASV2.DAT.G1 DO BACKUPGEN), CAMPO A
      *          CAMPO. A TRILHA DE AUDITORIA SO VE O QUE PASSA PELOS
      *          PROGRAMAS; AQUI APARECE TAMBEM O QUE FOI MEXIDO POR
      *          FORA, RESTAURADO PELA METADE OU GRAVADO POR PROGRAMA
      *          QUE ESQUECEU O AUDITORIA. IMPRIME NO SPOOL CADA
      *          REGISTRO INCLUIDO OU REMOVIDO E CADA CAMPO ALTERADO,
      *          COM O VALOR ANTIGO E O NOVO, MARCADO 'AUDITADO'
      *          QUANDO HA LINHA DO MESMO ID NO AUDITORIA.DAT OU NO
      *          AUDIMG.DAT DESDE A DATA DA GERACAO (BACKUP.CTL) E
      *          'SEM TRILHA' QUANDO NAO HA. CADA DIFERENCA SEM TRILHA
      *          VAI PARA O ERRLOG.DAT (CODIGO 98) PARA REVISAO NO
      *          ERRVIEW. SEM NENHUM ACCEPT: RODA NA CADEIA DO RUNCTL
      *          ANTES DO BACKUPGEN, QUE SO DEPOIS RODA AS GERACOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTADIFF.
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
               SELECT BK-FILE
               ASSIGN TO
                   WS-PATH-BK-G1
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BK
                   .
               SELECT CTL-FILE
               ASSIGN TO
                   WS-PATH-BACKUP-CTL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CTL
                   .
               SELECT AUDIT-FILE
               ASSIGN TO
                   WS-PATH-AUDITORIA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-AUD
                   .
               SELECT AUDIMG-FILE
               ASSIGN TO
                   WS-PATH-AUDIMG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-IMG
                   .
               SELECT ERRLOG-FILE
               ASSIGN TO
                   WS-PATH-ERRLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ERRLOG
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
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
       FD BK-FILE
       DATA RECORD IS BK-LINHA.
       01 BK-LINHA                 PIC X(200).
       FD CTL-FILE
       DATA RECORD IS CTL-LINHA.
       01 CTL-LINHA                PIC X(120).
       FD AUDIT-FILE
       DATA RECORD IS AUDIT-LINHA.
       01 AUDIT-LINHA              PIC X(170).
       FD AUDIMG-FILE
       DATA RECORD IS AUDIMG-LINHA.
           COPY AUDIMG_DADOS.
       FD ERRLOG-FILE
       DATA RECORD IS ERRLOG-LINHA.
           COPY ERRLOG_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
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
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-BK                 PIC 99.
          88 FS-BK-OK              VALUE 0.
       77 WS-FS-CTL                PIC 99.
       77 WS-FS-AUD                PIC 99.
       77 WS-FS-IMG                PIC 99.
       77 WS-FS-ERRLOG             PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
      * Spool de relatorios (SPOOLNOVO).
       77 WS-SPL-PROGRAMA          PIC X(12)
                                    VALUE 'NOTADIFF'.
       77 WS-PATH-BK-G1            PIC X(100).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-BK                PIC X VALUE 'N'.
          88 EOF-BK-OK             VALUE 'S' FALSE 'N'.
       77 WS-EOF-BOL               PIC X VALUE 'N'.
          88 EOF-BOL-OK            VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-HORA-SISTEMA          PIC 9(08).
       77 WS-OPERADOR-ATUAL        PIC X(20).
      * Data da geracao G1 (ultima linha BOLETIM OK do BACKUP.CTL):
      * a trilha vale a partir dela.
       77 WS-DATA-BACKUP           PIC X(10) VALUE SPACES.
      * Chaves do merge; fim de arquivo vira 999999.
       77 WS-ID-BK                 PIC 9(06).
       77 WS-ID-VIVO               PIC 9(06).
      * Imagem do registro na geracao G1 (mesmo layout do
      * BOLETIM-LINHA, como o BACKUPGEN grava).
       01 WS-IMG-BACKUP.
           03 IB-ID                PIC 9(06).
           03 IB-NOME              PIC X(30).
           03 IB-MATERIA           PIC X(20).
           03 IB-ANO-LETIVO        PIC X(07).
           03 IB-TURMA             PIC X(10).
           03 IB-ID-RESPONSAVEL    PIC 9(06).
           03 IB-ID-ORIGINAL       PIC 9(06).
           03 IB-MEDIA1            PIC 9(02)V9.
           03 IB-MEDIA2            PIC 9(02)V9.
           03 IB-MEDIA3            PIC 9(02)V9.
           03 IB-MEDIA4            PIC 9(02)V9.
           03 IB-MEDIATOTAL        PIC 9(02)V9.
           03 IB-FREQUENCIA        PIC 9(03).
           03 IB-PROFESSOR         PIC X(30).
           03 IB-STATUS            PIC X(14).
      * IDs com linha na trilha ou na imagem desde a geracao.
       77 WS-QTD-AUDITADOS         PIC 9(04) VALUE 0.
       01 WS-AUDITADOS-TAB.
           05 WS-AUDITADO          PIC 9(06) OCCURS 2000 TIMES.
       77 WS-AUD-ID-TXT            PIC X(06).
       77 WS-AUD-ID                PIC 9(06).
       77 WS-LIXO                  PIC X(170).
       77 WS-RESTO                 PIC X(170).
      * Diferencas sem trilha, gravadas no ERRLOG no fim.
       77 WS-QTD-SEM               PIC 9(03) VALUE 0.
       01 WS-SEM-TAB.
           05 WS-SEM-ENTRY OCCURS 500 TIMES.
               10 ST-ID                PIC 9(06).
               10 ST-CAMPO             PIC X(14).
       77 WS-PROX-SEQ              PIC 9(05).
      * Diferenca corrente.
       77 WS-DIF-ID                PIC 9(06).
       77 WS-CAMPO                 PIC X(14).
       77 WS-VALOR-ANTES           PIC X(30).
       77 WS-VALOR-DEPOIS          PIC X(30).
       77 WS-MARCA                 PIC X(10).
       77 WS-ED-NOTA               PIC Z9.9.
       77 WS-ED-FREQ               PIC ZZ9.
       77 WS-IDX                   PIC 9(04).
       77 WS-CONT-INCLUIDOS        PIC 9(05) VALUE 0.
       77 WS-CONT-REMOVIDOS        PIC 9(05) VALUE 0.
       77 WS-CONT-CAMPOS           PIC 9(05) VALUE 0.
       77 WS-CONT-AUDITADAS        PIC 9(05) VALUE 0.
       77 WS-CONT-SEM-TRILHA       PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'NOTADIFF' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE SPACES TO WS-PATH-BK-G1
            STRING FUNCTION TRIM(WS-PATH-BOLETIM) DELIMITED BY SIZE
                   '.G1'                          DELIMITED BY SIZE
                INTO WS-PATH-BK-G1
            OPEN INPUT BK-FILE
            IF NOT FS-BK-OK
                DISPLAY 'SEM GERACAO G1 DO BOLETIM - NADA A COMPARAR'
                GOBACK
            END-IF
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                CLOSE BK-FILE
                GOBACK
            END-IF

            PERFORM P100-DATA-BACKUP
            PERFORM P200-CARREGA-AUDITADOS

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
            STRING '*** NOTASV2 X BACKUP G1 DE ' DELIMITED BY SIZE
                   WS-DATA-BACKUP           DELIMITED BY SIZE
                   ' - DIFERENCAS EM '      DELIMITED BY SIZE
                   WS-DATA-FORMAT           DELIMITED BY SIZE
                   ' ***'                   DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ID     CAMPO          ANTES                          D
      -         'EPOIS                          TRILHA' TO REL-LINHA
            WRITE REL-LINHA

            PERFORM P300-LE-BACKUP
            PERFORM P310-LE-BOLETIM
            PERFORM P400-COMPARA UNTIL EOF-BK-OK AND EOF-BOL-OK
            CLOSE BK-FILE
            CLOSE BOLETIM

            PERFORM P700-TOTAIS
            CLOSE REPORT-FILE
            PERFORM P800-REGISTRA-ERRLOG

            DISPLAY 'DIFERENCAS: ' WS-CONT-CAMPOS ' CAMPO(S), '
                    WS-CONT-INCLUIDOS ' INCLUIDO(S), '
                    WS-CONT-REMOVIDOS ' REMOVIDO(S) - SEM TRILHA: '
                    WS-CONT-SEM-TRILHA
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
      * GOBACK, e nao STOP RUN: rodando como passo da cadeia do
      * RUNCTL, o controle tem de voltar para a cadeia seguir.
            GOBACK
            .

       P100-DATA-BACKUP.
      * Sem linha de controle (geracao copiada a mao, por exemplo)
      * vale so a trilha de hoje.
            MOVE WS-DATA-FORMAT TO WS-DATA-BACKUP
            SET EOF-OK TO FALSE
            OPEN INPUT CTL-FILE
            IF WS-FS-CTL NOT = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ CTL-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE 0 TO WS-IDX
                        INSPECT CTL-LINHA TALLYING WS-IDX
                            FOR ALL 'ARQUIVO: BOLETIM GERACAO: G1'
                        IF WS-IDX > 0
                            MOVE CTL-LINHA(7:10) TO WS-DATA-BACKUP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CTL-FILE
            .

       P200-CARREGA-AUDITADOS.
      * Interpreta a linha no formato do AUDITORIA.cbl (data por
      * posicao fixa, ID por UNSTRING, como no AUDCONS).
            SET EOF-OK TO FALSE
            OPEN INPUT AUDIT-FILE
            IF WS-FS-AUD NOT = 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ AUDIT-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AUDIT-LINHA(7:10) >= WS-DATA-BACKUP
                            MOVE SPACES TO WS-RESTO WS-LIXO
                            UNSTRING AUDIT-LINHA
                                DELIMITED BY ' ID: '
                                INTO WS-LIXO WS-RESTO
                            MOVE WS-RESTO(1:6) TO WS-AUD-ID-TXT
                            IF WS-AUD-ID-TXT NUMERIC
                                MOVE WS-AUD-ID-TXT TO WS-AUD-ID
                                PERFORM P210-GUARDA-AUDITADO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-AUD = 0 OR WS-FS-AUD = 10
                CLOSE AUDIT-FILE
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT AUDIMG-FILE
            IF WS-FS-IMG NOT = 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ AUDIMG-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AI-DATA >= WS-DATA-BACKUP
                            MOVE AI-ID TO WS-AUD-ID
                            PERFORM P210-GUARDA-AUDITADO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-IMG = 0 OR WS-FS-IMG = 10
                CLOSE AUDIMG-FILE
            END-IF
            .

       P210-GUARDA-AUDITADO.
            PERFORM P220-PROCURA-AUDITADO
            IF NOT ACHOU-OK AND WS-QTD-AUDITADOS < 2000
                ADD 1 TO WS-QTD-AUDITADOS
                MOVE WS-AUD-ID TO WS-AUDITADO(WS-QTD-AUDITADOS)
            END-IF
            .

       P220-PROCURA-AUDITADO.
            SET ACHOU-OK TO FALSE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-AUDITADOS OR ACHOU-OK
                IF WS-AUDITADO(WS-IDX) = WS-AUD-ID
                    SET ACHOU-OK TO TRUE
                END-IF
            END-PERFORM
            .

       P300-LE-BACKUP.
            READ BK-FILE
                AT END
                    SET EOF-BK-OK TO TRUE
                    MOVE 999999 TO WS-ID-BK
                NOT AT END
                    MOVE BK-LINHA(1:147) TO WS-IMG-BACKUP
                    MOVE IB-ID TO WS-ID-BK
            END-READ
            .

       P310-LE-BOLETIM.
            READ BOLETIM NEXT RECORD
                AT END
                    SET EOF-BOL-OK TO TRUE
                    MOVE 999999 TO WS-ID-VIVO
                NOT AT END
                    MOVE F-ID TO WS-ID-VIVO
            END-READ
            .

       P400-COMPARA.
      * Os dois lados vem em ordem de F-ID (o BACKUPGEN grava a
      * geracao lendo o indexado pela chave primaria).
            EVALUATE TRUE
                WHEN WS-ID-BK < WS-ID-VIVO
                    ADD 1 TO WS-CONT-REMOVIDOS
                    MOVE IB-ID         TO WS-DIF-ID
                    MOVE '*REMOVIDO*'  TO WS-CAMPO
                    MOVE IB-NOME       TO WS-VALOR-ANTES
                    MOVE IB-MATERIA    TO WS-VALOR-DEPOIS
                    PERFORM P500-REGISTRA-DIFERENCA
                    PERFORM P300-LE-BACKUP
                WHEN WS-ID-BK > WS-ID-VIVO
                    ADD 1 TO WS-CONT-INCLUIDOS
                    MOVE F-ID          TO WS-DIF-ID
                    MOVE '*INCLUIDO*'  TO WS-CAMPO
                    MOVE F-NOME        TO WS-VALOR-ANTES
                    MOVE F-MATERIA     TO WS-VALOR-DEPOIS
                    PERFORM P500-REGISTRA-DIFERENCA
                    PERFORM P310-LE-BOLETIM
                WHEN OTHER
                    IF WS-IMG-BACKUP NOT = BOLETIM-LINHA
                        PERFORM P410-COMPARA-CAMPOS
                    END-IF
                    PERFORM P300-LE-BACKUP
                    PERFORM P310-LE-BOLETIM
            END-EVALUATE
            .

       P410-COMPARA-CAMPOS.
            MOVE F-ID TO WS-DIF-ID
            IF IB-NOME NOT = F-NOME
                MOVE 'NOME'         TO WS-CAMPO
                MOVE IB-NOME        TO WS-VALOR-ANTES
                MOVE F-NOME         TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-MATERIA NOT = F-MATERIA
                MOVE 'MATERIA'      TO WS-CAMPO
                MOVE IB-MATERIA     TO WS-VALOR-ANTES
                MOVE F-MATERIA      TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-ANO-LETIVO NOT = F-ANO-LETIVO
                MOVE 'ANO LETIVO'   TO WS-CAMPO
                MOVE IB-ANO-LETIVO  TO WS-VALOR-ANTES
                MOVE F-ANO-LETIVO   TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-TURMA NOT = F-TURMA
                MOVE 'TURMA'        TO WS-CAMPO
                MOVE IB-TURMA       TO WS-VALOR-ANTES
                MOVE F-TURMA        TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-ID-RESPONSAVEL NOT = F-ID-RESPONSAVEL
                MOVE 'RESPONSAVEL'  TO WS-CAMPO
                MOVE IB-ID-RESPONSAVEL TO WS-VALOR-ANTES
                MOVE F-ID-RESPONSAVEL  TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-ID-ORIGINAL NOT = F-ID-ORIGINAL
                MOVE 'ID ORIGINAL'  TO WS-CAMPO
                MOVE IB-ID-ORIGINAL TO WS-VALOR-ANTES
                MOVE F-ID-ORIGINAL  TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-MEDIA1 NOT = F-MEDIA1
                MOVE 'MEDIA1'       TO WS-CAMPO
                MOVE IB-MEDIA1      TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-ANTES
                MOVE F-MEDIA1       TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-MEDIA2 NOT = F-MEDIA2
                MOVE 'MEDIA2'       TO WS-CAMPO
                MOVE IB-MEDIA2      TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-ANTES
                MOVE F-MEDIA2       TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-MEDIA3 NOT = F-MEDIA3
                MOVE 'MEDIA3'       TO WS-CAMPO
                MOVE IB-MEDIA3      TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-ANTES
                MOVE F-MEDIA3       TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-MEDIA4 NOT = F-MEDIA4
                MOVE 'MEDIA4'       TO WS-CAMPO
                MOVE IB-MEDIA4      TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-ANTES
                MOVE F-MEDIA4       TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-MEDIATOTAL NOT = F-MEDIATOTAL
                MOVE 'MEDIA TOTAL'  TO WS-CAMPO
                MOVE IB-MEDIATOTAL  TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-ANTES
                MOVE F-MEDIATOTAL   TO WS-ED-NOTA
                MOVE WS-ED-NOTA     TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-FREQUENCIA NOT = F-FREQUENCIA
                MOVE 'FREQUENCIA'   TO WS-CAMPO
                MOVE IB-FREQUENCIA  TO WS-ED-FREQ
                MOVE WS-ED-FREQ     TO WS-VALOR-ANTES
                MOVE F-FREQUENCIA   TO WS-ED-FREQ
                MOVE WS-ED-FREQ     TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-PROFESSOR NOT = F-PROFESSOR
                MOVE 'PROFESSOR'    TO WS-CAMPO
                MOVE IB-PROFESSOR   TO WS-VALOR-ANTES
                MOVE F-PROFESSOR    TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            IF IB-STATUS NOT = F-STATUS
                MOVE 'SITUACAO'     TO WS-CAMPO
                MOVE IB-STATUS      TO WS-VALOR-ANTES
                MOVE F-STATUS       TO WS-VALOR-DEPOIS
                PERFORM P420-CAMPO-ALTERADO
            END-IF
            .

       P420-CAMPO-ALTERADO.
            ADD 1 TO WS-CONT-CAMPOS
            PERFORM P500-REGISTRA-DIFERENCA
            .

       P500-REGISTRA-DIFERENCA.
            MOVE WS-DIF-ID TO WS-AUD-ID
            PERFORM P220-PROCURA-AUDITADO
            IF ACHOU-OK
                MOVE 'AUDITADO'   TO WS-MARCA
                ADD 1 TO WS-CONT-AUDITADAS
            ELSE
                MOVE 'SEM TRILHA' TO WS-MARCA
                ADD 1 TO WS-CONT-SEM-TRILHA
                IF WS-QTD-SEM < 500
                    ADD 1 TO WS-QTD-SEM
                    MOVE WS-DIF-ID TO ST-ID(WS-QTD-SEM)
                    MOVE WS-CAMPO  TO ST-CAMPO(WS-QTD-SEM)
                END-IF
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING WS-DIF-ID         DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-CAMPO          DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-VALOR-ANTES    DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-VALOR-DEPOIS   DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-MARCA          DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P700-TOTAIS.
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            IF WS-CONT-CAMPOS = 0 AND WS-CONT-INCLUIDOS = 0
               AND WS-CONT-REMOVIDOS = 0
                MOVE 'NENHUMA DIFERENCA DESDE O ULTIMO BACKUP'
                    TO REL-LINHA
                WRITE REL-LINHA
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'INCLUIDOS: '        DELIMITED BY SIZE
                   WS-CONT-INCLUIDOS    DELIMITED BY SIZE
                   '  REMOVIDOS: '      DELIMITED BY SIZE
                   WS-CONT-REMOVIDOS    DELIMITED BY SIZE
                   '  CAMPOS ALTERADOS: ' DELIMITED BY SIZE
                   WS-CONT-CAMPOS       DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'COM TRILHA: '       DELIMITED BY SIZE
                   WS-CONT-AUDITADAS    DELIMITED BY SIZE
                   '  SEM TRILHA (ERRLOG): ' DELIMITED BY SIZE
                   WS-CONT-SEM-TRILHA   DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P800-REGISTRA-ERRLOG.
      * Mesmo formato do FSMSG: cada diferenca sem trilha aparece no
      * ERRVIEW e no painel da manha junto dos erros de arquivo.
            IF WS-QTD-SEM = 0
                EXIT PARAGRAPH
            END-IF
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

            MOVE 1 TO WS-PROX-SEQ
            SET EOF-OK TO FALSE
            OPEN INPUT ERRLOG-FILE
            IF WS-FS-ERRLOG <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ ERRLOG-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-PROX-SEQ = EL-SEQ + 1
                END-READ
            END-PERFORM
            IF WS-FS-ERRLOG = 10
                CLOSE ERRLOG-FILE
            END-IF

            OPEN EXTEND ERRLOG-FILE
            IF WS-FS-ERRLOG <> 0
                OPEN OUTPUT ERRLOG-FILE
            END-IF
            IF WS-FS-ERRLOG <> 0
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SEM
                MOVE WS-PROX-SEQ       TO EL-SEQ
                MOVE WS-DATA-FORMAT    TO EL-DATA
                MOVE WS-HORA-SISTEMA   TO EL-HORA
                MOVE 'NOTADIFF'        TO EL-PROGRAMA
                MOVE WS-OPERADOR-ATUAL TO EL-OPERADOR
                MOVE 98                TO EL-STATUS
                MOVE SPACES            TO EL-MENSAGEM
                STRING 'SEM TRILHA: ID ' DELIMITED BY SIZE
                       ST-ID(WS-IDX)     DELIMITED BY SIZE
                       ' '               DELIMITED BY SIZE
                       ST-CAMPO(WS-IDX)  DELIMITED BY SIZE
                    INTO EL-MENSAGEM
                MOVE 'N'               TO EL-RESOLVIDO
                WRITE ERRLOG-LINHA
                ADD 1 TO WS-PROX-SEQ
            END-PERFORM
            CLOSE ERRLOG-FILE
            .
