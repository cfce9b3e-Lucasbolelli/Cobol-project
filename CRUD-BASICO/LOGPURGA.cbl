      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: EXPURGO DOS LOGS OPERACIONAIS PELA TABELA DE
      *          RETENCAO (RETENCAO.DAT, MANTIDA PELO RETMAN). PARA
      *          CADA LOG - ACESSOS, SESSOES, TENTATIVAS, ERRLOG,
      *          EVENTOS E RUNLOG - CALCULA A DATA DE CORTE (HOJE
      *          MENOS O PRAZO) E TIRA DO ARQUIVO VIVO O QUE E MAIS
      *          ANTIGO QUE ELA: NO ERRLOG SO OCORRENCIA JA
      *          RESOLVIDA, NO EVENTOS SO EVENTO JA ENTREGUE A TODOS
      *          OS PUBLICOS, NO SESSOES SO SESSAO ENCERRADA, E NO
      *          RUNLOG NADA DA RODADA CORRENTE (DEPOIS DO ULTIMO
      *          'CADEIA OK'). O ULTIMO REGISTRO DO ERRLOG, DO
      *          EVENTOS E DO SESSOES FICA SEMPRE, PARA A NUMERACAO
      *          CONTINUAR. TUDO O QUE SAI E COPIADO ANTES PARA O
      *          ARQUIVO DE GUARDA DO DIA (PURGA_AAAAMMDD.DAT), COM
      *          CABECALHO E CONTAGEM DE FECHAMENTO POR LOG E O TOTAL
      *          NO FIM; SE A COPIA FALHA, O LOG NAO E MEXIDO. IMPRIME
      *          O CERTIFICADO DE EXPURGO NO SPOOL (SPOOLNOVO) COM
      *          CADA LOG, O PRAZO, O FUNDAMENTO, A DATA DE CORTE E
      *          OS REGISTROS MANTIDOS E REMOVIDOS. SEM TABELA DE
      *          RETENCAO NADA E EXPURGADO. SEM NENHUM ACCEPT -
      *          PASSO DA AGENDA DO RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGPURGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RET-FILE
               ASSIGN TO
                   WS-PATH-RETENCAO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS RT-ARQUIVO
                   FILE STATUS IS WS-FS-RET
                   .
               SELECT LOG-FILE
               ASSIGN TO
                   WS-PATH-LOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LOG
                   .
               SELECT TMP-FILE
               ASSIGN TO
                   WS-PATH-PURGA-TMP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TMP
                   .
               SELECT GUARDA-FILE
               ASSIGN TO
                   WS-PATH-GUARDA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-GUA
                   .
               SELECT SESSOES-FILE
               ASSIGN TO
                   WS-PATH-SESSOES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS SS-SEQ
                   FILE STATUS IS WS-FS-SES
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD RET-FILE
       DATA RECORD IS RETENCAO-LINHA.
           COPY RETENCAO_DADOS.
       FD LOG-FILE
       DATA RECORD IS LOG-REG.
       01 LOG-REG                  PIC X(200).
       FD TMP-FILE
       DATA RECORD IS TMP-REG.
       01 TMP-REG                  PIC X(200).
       FD GUARDA-FILE
       DATA RECORD IS GUA-REG.
       01 GUA-REG                  PIC X(200).
       FD SESSOES-FILE
       DATA RECORD IS SESSOES-LINHA.
       01 SESSOES-LINHA.
           03 SS-SEQ               PIC 9(04).
           03 SS-OPERADOR          PIC X(20).
           03 SS-PERFIL            PIC X.
           03 SS-DATA-ON           PIC X(10).
           03 SS-HORA-ON           PIC 9(08).
           03 SS-DATA-ATIV         PIC X(10).
           03 SS-HORA-ATIV         PIC 9(08).
           03 SS-ATIVA             PIC X.
       FD REPORT-FILE
       DATA RECORD IS REL-LINHA.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Layouts dos logs, para testar cada linha lida pelo registro
      * generico do LOG-FILE.
           COPY ACESSO_DADOS.
           COPY ERRLOG_DADOS.
           COPY EVENTO_DADOS.
       01 TENTATIVA-LINHA.
           03 TE-DATA              PIC X(10).
           03 TE-HORA              PIC 9(08).
           03 TE-OPERADOR          PIC X(20).
           03 TE-RESULTADO         PIC X.
       77 WS-FS-RET                PIC 99.
          88 FS-RET-OK             VALUE 0.
       77 WS-FS-LOG                PIC 99.
       77 WS-FS-TMP                PIC 99.
       77 WS-FS-GUA                PIC 99.
       77 WS-FS-SES                PIC 99.
          88 FS-SES-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-PATH-LOG              PIC X(100).
       77 WS-PATH-GUARDA           PIC X(100).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'LOGPURGA'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-TEM-TABELA            PIC X VALUE 'N'.
          88 TEM-TABELA-OK         VALUE 'S' FALSE 'N'.
       77 WS-GUARDA-ABERTA         PIC X VALUE 'N'.
          88 GUARDA-ABERTA-OK      VALUE 'S' FALSE 'N'.
       77 WS-FALHA                 PIC X VALUE 'N'.
          88 FALHA-OK              VALUE 'S' FALSE 'N'.
       77 WS-REMOVE                PIC X VALUE 'N'.
          88 REMOVE-OK             VALUE 'S' FALSE 'N'.
       77 WS-NOME-LOG              PIC X(12).
       77 WS-SITUACAO              PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-HORA-SISTEMA          PIC 9(08).
       77 WS-HOJE                  PIC X(10).
       77 WS-CORTE-INT             PIC 9(08).
       77 WS-CORTE-N               PIC 9(08).
       77 WS-CORTE                 PIC X(10).
       77 WS-DATA-REG              PIC X(10).
       77 WS-TAM                   PIC 9(03).
       77 WS-TOTAL                 PIC 9(07).
       77 WS-NUM-REG               PIC 9(07).
       77 WS-ULT-CADEIA            PIC 9(07).
       77 WS-MANTIDOS              PIC 9(07).
       77 WS-REMOVIDOS             PIC 9(07).
       77 WS-TOT-MANTIDOS          PIC 9(07) VALUE 0.
       77 WS-TOT-REMOVIDOS         PIC 9(07) VALUE 0.
       77 WS-ED-DIAS               PIC Z(04)9.
       77 WS-ED-MANTIDOS           PIC Z(06)9.
       77 WS-ED-REMOVIDOS          PIC Z(06)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'LOGPURGA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** EXPURGO DOS LOGS OPERACIONAIS - INICIO ***'
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-DATA-FORMAT TO WS-HOJE

            OPEN INPUT RET-FILE
            IF FS-RET-OK
                SET TEM-TABELA-OK TO TRUE
            ELSE
                SET TEM-TABELA-OK TO FALSE
                DISPLAY 'SEM TABELA DE RETENCAO (RODE O RETMAN) - '
                        'NENHUM LOG EXPURGADO'
            END-IF

            MOVE SPACES TO WS-PATH-GUARDA
            STRING FUNCTION TRIM(WS-PATH-PURGA)
                                        DELIMITED BY '.DAT'
                   '_'                  DELIMITED BY SIZE
                   WS-DATA-SISTEMA      DELIMITED BY SIZE
                   '.DAT'               DELIMITED BY SIZE
                INTO WS-PATH-GUARDA

            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
            PERFORM P100-CABECALHO

            MOVE 'ACESSOS'    TO WS-NOME-LOG
            MOVE WS-PATH-ACESSOS TO WS-PATH-LOG
            PERFORM P300-EXPURGA-SEQUENCIAL
            MOVE 'SESSOES'    TO WS-NOME-LOG
            PERFORM P400-EXPURGA-SESSOES
            MOVE 'TENTATIVAS' TO WS-NOME-LOG
            MOVE WS-PATH-TENTATIVAS TO WS-PATH-LOG
            PERFORM P300-EXPURGA-SEQUENCIAL
            MOVE 'ERRLOG'     TO WS-NOME-LOG
            MOVE WS-PATH-ERRLOG TO WS-PATH-LOG
            PERFORM P300-EXPURGA-SEQUENCIAL
            MOVE 'EVENTOS'    TO WS-NOME-LOG
            MOVE WS-PATH-EVENTOS TO WS-PATH-LOG
            PERFORM P300-EXPURGA-SEQUENCIAL
            MOVE 'RUNLOG'     TO WS-NOME-LOG
            MOVE WS-PATH-RUNLOG TO WS-PATH-LOG
            PERFORM P300-EXPURGA-SEQUENCIAL

            IF TEM-TABELA-OK
                CLOSE RET-FILE
            END-IF
            IF GUARDA-ABERTA-OK
      * Contagem de fechamento do arquivo de guarda do dia.
                MOVE SPACES TO GUA-REG
                STRING '*** FIM DA GUARDA ' DELIMITED BY SIZE
                       WS-HOJE              DELIMITED BY SIZE
                       ' - REGISTROS: '     DELIMITED BY SIZE
                       WS-TOT-REMOVIDOS     DELIMITED BY SIZE
                    INTO GUA-REG
                WRITE GUA-REG
                CLOSE GUARDA-FILE
            END-IF
            PERFORM P900-RODAPE
            CLOSE REPORT-FILE

            DISPLAY 'REGISTROS MANTIDOS.: ' WS-TOT-MANTIDOS
            DISPLAY 'REGISTROS REMOVIDOS: ' WS-TOT-REMOVIDOS
            DISPLAY 'CERTIFICADO GRAVADO EM: '
                    FUNCTION TRIM(WS-PATH-RELATORIO)
            DISPLAY '*** EXPURGO DOS LOGS OPERACIONAIS - FIM ***'
            GOBACK
            .

       P100-CABECALHO.
            MOVE SPACES TO REL-LINHA
            STRING 'CERTIFICADO DE EXPURGO DOS LOGS OPERACIONAIS'
                                         DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'EXECUTADO EM '       DELIMITED BY SIZE
                   WS-HOJE               DELIMITED BY SIZE
                   ' AS '                DELIMITED BY SIZE
                   WS-HORA-SISTEMA(1:2)  DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   WS-HORA-SISTEMA(3:2)  DELIMITED BY SIZE
                   ' PELA TABELA DE RETENCAO (RETENCAO.DAT)'
                                         DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'LOG          PRAZO CORTE       MANTIDOS  '
                                         DELIMITED BY SIZE
                   'REMOVIDOS SITUACAO'  DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            .

       P200-PRAZO-DO-LOG.
      * Le o prazo do log na tabela e monta a data de corte; sem
      * prazo (linha ausente ou zero) o log fica inteiro.
            MOVE 0      TO WS-MANTIDOS WS-REMOVIDOS
            MOVE SPACES TO WS-CORTE WS-SITUACAO
            SET FALHA-OK TO FALSE
            MOVE 0 TO RT-DIAS
            MOVE SPACES TO RT-JUSTIFICA
            IF NOT TEM-TABELA-OK
                MOVE 'SEM TABELA' TO WS-SITUACAO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NOME-LOG TO RT-ARQUIVO
            READ RET-FILE
                INVALID KEY
                    MOVE 0 TO RT-DIAS
                    MOVE SPACES TO RT-JUSTIFICA
                    MOVE 'SEM PRAZO NA TABELA' TO WS-SITUACAO
            END-READ
            IF RT-DIAS = 0
                IF WS-SITUACAO = SPACES
                    MOVE 'GUARDA PERMANENTE' TO WS-SITUACAO
                END-IF
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CORTE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) - RT-DIAS
            COMPUTE WS-CORTE-N = FUNCTION DATE-OF-INTEGER(WS-CORTE-INT)
            CALL 'DATAFMT' USING WS-CORTE-N WS-CORTE
            .

       P250-ABRE-GUARDA.
      * O arquivo de guarda do dia e aberto no primeiro registro a
      * sair; segunda rodada no mesmo dia acrescenta no fim.
            IF NOT GUARDA-ABERTA-OK
                OPEN EXTEND GUARDA-FILE
                IF WS-FS-GUA NOT = 0
                    OPEN OUTPUT GUARDA-FILE
                END-IF
                IF WS-FS-GUA NOT = 0
                    CALL 'FSMSG' USING WS-FS-GUA WS-FS-MSG
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GUARDA --> COD '
                            WS-FS-GUA ': ' WS-FS-MSG
                    SET FALHA-OK TO TRUE
                    EXIT PARAGRAPH
                END-IF
                SET GUARDA-ABERTA-OK TO TRUE
            END-IF
            MOVE SPACES TO GUA-REG
            STRING '*** INICIO ' DELIMITED BY SIZE
                   WS-NOME-LOG   DELIMITED BY SIZE
                   ' CORTE '     DELIMITED BY SIZE
                   WS-CORTE      DELIMITED BY SIZE
                INTO GUA-REG
            WRITE GUA-REG
            IF WS-FS-GUA NOT = 0
                SET FALHA-OK TO TRUE
            END-IF
            .

       P260-FECHA-GUARDA-LOG.
            MOVE SPACES TO GUA-REG
            STRING '*** FIM '    DELIMITED BY SIZE
                   WS-NOME-LOG   DELIMITED BY SIZE
                   ' REMOVIDOS ' DELIMITED BY SIZE
                   WS-REMOVIDOS  DELIMITED BY SIZE
                INTO GUA-REG
            WRITE GUA-REG
            .

       P300-EXPURGA-SEQUENCIAL.
            PERFORM P200-PRAZO-DO-LOG
      * 1a leitura: conta os registros e, no RUNLOG, acha o ultimo
      * 'CADEIA OK' - o que vem depois e a rodada corrente.
            MOVE 0 TO WS-TOTAL WS-ULT-CADEIA
            SET EOF-OK TO FALSE
            OPEN INPUT LOG-FILE
            IF WS-FS-LOG NOT = 0
                MOVE 'LOG INEXISTENTE' TO WS-SITUACAO
                PERFORM P800-LINHA-CERTIFICADO
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ LOG-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TOTAL
                        IF LOG-REG(1:9) = 'CADEIA OK'
                            MOVE WS-TOTAL TO WS-ULT-CADEIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOG-FILE
            IF WS-CORTE = SPACES
                MOVE WS-TOTAL TO WS-MANTIDOS
                PERFORM P800-LINHA-CERTIFICADO
                EXIT PARAGRAPH
            END-IF

      * 2a leitura: o que fica vai para o arquivo de trabalho, o que
      * sai vai para a guarda.
            OPEN OUTPUT TMP-FILE
            IF WS-FS-TMP NOT = 0
                CALL 'FSMSG' USING WS-FS-TMP WS-FS-MSG
                MOVE WS-TOTAL TO WS-MANTIDOS
                MOVE 'ERRO NO TRABALHO' TO WS-SITUACAO
                PERFORM P800-LINHA-CERTIFICADO
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-NUM-REG
            SET EOF-OK TO FALSE
            OPEN INPUT LOG-FILE
            PERFORM UNTIL EOF-OK OR FALHA-OK
                READ LOG-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-NUM-REG
                        PERFORM P350-DECIDE-REGISTRO
                        IF REMOVE-OK
                            IF WS-REMOVIDOS = 0
                                PERFORM P250-ABRE-GUARDA
                            END-IF
                            IF NOT FALHA-OK
                                MOVE LOG-REG TO GUA-REG
                                WRITE GUA-REG
                                IF WS-FS-GUA NOT = 0
                                    SET FALHA-OK TO TRUE
                                ELSE
                                    ADD 1 TO WS-REMOVIDOS
                                END-IF
                            END-IF
                        ELSE
                            MOVE LOG-REG TO TMP-REG
                            WRITE TMP-REG
                            ADD 1 TO WS-MANTIDOS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOG-FILE
            CLOSE TMP-FILE
            IF WS-REMOVIDOS > 0
                PERFORM P260-FECHA-GUARDA-LOG
            END-IF

            IF FALHA-OK
      * Copia para a guarda incompleta: o log vivo fica como estava.
                MOVE WS-TOTAL TO WS-MANTIDOS
                MOVE 0        TO WS-REMOVIDOS
                MOVE 'ERRO NA GUARDA' TO WS-SITUACAO
                PERFORM P800-LINHA-CERTIFICADO
                EXIT PARAGRAPH
            END-IF
            IF WS-REMOVIDOS > 0
                PERFORM P370-REGRAVA-LOG
            END-IF
            IF WS-SITUACAO = SPACES
                MOVE 'EXPURGADO' TO WS-SITUACAO
            END-IF
            PERFORM P800-LINHA-CERTIFICADO
            .

       P350-DECIDE-REGISTRO.
            SET REMOVE-OK TO FALSE
            MOVE SPACES TO WS-DATA-REG
            EVALUATE WS-NOME-LOG
                WHEN 'ACESSOS'
                    MOVE LOG-REG TO ACESSO-LINHA
                    MOVE AC-DATA TO WS-DATA-REG
                WHEN 'TENTATIVAS'
                    MOVE LOG-REG TO TENTATIVA-LINHA
                    MOVE TE-DATA TO WS-DATA-REG
                WHEN 'ERRLOG'
      * So ocorrencia resolvida no ERRVIEW; a ultima linha fica para
      * o FSMSG continuar a sequencia.
                    MOVE LOG-REG TO ERRLOG-LINHA
                    IF EL-RESOLVIDO = 'S' AND WS-NUM-REG < WS-TOTAL
                        MOVE EL-DATA TO WS-DATA-REG
                    END-IF
                WHEN 'EVENTOS'
      * So evento ja entregue a todo publico a que interessa (mesma
      * regra de relevancia do DESPACHO).
                    MOVE LOG-REG TO EVENTO-LINHA
                    IF WS-NUM-REG < WS-TOTAL
                       AND EV-ENT-MALA = 'S'
                       AND (EV-STATUS-NOVO NOT = 'REPROVADO'
                            OR EV-ENT-CONSELHO = 'S')
                       AND (EV-STATUS-NOVO NOT = 'EM RECUPERACAO'
                            OR EV-ENT-RECUP = 'S')
                        MOVE EV-DATA TO WS-DATA-REG
                    END-IF
                WHEN 'RUNLOG'
      * Linha 'texto EM AAAA/MM/DD HHMMSSCC': a data fica 19
      * posicoes antes do fim da linha.
                    IF WS-NUM-REG <= WS-ULT-CADEIA
                        PERFORM VARYING WS-TAM FROM 200 BY -1
                                UNTIL WS-TAM < 20
                                   OR LOG-REG(WS-TAM:1) NOT = SPACE
                            CONTINUE
                        END-PERFORM
                        IF WS-TAM >= 20
                            MOVE LOG-REG(WS-TAM - 18:10)
                                TO WS-DATA-REG
                        END-IF
                    END-IF
            END-EVALUATE
      * Data que nao tem cara de data nunca sai.
            IF WS-DATA-REG(5:1) = '/' AND WS-DATA-REG(8:1) = '/'
               AND WS-DATA-REG < WS-CORTE
                SET REMOVE-OK TO TRUE
            END-IF
            .

       P370-REGRAVA-LOG.
      * Arquivo sequencial nao apaga linha no meio: o vivo e
      * regravado com o que ficou no arquivo de trabalho.
            SET EOF-OK TO FALSE
            OPEN INPUT TMP-FILE
            OPEN OUTPUT LOG-FILE
            IF WS-FS-LOG NOT = 0
                CALL 'FSMSG' USING WS-FS-LOG WS-FS-MSG
                DISPLAY 'ERRO AO REGRAVAR ' FUNCTION TRIM(WS-NOME-LOG)
                        ' - O CONTEUDO MANTIDO ESTA EM '
                        FUNCTION TRIM(WS-PATH-PURGA-TMP)
                MOVE 'ERRO NA REGRAVACAO' TO WS-SITUACAO
                CLOSE TMP-FILE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ TMP-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE TMP-REG TO LOG-REG
                        WRITE LOG-REG
                END-READ
            END-PERFORM
            CLOSE LOG-FILE
            CLOSE TMP-FILE
            .

       P400-EXPURGA-SESSOES.
      * SESSOES.DAT e indexado: a sessao encerrada mais antiga que o
      * corte e copiada para a guarda e apagada no lugar. Sessao
      * ativa e a de numero mais alto ficam sempre.
            PERFORM P200-PRAZO-DO-LOG
            MOVE 0 TO WS-TOTAL
            OPEN I-O SESSOES-FILE
            IF NOT FS-SES-OK
                MOVE 'LOG INEXISTENTE' TO WS-SITUACAO
                PERFORM P800-LINHA-CERTIFICADO
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO SS-SEQ
            START SESSOES-FILE KEY IS GREATER SS-SEQ
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ SESSOES-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TOTAL
                END-READ
            END-PERFORM
            IF WS-CORTE = SPACES
                CLOSE SESSOES-FILE
                MOVE WS-TOTAL TO WS-MANTIDOS
                PERFORM P800-LINHA-CERTIFICADO
                EXIT PARAGRAPH
            END-IF

            MOVE 0 TO WS-NUM-REG
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO SS-SEQ
            START SESSOES-FILE KEY IS GREATER SS-SEQ
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR FALHA-OK
                READ SESSOES-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-NUM-REG
                        IF SS-ATIVA NOT = 'S'
                           AND WS-NUM-REG < WS-TOTAL
                           AND SS-DATA-ATIV(5:1) = '/'
                           AND SS-DATA-ATIV < WS-CORTE
                            PERFORM P450-GUARDA-SESSAO
                        ELSE
                            ADD 1 TO WS-MANTIDOS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SESSOES-FILE
            IF WS-REMOVIDOS > 0
                PERFORM P260-FECHA-GUARDA-LOG
            END-IF
            IF FALHA-OK
                COMPUTE WS-MANTIDOS = WS-TOTAL - WS-REMOVIDOS
                MOVE 'ERRO NA GUARDA' TO WS-SITUACAO
            ELSE
                MOVE 'EXPURGADO' TO WS-SITUACAO
            END-IF
            PERFORM P800-LINHA-CERTIFICADO
            .

       P450-GUARDA-SESSAO.
            IF WS-REMOVIDOS = 0
                PERFORM P250-ABRE-GUARDA
            END-IF
            IF FALHA-OK
                EXIT PARAGRAPH
            END-IF
            MOVE SESSOES-LINHA TO GUA-REG
            WRITE GUA-REG
            IF WS-FS-GUA NOT = 0
                SET FALHA-OK TO TRUE
                EXIT PARAGRAPH
            END-IF
            DELETE SESSOES-FILE RECORD
            IF FS-SES-OK
                ADD 1 TO WS-REMOVIDOS
            ELSE
                SET FALHA-OK TO TRUE
            END-IF
            .

       P800-LINHA-CERTIFICADO.
            ADD WS-MANTIDOS  TO WS-TOT-MANTIDOS
            ADD WS-REMOVIDOS TO WS-TOT-REMOVIDOS
            MOVE RT-DIAS      TO WS-ED-DIAS
            MOVE WS-MANTIDOS  TO WS-ED-MANTIDOS
            MOVE WS-REMOVIDOS TO WS-ED-REMOVIDOS
            MOVE SPACES TO REL-LINHA
            MOVE WS-NOME-LOG     TO REL-LINHA(1:12)
            MOVE WS-ED-DIAS      TO REL-LINHA(14:5)
            MOVE WS-CORTE        TO REL-LINHA(20:10)
            MOVE WS-ED-MANTIDOS  TO REL-LINHA(32:7)
            MOVE WS-ED-REMOVIDOS TO REL-LINHA(42:7)
            MOVE WS-SITUACAO     TO REL-LINHA(52:20)
            WRITE REL-LINHA
            IF RT-JUSTIFICA NOT = SPACES
                MOVE SPACES TO REL-LINHA
                STRING '             FUNDAMENTO: ' DELIMITED BY SIZE
                       RT-JUSTIFICA                DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            DISPLAY WS-NOME-LOG ' MANTIDOS ' WS-MANTIDOS
                    ' REMOVIDOS ' WS-REMOVIDOS ' '
                    FUNCTION TRIM(WS-SITUACAO)
            .

       P900-RODAPE.
            MOVE ALL '-' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE WS-TOT-MANTIDOS  TO WS-ED-MANTIDOS
            MOVE WS-TOT-REMOVIDOS TO WS-ED-REMOVIDOS
            MOVE SPACES TO REL-LINHA
            MOVE 'TOTAL'          TO REL-LINHA(1:12)
            MOVE WS-ED-MANTIDOS   TO REL-LINHA(32:7)
            MOVE WS-ED-REMOVIDOS  TO REL-LINHA(42:7)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF WS-TOT-REMOVIDOS > 0
                STRING 'REGISTROS REMOVIDOS COPIADOS ANTES PARA '
                                              DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PATH-GUARDA)
                                              DELIMITED BY SIZE
                    INTO REL-LINHA
            ELSE
                STRING 'NENHUM REGISTRO REMOVIDO NESTA EXECUCAO'
                                              DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            .
