      * Purpose: CONTROLE DE EXECUCAO DA JANELA NOTURNA. LE O ARQUIVO
      *          DE AGENDA (AGENDA.DAT - UM PROGRAMA POR LINHA, NA
      *          ORDEM; CRIADO COM A CADEIA PADRAO PREEDIT ->
      *          BATCHDRV -> NOTADIFF -> ACORDOCHK -> RETBANCO ->
      *          BACKUPGEN -> REMBANCO -> LOGPURGA NA PRIMEIRA
      *          EXECUCAO - ACORDOS E RETORNO DO BANCO ANTES DO
      *          BACKUP, A REMESSA COM A BASE JA SALVA, O EXPURGO DOS
      *          LOGS SO DEPOIS DO BACKUP - MAIS A CARGA DA PLATAFORMA
      *          DE ENSINO PLATAEXP E A COBRANCA DE DOCUMENTOS
      *          DOCCOBRA AS SEGUNDAS; AGENDA.DAT JA EXISTENTE GANHA
      *          O ACORDOCHK, O RETBANCO E O REMBANCO PELO AGENMAN,
      *          COMO FOI COM O LOGPURGA),
      *          RODA CADA PASSO EM SEQUENCIA POR CALL DINAMICO E
      *          REGISTRA INICIO/FIM/RESULTADO DE CADA UM EM
      *          RUNLOG.DAT. UM
      *          PASSO QUE NAO CARREGA (CALL COM EXCECAO) PARA A
      *          CADEIA ALI; UM PASSO QUE CAI NO MEIO FICA MARCADO SO
      *          COMO INICIADO NO LOG, E NA PROXIMA EXECUCAO A CADEIA
      *          FLAG DE SUSPENSAO, MANTIDOS PELO AGENMAN: PASSO FORA
      *          DO CALENDARIO DE HOJE NAO RODA E FICA NO LOG COMO
      *          'PULADO-CAL' - DISTINTO DE ERRO; LINHA ANTIGA SO COM
      *          O PROGRAMA VALE COMO DIARIA. PASSO MARCADO PARA
      *          PULAR FERIADO ESCOLAR NAO RODA EM DIA DE FERIADO OU
      *          RECESSO DO CALENDARIO DE DIAS (DIALETIVO) - TAMBEM
      *          'PULADO-CAL'.
      *          OS PASSOS RODAM COM O INDICADOR LOTE-NOTURNO LIGADO:
      *          O PERMCHK CONFERE O PERFIL B (LOTE NOTURNO) E NAO O
      *          DE QUEM ASSINOU POR ULTIMO NO TERMINAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    antigas), S = SEMANAL (AG-VALOR 1=SEG..7=DOM), M = MENSAL
      *    (AG-VALOR = DIA 01-31), E = DATA ESPECIFICA (AG-VALOR =
      *    AAAA/MM/DD). AG-SUSPENSO 'S' segura o passo.
      *    AG-PULA-FERIADO 'S' segura o passo em feriado ou recesso
      *    escolar (branco nas agendas antigas = roda).
           03 AG-TERMO             PIC X.
           03 AG-VALOR             PIC X(10).
           03 AG-SUSPENSO          PIC X.
           03 AG-PULA-FERIADO      PIC X.
       FD RUNLOG-FILE
       DATA RECORD IS LOG-LINHA.
       01 LOG-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       COPY LOTE-NOTURNO.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-AGE                PIC 99.
       77 WS-FS-LOG                PIC 99.
       77 WS-EOF                   PIC X VALUE 'N'.
               10 PS-TERMO         PIC X.
               10 PS-VALOR         PIC X(10).
               10 PS-SUSPENSO      PIC X.
               10 PS-PULA-FERIADO  PIC X.
       77 WS-IDX                   PIC 9(02).
       77 WS-PROGRAMA-ATUAL        PIC X(12).
       77 WS-FALHOU                PIC X VALUE 'N'.
       77 WS-DIA-SEMANA            PIC 9.
       77 WS-DIA-MES               PIC X(02).
       77 WS-RODA-HOJE             PIC X.
      * Feriado/recesso escolar hoje (DIALETIVO).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RUNCTL' TO WS-PROGRAMA-CORRENTE
      * Janela noturna: identidade propria para o RUNCTL e os passos.
            MOVE 'S' TO WS-LOTE-NOTURNO
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** CONTROLE DA JANELA NOTURNA - INICIO ***'
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            CALL 'DIASEM' USING WS-DATA-SISTEMA WS-DIA-SEMANA
            MOVE WS-DATA-FORMAT(9:2) TO WS-DIA-MES
            CALL 'DIALETIVO' USING WS-DATA-FORMAT WS-DV-LETIVO
                                   WS-DV-TIPO WS-DV-DIA-GRADE
                                   WS-DV-DESCRICAO
            PERFORM P100-CARREGA-AGENDA
            IF WS-QTD-PASSOS = 0
                DISPLAY 'AGENDA VAZIA - NADA A EXECUTAR'
                MOVE 'D'    TO AG-TERMO
                MOVE SPACES TO AG-VALOR
                MOVE 'N'    TO AG-SUSPENSO
                MOVE 'N'    TO AG-PULA-FERIADO
                MOVE 'PREEDIT'  TO AG-PROGRAMA
                WRITE AGENDA-LINHA
                MOVE 'BATCHDRV' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
      * A comparacao com a geracao G1 tem de vir antes do backup
      * que roda as geracoes.
                MOVE 'NOTADIFF' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
      * Acordos em atraso e retorno do banco baixam antes do backup;
      * a remessa sai depois, com a base do dia ja salva.
                MOVE 'ACORDOCHK' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
                MOVE 'RETBANCO' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
                MOVE 'BACKUPGEN' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
                MOVE 'REMBANCO' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
                MOVE 'LOGPURGA' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
      * Carga da plataforma de ensino: so o que mudou no dia.
                MOVE 'PLATAEXP' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
      * Cobranca de documentos de matricula: toda segunda-feira.
                MOVE 'S'        TO AG-TERMO
                MOVE '1'        TO AG-VALOR
                MOVE 'DOCCOBRA' TO AG-PROGRAMA
                WRITE AGENDA-LINHA
                CLOSE AGENDA-FILE
                DISPLAY 'AGENDA PADRAO CRIADA (PREEDIT, BATCHDRV, '
                        'NOTADIFF, ACORDOCHK, RETBANCO, BACKUPGEN, '
                        'REMBANCO, LOGPURGA, PLATAEXP, DOCCOBRA '
                        'SEMANAL)'
                OPEN INPUT AGENDA-FILE
            END-IF
            PERFORM UNTIL EOF-OK
                                TO PS-VALOR(WS-QTD-PASSOS)
                            MOVE AG-SUSPENSO
                                TO PS-SUSPENSO(WS-QTD-PASSOS)
                            MOVE AG-PULA-FERIADO
                                TO PS-PULA-FERIADO(WS-QTD-PASSOS)
                        END-IF
                END-READ
            END-PERFORM
            IF PS-SUSPENSO(WS-IDX) = 'S'
                EXIT PARAGRAPH
            END-IF
            IF PS-PULA-FERIADO(WS-IDX) = 'S'
               AND (WS-DV-TIPO = 'F' OR WS-DV-TIPO = 'R')
                EXIT PARAGRAPH
            END-IF
            EVALUATE PS-TERMO(WS-IDX)
                WHEN 'D'
                    MOVE 'S' TO WS-RODA-HOJE
