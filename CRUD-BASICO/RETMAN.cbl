      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE RETENCAO DOS LOGS
      *          OPERACIONAIS (RETENCAO.DAT) PELA ADMINISTRACAO:
      *          PRAZO DE GUARDA EM DIAS E FUNDAMENTO DE CADA UM DOS
      *          SEIS LOGS QUE SO CRESCIAM - ACESSOS (LGPDLOG),
      *          SESSOES, TENTATIVAS, ERRLOG, EVENTOS E RUNLOG. NA
      *          PRIMEIRA EXECUCAO A TABELA E CRIADA COM OS PRAZOS
      *          PADRAO DA CASA. PRAZO ZERO GUARDA PARA SEMPRE; ABAIXO
      *          DE 30 DIAS NAO E ACEITO. TODA ALTERACAO VAI PARA A
      *          TRILHA DE AUDITORIA. O EXPURGO EM SI E O PASSO
      *          NOTURNO LOGPURGA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RET-FILE
               ASSIGN TO
                   WS-PATH-RETENCAO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RT-ARQUIVO
                   FILE STATUS IS WS-FS-RET
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD RET-FILE
       DATA RECORD IS RETENCAO-LINHA.
           COPY RETENCAO_DADOS.
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
       77 WS-FS-RET                PIC 99.
          88 FS-RET-OK             VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-ARQUIVO               PIC X(12).
       77 WS-DIAS                  PIC 9(05).
       77 WS-JUSTIFICA             PIC X(40).
       77 WS-IDX                   PIC 9(02).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'RETENCAO'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
      * Prazos padrao gravados na primeira execucao: arquivo (12),
      * dias (5) e fundamento (40).
       01 WS-RETENCAO-PADRAO.
           05 FILLER PIC X(57) VALUE
              'ACESSOS     00365MARCO CIVIL ART 15 - MINIMO DE 6 MESES'.
           05 FILLER PIC X(57) VALUE
              'SESSOES     00180SEGURANCA - APURACAO DE INCIDENTES'.
           05 FILLER PIC X(57) VALUE
              'TENTATIVAS  00180SEGURANCA - APURACAO DE INCIDENTES'.
           05 FILLER PIC X(57) VALUE
              'ERRLOG      00365SUPORTE - SO OCORRENCIAS RESOLVIDAS'.
           05 FILLER PIC X(57) VALUE
              'EVENTOS     00365OPERACAO - SO EVENTOS JA ENTREGUES'.
           05 FILLER PIC X(57) VALUE
              'RUNLOG      00090OPERACAO - HISTORICO DA CADEIA NOTURNA'.
       01 WS-RP-TAB REDEFINES WS-RETENCAO-PADRAO.
           05 WS-RP-ENTRY OCCURS 6 TIMES.
               10 WS-RP-ARQUIVO    PIC X(12).
               10 WS-RP-DIAS       PIC 9(05).
               10 WS-RP-JUSTIFICA  PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RETMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            PERFORM P900-GARANTE-TABELA
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** RETENCAO DOS LOGS OPERACIONAIS ****'
            DISPLAY '1 - LISTAR OS PRAZOS'
            DISPLAY '2 - ALTERAR O PRAZO DE UM LOG'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-LISTA
                WHEN '2'
                    PERFORM P200-ALTERA
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
            .

       P100-LISTA.
            OPEN INPUT RET-FILE
            IF NOT FS-RET-OK
                CALL 'FSMSG' USING WS-FS-RET WS-FS-MSG
                DISPLAY 'ERRO NA TABELA DE RETENCAO --> COD '
                        WS-FS-RET ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ARQUIVO      DIAS  FUNDAMENTO'
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO RT-ARQUIVO
            START RET-FILE KEY IS GREATER RT-ARQUIVO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ RET-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RT-DIAS = 0
                            DISPLAY RT-ARQUIVO ' PARA SEMPRE  '
                                    FUNCTION TRIM(RT-JUSTIFICA)
                        ELSE
                            DISPLAY RT-ARQUIVO ' ' RT-DIAS ' '
                                    FUNCTION TRIM(RT-JUSTIFICA)
                        END-IF
                        DISPLAY '             (POR '
                                FUNCTION TRIM(RT-OPERADOR)
                                ' EM ' RT-DATA ')'
                END-READ
            END-PERFORM
            CLOSE RET-FILE
            .

       P200-ALTERA.
            DISPLAY 'LOG (ACESSOS/SESSOES/TENTATIVAS/ERRLOG/EVENTOS/'
                    'RUNLOG): '
                ACCEPT WS-ARQUIVO
            MOVE FUNCTION UPPER-CASE(WS-ARQUIVO) TO WS-ARQUIVO
            OPEN I-O RET-FILE
            IF NOT FS-RET-OK
                CALL 'FSMSG' USING WS-FS-RET WS-FS-MSG
                DISPLAY 'ERRO NA TABELA DE RETENCAO --> COD '
                        WS-FS-RET ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ARQUIVO TO RT-ARQUIVO
            READ RET-FILE
                INVALID KEY
                    DISPLAY 'LOG NAO PREVISTO NA TABELA DE RETENCAO'
                    CLOSE RET-FILE
                    EXIT PARAGRAPH
            END-READ
            DISPLAY 'PRAZO ATUAL: ' RT-DIAS ' DIAS - '
                    FUNCTION TRIM(RT-JUSTIFICA)
            DISPLAY 'NOVO PRAZO EM DIAS (0 = GUARDAR PARA SEMPRE): '
                ACCEPT WS-DIAS
            IF WS-DIAS NOT = 0 AND WS-DIAS < 30
                DISPLAY 'PRAZO MINIMO E DE 30 DIAS - NADA ALTERADO'
                CLOSE RET-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'FUNDAMENTO DO PRAZO (BRANCO = MANTER): '
                ACCEPT WS-JUSTIFICA

            MOVE SPACES TO WS-AUD-ANTES
            STRING RT-ARQUIVO DELIMITED BY SIZE
                   ' DIAS '   DELIMITED BY SIZE
                   RT-DIAS    DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE WS-DIAS TO RT-DIAS
            IF WS-JUSTIFICA NOT = SPACES
                MOVE WS-JUSTIFICA TO RT-JUSTIFICA
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-OPERADOR-ATUAL TO RT-OPERADOR
            MOVE WS-DATA-FORMAT    TO RT-DATA
            REWRITE RETENCAO-LINHA
            IF NOT FS-RET-OK
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-RET
                CLOSE RET-FILE
                EXIT PARAGRAPH
            END-IF
            CLOSE RET-FILE

            MOVE SPACES TO WS-AUD-DEPOIS
            STRING RT-ARQUIVO DELIMITED BY SIZE
                   ' DIAS '   DELIMITED BY SIZE
                   RT-DIAS    DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            DISPLAY 'PRAZO GRAVADO E AUDITADO'
            .

       P900-GARANTE-TABELA.
            OPEN INPUT RET-FILE
            IF WS-FS-RET = 35
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                OPEN OUTPUT RET-FILE
                PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
                    MOVE WS-RP-ARQUIVO(WS-IDX)   TO RT-ARQUIVO
                    MOVE WS-RP-DIAS(WS-IDX)      TO RT-DIAS
                    MOVE WS-RP-JUSTIFICA(WS-IDX) TO RT-JUSTIFICA
                    MOVE WS-OPERADOR-ATUAL       TO RT-OPERADOR
                    MOVE WS-DATA-FORMAT          TO RT-DATA
                    WRITE RETENCAO-LINHA
                END-PERFORM
                DISPLAY 'TABELA DE RETENCAO CRIADA COM OS PRAZOS '
                        'PADRAO'
            END-IF
            CLOSE RET-FILE
            .
