      *          PELO SEU COPYBOOK, EM VEZ DE ABRIR O .DAT CRU E
      *          CONTAR COLUNA NO DEDO. ARQUIVOS: BOLETIM (POR FAIXA
      *          DE ID), HISTORICO DE EXCLUSAO, CADASTRO-PF E O
      *          CHECKPOINT DO UPDATT E O CADASTRO DE OPERADORES
      *          (SEM O CAMPO DE SENHA CIFRADA, QUE NUNCA E
      *          EXIBIDO); SAIDA NA TELA OU NUMA ENTRADA
      *          DE SPOOL PROPRIA (SPOOLNOVO), COM LIMITE DE
      *          REGISTROS PARA NAO AFOGAR O TERMINAL.
      * Tectonics: cobc
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT DEL-HISTORICO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CKPT
                   .
               SELECT OPER-FILE
               ASSIGN TO
                   WS-PATH-OPERADORES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS OP-NOME
                   FILE STATUS IS WS-FS-OPER
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
       FD CHECKPOINT-FILE
       DATA RECORD IS CKPT-LINHA.
       01 CKPT-LINHA               PIC 9(06).
       FD OPER-FILE
       DATA RECORD IS OPERADOR-LINHA.
           COPY OPERADOR_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
       77 WS-FS-HIST               PIC 99.
       77 WS-FS-CKPT               PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-OPER               PIC 99.
          88 FS-OPER-OK            VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-LINHA-SAIDA           PIC X(120).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DUMPOPS' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** DUMP ROTULADO DE ARQUIVOS DA SUITE ***'
            DISPLAY '1 - BOLETIM (NOTASV2.DAT, POR FAIXA DE ID)'
            DISPLAY '2 - HISTORICO DE EXCLUSAO'
            DISPLAY '3 - CADASTRO-PF'
            DISPLAY '4 - CHECKPOINT DO UPDATT'
            DISPLAY '5 - OPERADORES (SEM SENHA)'
            DISPLAY 'ESCOLHA O ARQUIVO: '
                ACCEPT WS-OPCAO

                    PERFORM P300-DUMP-CADASTRO
                WHEN '4'
                    PERFORM P400-DUMP-CHECKPOINT
                WHEN '5'
                    PERFORM P500-DUMP-OPERADORES
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
                CLOSE CHECKPOINT-FILE
            END-IF
            .

       P500-DUMP-OPERADORES.
            SET EOF-OK TO FALSE
            OPEN INPUT OPER-FILE
            IF NOT FS-OPER-OK
                CALL 'FSMSG' USING WS-FS-OPER WS-FS-MSG
                DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL --> COD '
                        WS-FS-OPER ': ' WS-FS-MSG
                SET EOF-OK TO TRUE
            ELSE
                MOVE LOW-VALUES TO OP-NOME
                START OPER-FILE KEY IS GREATER OP-NOME
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EOF-OK OR WS-CONT >= WS-LIMITE
                READ OPER-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT
                        PERFORM P550-ROTULA-OPERADOR
                END-READ
            END-PERFORM
            IF FS-OPER-OK OR WS-FS-OPER = 10
                CLOSE OPER-FILE
            END-IF
            .

       P550-ROTULA-OPERADOR.
      * OP-SENHA e OP-HIST-SENHAS ficam de fora de proposito: nem o
      * resumo cifrado sai no dump.
            MOVE SPACES TO WS-LINHA-SAIDA
            STRING
                'OP-NOME=' DELIMITED BY SIZE
                FUNCTION TRIM(OP-NOME) DELIMITED BY SIZE
                ' OP-PERFIL=' DELIMITED BY SIZE
                OP-PERFIL DELIMITED BY SIZE
                ' OP-ATIVO=' DELIMITED BY SIZE
                OP-ATIVO DELIMITED BY SIZE
                ' OP-SENHA=(PROTEGIDA)' DELIMITED BY SIZE
                INTO WS-LINHA-SAIDA
            PERFORM P050-EMITE
            MOVE SPACES TO WS-LINHA-SAIDA
            STRING
                '  OP-FALHAS=' DELIMITED BY SIZE
                OP-FALHAS DELIMITED BY SIZE
                ' OP-BLOQUEADO=' DELIMITED BY SIZE
                OP-BLOQUEADO DELIMITED BY SIZE
                ' OP-DATA-SENHA=' DELIMITED BY SIZE
                OP-DATA-SENHA DELIMITED BY SIZE
                ' OP-TROCA-OBRIG=' DELIMITED BY SIZE
                OP-TROCA-OBRIG DELIMITED BY SIZE
                INTO WS-LINHA-SAIDA
            PERFORM P050-EMITE
            .
