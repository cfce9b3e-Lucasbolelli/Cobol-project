      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DAS SENHAS DO OPERADORES.DAT PARA O
      *          FORMATO CIFRADO (SENHAHASH). LE CADA OPERADOR E
      *          TROCA A SENHA ATUAL E AS TRES DO HISTORICO QUE AINDA
      *          ESTAO EM CLARO PELO RESUMO SALGADO, NO PROPRIO
      *          REGISTRO (MESMO TAMANHO, MESMO ARQUIVO) - NINGUEM
      *          PRECISA SER RECADASTRADO, CADA UM CONTINUA ENTRANDO
      *          COM A SENHA QUE JA TINHA. CAMPO JA CIFRADO ('$') OU
      *          EM BRANCO FICA COMO ESTA, ENTAO RODAR DE NOVO NAO
      *          ESTRAGA NADA. RODE UMA VEZ, DEPOIS DE UM BACKUPGEN,
      *          E GERE OS BACKUPS DE NOVO EM SEGUIDA: AS GERACOES
      *          ANTIGAS AINDA TEM AS SENHAS EM CLARO. NA
      *          ATUALIZACAO DE VERSAO O OPERADORES.DAT PRECISA ESTAR
      *          NO LAYOUT ATUAL: RODE DEPOIS DO UNIMIG E DA TROCA DO
      *          .NOVO (PASSO 3 DA ORDEM DO CABECALHO DO UNIMIG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAMIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPER-FILE
               ASSIGN TO
                   WS-PATH-OPERADORES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS OP-NOME
                   FILE STATUS IS WS-FS-OPER
                   .
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE
       DATA RECORD IS OPERADOR-LINHA.
           COPY OPERADOR_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-OPER               PIC 99.
          88 FS-OPER-OK            VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-IDX                   PIC 9.
       77 WS-MUDOU                 PIC X.
       77 WS-SH-MODO               PIC X VALUE 'G'.
       77 WS-SH-SENHA              PIC X(12).
       77 WS-SH-RESULTADO          PIC X.
       77 WS-CONT-LIDOS            PIC 9(04) VALUE 0.
       77 WS-CONT-MIGRADOS         PIC 9(04) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SENHAMIG' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MIGRACAO DAS SENHAS PARA O FORMATO CIFRADO ***'
            DISPLAY 'RODE O BACKUPGEN ANTES. CONFIRMA A MIGRACAO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                STOP RUN
            END-IF

            OPEN I-O OPER-FILE
            IF WS-FS-OPER = 39
                DISPLAY 'OPERADORES.DAT AINDA NO LAYOUT ANTERIOR - '
                        'RODE O UNIMIG E TROQUE O .NOVO ANTES'
                STOP RUN
            END-IF
            IF NOT FS-OPER-OK
                CALL 'FSMSG' USING WS-FS-OPER WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO --> COD '
                        WS-FS-OPER ': ' WS-FS-MSG
                STOP RUN
            END-IF
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO OP-NOME
            START OPER-FILE KEY IS GREATER OP-NOME
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ OPER-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-LIDOS
                        PERFORM P100-MIGRA-OPERADOR
                END-READ
            END-PERFORM
            CLOSE OPER-FILE

            DISPLAY 'OPERADORES LIDOS....: ' WS-CONT-LIDOS
            DISPLAY 'OPERADORES MIGRADOS.: ' WS-CONT-MIGRADOS
            DISPLAY 'ERROS DE GRAVACAO...: ' WS-CONT-ERROS
            STOP RUN
            .

       P100-MIGRA-OPERADOR.
            MOVE 'N' TO WS-MUDOU
            IF OP-SENHA NOT = SPACES AND OP-SENHA(1:1) NOT = '$'
                MOVE OP-SENHA TO WS-SH-SENHA
                CALL 'SENHAHASH' USING WS-SH-MODO WS-SH-SENHA
                                       OP-SENHA WS-SH-RESULTADO
                MOVE 'S' TO WS-MUDOU
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
                IF OP-SENHA-ANT(WS-IDX) NOT = SPACES
                   AND OP-SENHA-ANT(WS-IDX)(1:1) NOT = '$'
                    MOVE OP-SENHA-ANT(WS-IDX) TO WS-SH-SENHA
                    CALL 'SENHAHASH' USING WS-SH-MODO WS-SH-SENHA
                                           OP-SENHA-ANT(WS-IDX)
                                           WS-SH-RESULTADO
                    MOVE 'S' TO WS-MUDOU
                END-IF
            END-PERFORM
            IF WS-MUDOU = 'S'
                REWRITE OPERADOR-LINHA
                IF FS-OPER-OK
                    ADD 1 TO WS-CONT-MIGRADOS
                ELSE
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY 'ERRO AO GRAVAR ' OP-NOME
                            ' --> COD ' WS-FS-OPER
                END-IF
            END-IF
            .
