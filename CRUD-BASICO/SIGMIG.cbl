      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DOS DADOS SENSIVEIS PARA O FORMATO
      *          CIFRADO (SIGILO). GARANTE A CHAVE (GERA O
      *          SIGILO.KEY NA PRIMEIRA VEZ, NA PASTA DE CHAVE FORA
      *          DE BIN) E REGRAVA, NO PROPRIO REGISTRO E COM O
      *          MESMO TAMANHO, O CPF E O RG DE CADA ALUNO DO
      *          ALUNOS.DAT E OS ALERTAS MEDICOS DE CADA FICHA DO
      *          SAUDEALUNO.DAT QUE AINDA ESTAO EM CLARO. CAMPO JA
      *          CIFRADO ('$') OU EM BRANCO FICA COMO ESTA, ENTAO
      *          RODAR DE NOVO NAO ESTRAGA NADA - E E ASSIM QUE SE
      *          RECUPERAM OS CAMPOS GRAVADOS EM CLARO ENQUANTO A
      *          CHAVE NAO EXISTIA. O QUE NAO DA PARA CIFRAR (CPF
      *          COM ALGO ALEM DOS 11 NUMEROS, RG OU ALERTA OCUPANDO
      *          O CAMPO INTEIRO) E LISTADO NA TELA PARA CORRECAO NO
      *          ALUMAN/FICHASAUDE E UMA NOVA RODADA. COPIE OS DOIS
      *          ARQUIVOS ANTES E GUARDE UMA COPIA DA CHAVE FORA DO
      *          SERVIDOR: SEM ELA OS DADOS CIFRADOS NAO VOLTAM.
      *          O ALUNOS.DAT E ABERTO COM A CHAVE ALTERNADA AL-CPF,
      *          QUE SO EXISTE DEPOIS DO UNIMIG: NA ATUALIZACAO DE
      *          VERSAO RODE DEPOIS DO UNIMIG, DA TROCA DOS .NOVO E DO
      *          SENHAMIG (PASSO 4 DA ORDEM DO CABECALHO DO UNIMIG),
      *          E ANTES DA SEGUNDA RODADA DO CPFMIG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGMIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS-FILE
               ASSIGN TO
                   WS-PATH-ALUNOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ALU
                   .
               SELECT SAUDE-FILE
               ASSIGN TO
                   WS-PATH-SAUDE-ALUNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS SA-NOME
                   FILE STATUS IS WS-FS-SAU
                   .
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD SAUDE-FILE
       DATA RECORD IS SAUDE-ALUNO-LINHA.
           COPY SAUDEALUNO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-SAU                PIC 99.
          88 FS-SAU-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-MUDOU                 PIC X.
       77 WS-SG-ACAO               PIC X.
       77 WS-SG-TIPO               PIC X.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-ID                 PIC 9(06) VALUE 0.
       77 WS-SG-NOME               PIC X(30) VALUE SPACES.
       77 WS-SG-RESULTADO          PIC X.
       77 WS-CONT-LIDOS            PIC 9(05) VALUE 0.
       77 WS-CONT-MIGRADOS         PIC 9(05) VALUE 0.
       77 WS-CONT-PENDENTES        PIC 9(05) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(05) VALUE 0.
       77 WS-CONT-FICHAS           PIC 9(05) VALUE 0.
       77 WS-CONT-FICHAS-MIG       PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SIGMIG' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MIGRACAO DE CPF/RG/ALERTAS DE SAUDE PARA O '
                    'FORMATO CIFRADO ***'
            DISPLAY 'COPIE ALUNOS.DAT E SAUDEALUNO.DAT ANTES. '
                    'CONFIRMA A MIGRACAO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                STOP RUN
            END-IF

            MOVE 'K' TO WS-SG-ACAO
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE WS-SG-ID WS-SG-NOME
                                WS-SG-RESULTADO
            EVALUATE WS-SG-RESULTADO
                WHEN 'S'
                    DISPLAY 'CHAVE NOVA GRAVADA EM: '
                            FUNCTION TRIM(WS-PATH-SIGILO-CHAVE)
                    DISPLAY 'GUARDE UMA COPIA DELA FORA DO SERVIDOR - '
                            'SEM A CHAVE OS DADOS NAO VOLTAM'
                WHEN 'E'
                    DISPLAY 'ERRO AO GRAVAR A CHAVE EM '
                            FUNCTION TRIM(WS-PATH-SIGILO-CHAVE)
                            ': ' WS-SG-EXIBE
                    DISPLAY 'CRIE A PASTA DA CHAVE E RODE DE NOVO - '
                            'NADA ALTERADO'
                    STOP RUN
                WHEN OTHER
                    DISPLAY 'USANDO A CHAVE EXISTENTE EM: '
                            FUNCTION TRIM(WS-PATH-SIGILO-CHAVE)
            END-EVALUATE

            PERFORM P100-MIGRA-ALUNOS
            PERFORM P300-MIGRA-FICHAS

            DISPLAY 'ALUNOS LIDOS........: ' WS-CONT-LIDOS
            DISPLAY 'ALUNOS MIGRADOS.....: ' WS-CONT-MIGRADOS
            DISPLAY 'FICHAS LIDAS........: ' WS-CONT-FICHAS
            DISPLAY 'FICHAS MIGRADAS.....: ' WS-CONT-FICHAS-MIG
            DISPLAY 'CAMPOS PENDENTES....: ' WS-CONT-PENDENTES
            DISPLAY 'ERROS DE GRAVACAO...: ' WS-CONT-ERROS
            IF WS-CONT-PENDENTES > 0
                DISPLAY 'CORRIJA OS CAMPOS PENDENTES E RODE O SIGMIG '
                        'DE NOVO'
            END-IF
            STOP RUN
            .

       P100-MIGRA-ALUNOS.
            OPEN I-O ALUNOS-FILE
            IF WS-FS-ALU = 35
                DISPLAY 'MESTRE DE ALUNOS AINDA NAO EXISTE'
                EXIT PARAGRAPH
            END-IF
            IF WS-FS-ALU = 39
                DISPLAY 'MESTRE DE ALUNOS AINDA NO LAYOUT ANTERIOR - '
                        'RODE O UNIMIG E TROQUE O .NOVO ANTES'
                ADD 1 TO WS-CONT-ERROS
                EXIT PARAGRAPH
            END-IF
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO AL-ID
            START ALUNOS-FILE KEY IS GREATER AL-ID
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-LIDOS
                        PERFORM P200-MIGRA-ALUNO
                END-READ
            END-PERFORM
            CLOSE ALUNOS-FILE
            .

       P200-MIGRA-ALUNO.
            MOVE 'N' TO WS-MUDOU
            MOVE 'C' TO WS-SG-ACAO
            MOVE 'C' TO WS-SG-TIPO
            MOVE AL-CPF TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE AL-ID AL-NOME
                                WS-SG-RESULTADO
            EVALUATE WS-SG-RESULTADO
                WHEN 'S'
                    MOVE WS-SG-VALOR TO AL-CPF
                    MOVE 'S' TO WS-MUDOU
                WHEN 'N'
                    ADD 1 TO WS-CONT-PENDENTES
                    DISPLAY 'ALUNO ' AL-ID ' ' FUNCTION TRIM(AL-NOME)
                            ': CPF FORA DO PADRAO (SO OS 11 NUMEROS)'
                            ' - CORRIJA NO ALUMAN'
            END-EVALUATE
            MOVE 'C' TO WS-SG-ACAO
            MOVE 'R' TO WS-SG-TIPO
            MOVE AL-RG TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE AL-ID AL-NOME
                                WS-SG-RESULTADO
            EVALUATE WS-SG-RESULTADO
                WHEN 'S'
                    MOVE WS-SG-VALOR TO AL-RG
                    MOVE 'S' TO WS-MUDOU
                WHEN 'N'
                    ADD 1 TO WS-CONT-PENDENTES
                    DISPLAY 'ALUNO ' AL-ID ' ' FUNCTION TRIM(AL-NOME)
                            ': RG COM 12 POSICOES - REDIGITE NO ALUMAN'
                            ' SEM PONTUACAO'
            END-EVALUATE
            IF WS-MUDOU = 'S'
                REWRITE ALUNO-LINHA
                IF FS-ALU-OK
                    ADD 1 TO WS-CONT-MIGRADOS
                ELSE
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY 'ERRO AO GRAVAR O ALUNO ' AL-ID
                            ' --> COD ' WS-FS-ALU
                END-IF
            END-IF
            .

       P300-MIGRA-FICHAS.
            OPEN I-O SAUDE-FILE
            IF WS-FS-SAU = 35
                DISPLAY 'NENHUMA FICHA DE SAUDE CADASTRADA AINDA'
                EXIT PARAGRAPH
            END-IF
            IF NOT FS-SAU-OK
                CALL 'FSMSG' USING WS-FS-SAU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR AS FICHAS DE SAUDE --> COD '
                        WS-FS-SAU ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO SA-NOME
            START SAUDE-FILE KEY IS GREATER SA-NOME
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ SAUDE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-FICHAS
                        PERFORM P400-MIGRA-FICHA
                END-READ
            END-PERFORM
            CLOSE SAUDE-FILE
            .

       P400-MIGRA-FICHA.
            MOVE 'C' TO WS-SG-ACAO
            MOVE 'S' TO WS-SG-TIPO
            MOVE SA-ALERTAS TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE WS-SG-ID SA-NOME
                                WS-SG-RESULTADO
            EVALUATE WS-SG-RESULTADO
                WHEN 'S'
                    MOVE WS-SG-VALOR TO SA-ALERTAS
                    REWRITE SAUDE-ALUNO-LINHA
                    IF FS-SAU-OK
                        ADD 1 TO WS-CONT-FICHAS-MIG
                    ELSE
                        ADD 1 TO WS-CONT-ERROS
                        DISPLAY 'ERRO AO GRAVAR A FICHA DE '
                                FUNCTION TRIM(SA-NOME)
                                ' --> COD ' WS-FS-SAU
                    END-IF
                WHEN 'N'
                    ADD 1 TO WS-CONT-PENDENTES
                    DISPLAY 'FICHA DE ' FUNCTION TRIM(SA-NOME)
                            ': ALERTA OCUPA AS 60 POSICOES - ENCURTE '
                            'NO FICHASAUDE'
            END-EVALUATE
            .
