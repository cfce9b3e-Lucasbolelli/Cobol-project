      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA MATRIZ DE PERMISSOES (PERMISSOES.DAT)
      *          PELA ADMINISTRACAO: CRIA PERFIS NOVOS (UMA LETRA E
      *          UM NOME - TESOURARIA, COORDENACAO...) COM A REGRA
      *          PADRAO DELES, LIBERA OU NEGA UM PROGRAMA INTEIRO OU
      *          UMA FUNCAO DE UM PROGRAMA PARA UM PERFIL, EXCLUI
      *          REGRAS E LISTA A MATRIZ. NADA PRECISA SER
      *          RECOMPILADO: O PERMCHK LE A MATRIZ NA ENTRADA DE
      *          CADA PROGRAMA. TODA ALTERACAO VAI PARA A TRILHA DE
      *          AUDITORIA. O PERFIL X NAO PODE SER EXCLUIDO NEM
      *          NEGADO NO PADRAO, PARA A ADMINISTRACAO NUNCA SE
      *          TRANCAR PARA FORA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMMAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERM-FILE
               ASSIGN TO
                   WS-PATH-PERMISSOES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PM-CHAVE
                   FILE STATUS IS WS-FS-PERM
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PERM-FILE
       DATA RECORD IS PERMISSAO-LINHA.
           COPY PERMISSAO_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-FS-PERM               PIC 99.
          88 FS-PERM-OK            VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-PERFIL-FILTRO         PIC X.
       77 WS-PERFIL                PIC X.
       77 WS-PROGRAMA              PIC X(12).
       77 WS-FUNCAO                PIC X(10).
       77 WS-PERMITE               PIC X.
       77 WS-DESCRICAO             PIC X(30).
       77 WS-CONT                  PIC 9(04).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'PERMISSAO'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PERMMAN' TO WS-PROGRAMA-CORRENTE
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** MATRIZ DE PERMISSOES ****'
            DISPLAY '1 - LISTAR A MATRIZ'
            DISPLAY '2 - CRIAR/ALTERAR PERFIL'
            DISPLAY '3 - LIBERAR/NEGAR PROGRAMA OU FUNCAO'
            DISPLAY '4 - EXCLUIR REGRA'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-LISTA
                WHEN '2'
                    PERFORM P200-PERFIL
                WHEN '3'
                    PERFORM P300-REGRA
                WHEN '4'
                    PERFORM P400-EXCLUI
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

       P95-ABRE-MATRIZ.
            OPEN I-O PERM-FILE
            IF NOT FS-PERM-OK
                CALL 'FSMSG' USING WS-FS-PERM WS-FS-MSG
                DISPLAY 'ERRO NA MATRIZ --> COD ' WS-FS-PERM
                        ': ' WS-FS-MSG
            END-IF
            .

       P100-LISTA.
            DISPLAY 'PERFIL A LISTAR (BRANCO = TODOS): '
                ACCEPT WS-PERFIL-FILTRO
            MOVE 0 TO WS-CONT
            SET EOF-OK TO FALSE
            OPEN INPUT PERM-FILE
            IF NOT FS-PERM-OK
                CALL 'FSMSG' USING WS-FS-PERM WS-FS-MSG
                DISPLAY 'MATRIZ INDISPONIVEL --> COD ' WS-FS-PERM
                        ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO PM-CHAVE
            START PERM-FILE KEY IS GREATER PM-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PERM-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-PERFIL-FILTRO = SPACE
                           OR PM-PERFIL = WS-PERFIL-FILTRO
                            ADD 1 TO WS-CONT
                            PERFORM P150-MOSTRA-REGRA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PERM-FILE
            DISPLAY 'REGRAS LISTADAS: ' WS-CONT
            .

       P150-MOSTRA-REGRA.
            IF PM-PROGRAMA = '*' AND PM-FUNCAO = '*'
                DISPLAY 'PERFIL ' PM-PERFIL ' - '
                        FUNCTION TRIM(PM-DESCRICAO)
                        ' - PADRAO: ' PM-PERMITE
            ELSE
                DISPLAY '   ' PM-PERFIL ' ' PM-PROGRAMA ' '
                        PM-FUNCAO ' ' PM-PERMITE
                        ' (' FUNCTION TRIM(PM-OPERADOR)
                        ' ' PM-DATA ')'
            END-IF
            .

       P200-PERFIL.
            DISPLAY 'LETRA DO PERFIL: '
                ACCEPT WS-PERFIL
            MOVE FUNCTION UPPER-CASE(WS-PERFIL) TO WS-PERFIL
            IF WS-PERFIL = SPACE OR WS-PERFIL = '*'
                DISPLAY 'PERFIL INVALIDO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'NOME DO PERFIL (EX.: TESOURARIA): '
                ACCEPT WS-DESCRICAO
            DISPLAY 'PADRAO PARA PROGRAMAS SEM REGRA PROPRIA: '
                    '<S> LIBERADO <N> NEGADO ? '
                ACCEPT WS-PERMITE
            IF WS-PERMITE NOT = 'S' AND WS-PERMITE NOT = 'N'
                DISPLAY 'RESPOSTA INVALIDA - NADA ALTERADO'
                EXIT PARAGRAPH
            END-IF
            IF WS-PERFIL = 'X' AND WS-PERMITE = 'N'
                DISPLAY 'O PADRAO DO PERFIL X NAO PODE SER NEGADO'
                EXIT PARAGRAPH
            END-IF
            MOVE '*' TO WS-PROGRAMA
            MOVE '*' TO WS-FUNCAO
            PERFORM P500-GRAVA-REGRA
            .

       P300-REGRA.
            DISPLAY 'LETRA DO PERFIL: '
                ACCEPT WS-PERFIL
            MOVE FUNCTION UPPER-CASE(WS-PERFIL) TO WS-PERFIL
            DISPLAY 'PROGRAMA (PROGRAM-ID, EX.: MENSAL): '
                ACCEPT WS-PROGRAMA
            MOVE FUNCTION UPPER-CASE(WS-PROGRAMA) TO WS-PROGRAMA
            DISPLAY 'FUNCAO (BRANCO = PROGRAMA INTEIRO): '
                ACCEPT WS-FUNCAO
            MOVE FUNCTION UPPER-CASE(WS-FUNCAO) TO WS-FUNCAO
            IF WS-FUNCAO = SPACES
                MOVE '*' TO WS-FUNCAO
            END-IF
            IF WS-PROGRAMA = SPACES OR WS-PROGRAMA = '*'
                DISPLAY 'PROGRAMA INVALIDO - O PADRAO DO PERFIL E '
                        'MANTIDO NA OPCAO 2'
                EXIT PARAGRAPH
            END-IF
            DISPLAY '<S> LIBERAR OU <N> NEGAR ? '
                ACCEPT WS-PERMITE
            IF WS-PERMITE NOT = 'S' AND WS-PERMITE NOT = 'N'
                DISPLAY 'RESPOSTA INVALIDA - NADA ALTERADO'
                EXIT PARAGRAPH
            END-IF
            IF WS-PERFIL = 'X' AND WS-PROGRAMA = 'PERMMAN'
               AND WS-PERMITE = 'N'
                DISPLAY 'O PERFIL X NAO PODE PERDER O PERMMAN'
                EXIT PARAGRAPH
            END-IF

      * Regra so para perfil que existe (linha de definicao).
            PERFORM P95-ABRE-MATRIZ
            IF NOT FS-PERM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PERFIL TO PM-PERFIL
            MOVE '*'       TO PM-PROGRAMA
            MOVE '*'       TO PM-FUNCAO
            READ PERM-FILE
                KEY IS PM-CHAVE
                INVALID KEY
                    SET ACHOU-OK TO FALSE
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            CLOSE PERM-FILE
            IF NOT ACHOU-OK
                DISPLAY 'PERFIL ' WS-PERFIL ' NAO EXISTE - CRIE '
                        'PELA OPCAO 2'
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-DESCRICAO
            PERFORM P500-GRAVA-REGRA
            .

       P400-EXCLUI.
            DISPLAY 'LETRA DO PERFIL: '
                ACCEPT WS-PERFIL
            MOVE FUNCTION UPPER-CASE(WS-PERFIL) TO WS-PERFIL
            DISPLAY 'PROGRAMA (* = DEFINICAO DO PERFIL): '
                ACCEPT WS-PROGRAMA
            MOVE FUNCTION UPPER-CASE(WS-PROGRAMA) TO WS-PROGRAMA
            DISPLAY 'FUNCAO (BRANCO = PROGRAMA INTEIRO): '
                ACCEPT WS-FUNCAO
            MOVE FUNCTION UPPER-CASE(WS-FUNCAO) TO WS-FUNCAO
            IF WS-FUNCAO = SPACES
                MOVE '*' TO WS-FUNCAO
            END-IF
            IF WS-PERFIL = 'X' AND WS-PROGRAMA = '*'
                DISPLAY 'O PERFIL X NAO PODE SER EXCLUIDO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P95-ABRE-MATRIZ
            IF NOT FS-PERM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PERFIL   TO PM-PERFIL
            MOVE WS-PROGRAMA TO PM-PROGRAMA
            MOVE WS-FUNCAO   TO PM-FUNCAO
            READ PERM-FILE
                KEY IS PM-CHAVE
                INVALID KEY
                    DISPLAY 'REGRA NAO ENCONTRADA'
                NOT INVALID KEY
                    DISPLAY 'CONFIRMA A EXCLUSAO ? S/N'
                        CALL 'CONFIRMA' USING WS-CONFIRMA
                    IF WS-CONFIRMA = 'S'
                        MOVE SPACES TO WS-AUD-ANTES
                        STRING PM-PERFIL DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               PM-PROGRAMA DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               PM-FUNCAO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               PM-PERMITE DELIMITED BY SIZE
                            INTO WS-AUD-ANTES
                        MOVE 'EXCLUIDA' TO WS-AUD-DEPOIS
                        DELETE PERM-FILE RECORD
                        CALL 'AUDITORIA' USING WS-AUD-OPERACAO
                                               WS-AUD-ID
                                               WS-AUD-ANTES
                                               WS-AUD-DEPOIS
                        DISPLAY 'REGRA EXCLUIDA'
                    END-IF
            END-READ
            CLOSE PERM-FILE
            .

       P500-GRAVA-REGRA.
            PERFORM P95-ABRE-MATRIZ
            IF NOT FS-PERM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PERFIL   TO PM-PERFIL
            MOVE WS-PROGRAMA TO PM-PROGRAMA
            MOVE WS-FUNCAO   TO PM-FUNCAO
            MOVE SPACES TO WS-AUD-ANTES
            READ PERM-FILE
                KEY IS PM-CHAVE
                INVALID KEY
                    SET ACHOU-OK TO FALSE
                    MOVE 'NOVA' TO WS-AUD-ANTES
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
                    STRING PM-PERMITE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           PM-DESCRICAO DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
            END-READ
            MOVE WS-PERMITE TO PM-PERMITE
            IF WS-DESCRICAO NOT = SPACES
                MOVE WS-DESCRICAO TO PM-DESCRICAO
            END-IF
            IF NOT ACHOU-OK AND WS-DESCRICAO = SPACES
                MOVE SPACES TO PM-DESCRICAO
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-OPERADOR-ATUAL TO PM-OPERADOR
            MOVE WS-DATA-FORMAT    TO PM-DATA
            IF ACHOU-OK
                REWRITE PERMISSAO-LINHA
            ELSE
                WRITE PERMISSAO-LINHA
            END-IF
            IF FS-PERM-OK
                MOVE SPACES TO WS-AUD-DEPOIS
                STRING PM-PERFIL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PM-PROGRAMA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PM-FUNCAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PM-PERMITE DELIMITED BY SIZE
                    INTO WS-AUD-DEPOIS
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                       WS-AUD-ANTES WS-AUD-DEPOIS
                DISPLAY 'REGRA GRAVADA'
            ELSE
                CALL 'FSMSG' USING WS-FS-PERM WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-PERM
                        ': ' WS-FS-MSG
            END-IF
            CLOSE PERM-FILE
            .
