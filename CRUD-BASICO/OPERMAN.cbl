      *          TAMBEM ENTRA COM TROCA OBRIGATORIA; A TROCA DE
      *          SENHA RECUSA AS TRES ULTIMAS SENHAS (HISTORICO) E
      *          REARMA O VENCIMENTO; O DESBLOQUEIO ZERA AS FALHAS
      *          ACUMULADAS PELO SIGN-ON DO BOLETIMV2. A SENHA E
      *          GRAVADA CIFRADA (SENHAHASH, RESUMO SALGADO DE MAO
      *          UNICA), NUNCA EM CLARO.
      *          PERFIS: C = CONSULTA, A = ALTERACAO,
      *          X = ADMINISTRACAO, MAIS QUALQUER OUTRO PERFIL
      *          CRIADO NA MATRIZ DE PERMISSOES (PERMMAN) - SO E
      *          ACEITO PERFIL QUE TENHA A LINHA PROPRIA NA MATRIZ.
      *          OPERADOR DE PERFIL P (PROFESSOR) E VINCULADO A UM
      *          PROFESSOR ATIVO DO CADASTRO PROFCAT: E POR ESSE
      *          VINCULO QUE O SIGN-ON DO BOLETIMV2 SO OFERECE AS
      *          TURMAS/MATERIAS DELE.
      *          CADA OPERADOR E DE UMA UNIDADE ESCOLAR DA REDE
      *          (OP-UNIDADE, '00' = REDE INTEIRA; O ADMIN SEMEADO E
      *          DA REDE). QUEM ESTA ASSINADO NUMA UNIDADE SO LISTA E
      *          SO CADASTRA OPERADORES DA PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY   IS OP-NOME
                   FILE STATUS IS WS-FS-OPER
                   .
               SELECT PERM-FILE
               ASSIGN TO
                   WS-PATH-PERMISSOES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PM-CHAVE
                   FILE STATUS IS WS-FS-PERM
                   .
               SELECT PROFCAT-FILE
               ASSIGN TO
                   WS-PATH-PROFCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PROF-NOME
                   FILE STATUS IS WS-FS-PROF
                   .
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE
       DATA RECORD IS OPERADOR-LINHA.
           COPY OPERADOR_DADOS.
       FD PERM-FILE
       DATA RECORD IS PERMISSAO-LINHA.
           COPY PERMISSAO_DADOS.
       FD PROFCAT-FILE
       DATA RECORD IS PROFCAT-LINHA.
           COPY PROFCAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-OPER               PIC 99.
          88 FS-OPER-OK            VALUE 0.
       77 WS-FS-PERM               PIC 99.
          88 FS-PERM-OK            VALUE 0.
       77 WS-FS-PROF               PIC 99.
          88 FS-PROF-OK            VALUE 0.
       77 WS-PROF-VINCULO          PIC X(30).
       77 WS-PERFIL-VALIDO         PIC X.
          88 PERFIL-VALIDO-OK      VALUE 'S' FALSE 'N'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
       77 WS-IDX                   PIC 9.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-SH-MODO               PIC X.
       77 WS-SH-SENHA              PIC X(12).
       77 WS-SH-RESULTADO          PIC X.
          88 SH-CONFERE-OK         VALUE 'S' FALSE 'N'.
      * Unidade escolar da sessao (UNIDADE): '00' = rede.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-ANO                PIC X(07) VALUE SPACES.
       77 WS-UN-TURMA              PIC X(10) VALUE SPACES.
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-RESULTADO          PIC X.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-OPER-ACHADO           PIC X VALUE 'N'.
          88 OPER-ACHADO-OK        VALUE 'S' FALSE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'OPERMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P900-GARANTE-ARQUIVO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
                TO WS-NOME-MANUT
            .

       P060-LE-OPERADOR.
      * Operador de outra unidade nao existe para quem esta
      * assinado numa unidade.
            SET OPER-ACHADO-OK TO FALSE
            MOVE WS-NOME-MANUT TO OP-NOME
            READ OPER-FILE
                KEY IS OP-NOME
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET OPER-ACHADO-OK TO TRUE
            END-READ
            IF OPER-ACHADO-OK
            MOVE 'V' TO WS-UN-ACAO
            MOVE OP-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF WS-UN-RESULTADO NOT = 'S'
                SET OPER-ACHADO-OK TO FALSE
            END-IF
            END-IF
            IF NOT OPER-ACHADO-OK
                DISPLAY 'OPERADOR NAO ENCONTRADO'
            END-IF
            .

       P100-LISTA.
            SET EOF-OK TO FALSE
            OPEN INPUT OPER-FILE
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P110-MOSTRA-OPERADOR
                    END-READ
                END-PERFORM
                CLOSE OPER-FILE
            END-IF
            .

       P110-MOSTRA-OPERADOR.
            MOVE 'V' TO WS-UN-ACAO
            MOVE OP-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF OP-UNIDADE = '00'
                MOVE '00' TO WS-UN-CODIGO
            END-IF
            IF WS-UN-RESULTADO NOT = 'S'
                EXIT PARAGRAPH
            END-IF
      * A senha nunca e exibida, nem aqui.
            DISPLAY OP-NOME
                    ' PERFIL: ' OP-PERFIL
                    ' ATIVO: '  OP-ATIVO
                    ' BLOQ: '   OP-BLOQUEADO
                    ' SENHA DE: ' OP-DATA-SENHA
                    ' UNIDADE: ' WS-UN-CODIGO
            IF OP-PERFIL = 'P'
                DISPLAY '    PROFESSOR (PROF-ID): '
                        OP-PROF-ID
            END-IF
            .

       P200-INCLUI.
            PERFORM P050-PEDE-NOME
            OPEN I-O OPER-FILE
            MOVE WS-NOME-MANUT TO OP-NOME
            DISPLAY 'INFORME A SENHA: '
                ACCEPT WS-SENHA-NOVA
            MOVE 'G' TO WS-SH-MODO
            CALL 'SENHAHASH' USING WS-SH-MODO WS-SENHA-NOVA OP-SENHA
                                   WS-SH-RESULTADO
            DISPLAY 'INFORME O PERFIL (C/A/X OU OUTRO DO PERMMAN): '
                ACCEPT OP-PERFIL
            PERFORM P950-VALIDA-PERFIL
            IF NOT PERFIL-VALIDO-OK
                DISPLAY 'PERFIL INVALIDO - ASSUMIDO C (CONSULTA)'
                MOVE 'C' TO OP-PERFIL
            END-IF
            PERFORM P960-VINCULA-PROFESSOR
            MOVE SPACES TO OP-UNIDADE
            PERFORM P970-PEDE-UNIDADE
            MOVE 'S' TO OP-ATIVO
            MOVE 0   TO OP-FALHAS
            MOVE 'N' TO OP-BLOQUEADO
       P300-ALTERA.
            PERFORM P050-PEDE-NOME
            OPEN I-O OPER-FILE
            PERFORM P060-LE-OPERADOR
            IF OPER-ACHADO-OK
                DISPLAY 'NOVA SENHA: '
                    ACCEPT WS-SENHA-NOVA
      * Reuso barrado: a nova senha nao pode ser a atual nem uma
      * das tres ultimas do historico.
                MOVE 'N' TO WS-REUSO
                MOVE 'C' TO WS-SH-MODO
                CALL 'SENHAHASH' USING WS-SH-MODO WS-SENHA-NOVA
                                       OP-SENHA WS-SH-RESULTADO
                IF SH-CONFERE-OK
                    MOVE 'S' TO WS-REUSO
                END-IF
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > 3
                    CALL 'SENHAHASH' USING WS-SH-MODO
                                           WS-SENHA-NOVA
                                           OP-SENHA-ANT(WS-IDX)
                                           WS-SH-RESULTADO
                    IF SH-CONFERE-OK
                        MOVE 'S' TO WS-REUSO
                    END-IF
                END-PERFORM
                IF WS-REUSO = 'S'
                    DISPLAY 'SENHA JA USADA RECENTEMENTE - '
                            'ESCOLHA OUTRA. NADA ALTERADO.'
                    CLOSE OPER-FILE
                    EXIT PARAGRAPH
                END-IF
                MOVE OP-SENHA-ANT(2) TO OP-SENHA-ANT(3)
                MOVE OP-SENHA-ANT(1) TO OP-SENHA-ANT(2)
                MOVE OP-SENHA        TO OP-SENHA-ANT(1)
                MOVE 'G' TO WS-SH-MODO
                CALL 'SENHAHASH' USING WS-SH-MODO WS-SENHA-NOVA
                                       OP-SENHA WS-SH-RESULTADO
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                CALL 'DATAFMT' USING WS-DATA-SISTEMA
                                     WS-DATA-FORMAT
                MOVE WS-DATA-FORMAT TO OP-DATA-SENHA
                MOVE 'N' TO OP-TROCA-OBRIG
                DISPLAY 'NOVO PERFIL (C/A/X OU OUTRO DO PERMMAN): '
                    ACCEPT OP-PERFIL
                PERFORM P950-VALIDA-PERFIL
                IF NOT PERFIL-VALIDO-OK
                    DISPLAY 'PERFIL INVALIDO - MANTIDO C'
                    MOVE 'C' TO OP-PERFIL
                END-IF
                PERFORM P960-VINCULA-PROFESSOR
                PERFORM P970-PEDE-UNIDADE
                REWRITE OPERADOR-LINHA
                IF FS-OPER-OK
                    DISPLAY 'OPERADOR ALTERADO'
                ELSE
                    DISPLAY 'ERRO AO ALTERAR --> COD ' WS-FS-OPER
                END-IF
            END-IF
            CLOSE OPER-FILE
            .

       P400-DESATIVA.
            PERFORM P050-PEDE-NOME
            OPEN I-O OPER-FILE
            PERFORM P060-LE-OPERADOR
            IF OPER-ACHADO-OK
                MOVE 'N' TO OP-ATIVO
                REWRITE OPERADOR-LINHA
                DISPLAY 'OPERADOR DESATIVADO'
            END-IF
            CLOSE OPER-FILE
            .

       P500-REATIVA.
            PERFORM P050-PEDE-NOME
            OPEN I-O OPER-FILE
            PERFORM P060-LE-OPERADOR
            IF OPER-ACHADO-OK
                MOVE 'S' TO OP-ATIVO
                REWRITE OPERADOR-LINHA
                DISPLAY 'OPERADOR REATIVADO'
            END-IF
            CLOSE OPER-FILE
            .

       P600-DESBLOQUEIA.
            PERFORM P050-PEDE-NOME
            OPEN I-O OPER-FILE
            PERFORM P060-LE-OPERADOR
            IF OPER-ACHADO-OK
                MOVE 0   TO OP-FALHAS
                MOVE 'N' TO OP-BLOQUEADO
                REWRITE OPERADOR-LINHA
                DISPLAY 'OPERADOR DESBLOQUEADO - FALHAS ZERADAS'
            END-IF
            CLOSE OPER-FILE
            .

            IF WS-FS-OPER = 35
                OPEN OUTPUT OPER-FILE
                MOVE 'ADMIN' TO OP-NOME
                MOVE 'ADMIN' TO WS-SH-SENHA
                MOVE 'G'     TO WS-SH-MODO
                CALL 'SENHAHASH' USING WS-SH-MODO WS-SH-SENHA
                                       OP-SENHA WS-SH-RESULTADO
                MOVE 'X'     TO OP-PERFIL
                MOVE 'S'     TO OP-ATIVO
                MOVE 0       TO OP-FALHAS
      * troca obrigatoria ja no primeiro sign-on.
                MOVE 'S'     TO OP-TROCA-OBRIG
                MOVE SPACES  TO OP-HIST-SENHAS
                MOVE 0       TO OP-PROF-ID
                MOVE '00'    TO OP-UNIDADE
                WRITE OPERADOR-LINHA
                CLOSE OPER-FILE
                OPEN I-O OPER-FILE
            END-IF
            CLOSE OPER-FILE
            .

       P950-VALIDA-PERFIL.
      * Perfil existe quando tem a linha PERFIL/'*'/'*' na matriz de
      * permissoes. Sem a matriz (ainda nao criada pelo PERMCHK)
      * valem os tres perfis de origem. O perfil B e do lote
      * noturno (RUNCTL) e nunca vai para operador.
            SET PERFIL-VALIDO-OK TO FALSE
            IF OP-PERFIL = 'B'
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT PERM-FILE
            IF NOT FS-PERM-OK
                IF OP-PERFIL = 'C' OR OP-PERFIL = 'A'
                                   OR OP-PERFIL = 'X'
                    SET PERFIL-VALIDO-OK TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF
            MOVE OP-PERFIL TO PM-PERFIL
            MOVE '*'       TO PM-PROGRAMA
            MOVE '*'       TO PM-FUNCAO
            READ PERM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET PERFIL-VALIDO-OK TO TRUE
            END-READ
            CLOSE PERM-FILE
            .

       P960-VINCULA-PROFESSOR.
      * Perfil P enxerga so as turmas/materias de um professor: o
      * operador fica ligado ao PROF-ID de um professor ativo do
      * PROFCAT. Sem vinculo valido o perfil cai para C.
            MOVE 0 TO OP-PROF-ID
            IF OP-PERFIL NOT = 'P'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'PROFESSOR DO OPERADOR (NOME NO PROFCAT): '
                ACCEPT WS-PROF-VINCULO
            OPEN INPUT PROFCAT-FILE
            IF FS-PROF-OK
                MOVE FUNCTION UPPER-CASE(
                     FUNCTION TRIM(WS-PROF-VINCULO)) TO PROF-NOME
                READ PROFCAT-FILE
                    KEY IS PROF-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PROF-ATIVO = 'S'
                            MOVE PROF-ID TO OP-PROF-ID
                        END-IF
                END-READ
                CLOSE PROFCAT-FILE
            END-IF
            IF OP-PROF-ID = 0
                DISPLAY 'PROFESSOR NAO CADASTRADO OU INATIVO '
                        '(PROFMANUT) - PERFIL ASSUMIDO C'
                MOVE 'C' TO OP-PERFIL
            ELSE
                DISPLAY 'VINCULADO AO PROFESSOR '
                        FUNCTION TRIM(PROF-NOME) ' (ID ' OP-PROF-ID ')'
            END-IF
            .

       P970-PEDE-UNIDADE.
      * Operador assinado numa unidade so cria operadores dela; so
      * a sessao da rede distribui operadores entre as unidades.
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            IF WS-UNIDADE-SESSAO NOT = '00'
                MOVE WS-UNIDADE-SESSAO TO OP-UNIDADE
                DISPLAY 'UNIDADE DO OPERADOR: ' OP-UNIDADE
                EXIT PARAGRAPH
            END-IF
            MOVE OP-UNIDADE TO WS-UN-CODIGO
            IF OP-UNIDADE NOT = SPACES
                DISPLAY 'UNIDADE ATUAL: ' OP-UNIDADE
                        ' (BRANCO = MANTEM)'
            END-IF
            DISPLAY 'UNIDADE ESCOLAR (01 = SEDE, 02, 03... ; '
                    '00 = REDE INTEIRA): '
                ACCEPT OP-UNIDADE
            IF OP-UNIDADE = SPACES AND WS-UN-CODIGO NOT = SPACES
                MOVE WS-UN-CODIGO TO OP-UNIDADE
                EXIT PARAGRAPH
            END-IF
            IF OP-UNIDADE = SPACES OR OP-UNIDADE NOT NUMERIC
                DISPLAY 'UNIDADE INVALIDA - ASSUMIDA 01 (SEDE)'
                MOVE '01' TO OP-UNIDADE
            END-IF
            .
