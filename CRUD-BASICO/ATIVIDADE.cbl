      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: ATIVIDADES EXTRACURRICULARES (OFICINAS, ESPORTES,
      *          CORAL, ROBOTICA). CADA TURMA DE TREINO OU OFICINA
      *          TINHA A SUA LISTA; AQUI A COORDENACAO CADASTRA O
      *          CATALOGO (ATIVIDADES.DAT: INSTRUTOR, DIAS, PERIODOS
      *          DA GRADE, HORARIO, DURACAO DO ENCONTRO, CAPACIDADE E
      *          FAIXA DE IDADE), INSCREVE O ALUNO PELO AL-ID DO
      *          CADASTRO MESTRE (ATIVPART.DAT) RESPEITANDO A
      *          CAPACIDADE, A IDADE, A GRADE DA TURMA DO ALUNO
      *          (GRADEHOR.DAT) E AS OUTRAS ATIVIDADES DELE, E
      *          REGISTRA A CHAMADA DE CADA ENCONTRO (ATIVPRES.DAT).
      *          SAIDAS NO SPOOL: A SEMANA DO ALUNO (GRADE DA TURMA
      *          MAIS ATIVIDADES), O RELATORIO DAS ATIVIDADES DO ANO
      *          PARA A DIRECAO E, NO FIM DO ANO, OS CERTIFICADOS DE
      *          PARTICIPACAO COM A CARGA HORARIA CUMPRIDA, CADA UM
      *          NUMERADO NO LIVRO_REGISTRO.DAT (MESMA NUMERACAO DO
      *          DOCEMITE). SO SAI CERTIFICADO DE ATIVIDADE JA
      *          ENCERRADA, PARA A CARGA HORARIA NAO FICAR PELA
      *          METADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVIDADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ATIVIDADE-FILE
               ASSIGN TO
                   WS-PATH-ATIVIDADES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AT-CODIGO
                   FILE STATUS IS WS-FS-ATV
                   .
               SELECT ATIVPART-FILE
               ASSIGN TO
                   WS-PATH-ATIVPART
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS IN-CHAVE
                   ALTERNATE RECORD KEY IS IN-ID-ALUNO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PAR
                   .
               SELECT ATIVPRES-FILE
               ASSIGN TO
                   WS-PATH-ATIVPRES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AF-CHAVE
                   FILE STATUS IS WS-FS-PRE
                   .
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
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT LIVRO-FILE
               ASSIGN TO
                   WS-PATH-LIVRO-REG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LIV
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
       FD ATIVIDADE-FILE
       DATA RECORD IS ATIVIDADE-LINHA.
           COPY ATIVIDADE_DADOS.
       FD ATIVPART-FILE
       DATA RECORD IS ATIVPART-LINHA.
           COPY ATIVPART_DADOS.
       FD ATIVPRES-FILE
       DATA RECORD IS ATIVPRES-LINHA.
           COPY ATIVPRES_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD LIVRO-FILE
       DATA RECORD IS LIVRO-LINHA.
           COPY LIVRO_DADOS.
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
       77 WS-UP-MODO               PIC X.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-ATV                PIC 99.
          88 FS-ATV-OK             VALUE 0.
       77 WS-FS-PAR                PIC 99.
          88 FS-PAR-OK             VALUE 0.
       77 WS-FS-PRE                PIC 99.
          88 FS-PRE-OK             VALUE 0.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-FS-LIV                PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'ATIVIDADE'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAR               PIC X VALUE 'N'.
          88 EOF-PAR-OK            VALUE 'S' FALSE 'N'.
       77 WS-EXISTE                PIC X VALUE 'N'.
          88 EXISTE-OK             VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-CHOQUE                PIC X VALUE 'N'.
          88 CHOQUE-OK             VALUE 'S' FALSE 'N'.
       77 WS-DIAS-OK               PIC X VALUE 'N'.
          88 DIAS-VALIDOS          VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Entrada da tela.
       77 WS-CODIGO                PIC X(06).
       77 WS-ANO                   PIC X(07).
       77 WS-NOME-ATIV             PIC X(30).
       77 WS-TIPO                  PIC X.
       77 WS-INSTRUTOR             PIC X(30).
       77 WS-DIAS                  PIC X(07).
       77 WS-PER-INI               PIC 9.
       77 WS-PER-FIM               PIC 9.
       77 WS-HORARIO               PIC X(11).
       77 WS-MINUTOS               PIC 9(03).
       77 WS-CAPACIDADE            PIC 9(03).
       77 WS-IDADE-MIN             PIC 9(02).
       77 WS-IDADE-MAX             PIC 9(02).
       77 WS-ATIVA                 PIC X.
       77 WS-ID-ALUNO              PIC 9(06).
       77 WS-DATA-ENCONTRO         PIC X(10).
       77 WS-PRESENTE              PIC X.
      * Atividade em que o aluno esta sendo inscrito, guardada para
      * a conferencia contra as outras atividades dele.
       77 WS-AT-NOME               PIC X(30).
       77 WS-AT-ANO                PIC X(07).
       77 WS-AT-DIAS               PIC X(07).
       77 WS-AT-PER-INI            PIC 9.
       77 WS-AT-PER-FIM            PIC 9.
       77 WS-AT-CAPACIDADE         PIC 9(03).
       77 WS-AT-IDADE-MIN          PIC 9(02).
       77 WS-AT-IDADE-MAX          PIC 9(02).
       77 WS-AL-NOME               PIC X(30).
       77 WS-AL-TURMA              PIC X(10).
      * Idade do aluno na data da inscricao.
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-NASC-NUM              PIC 9(08).
       77 WS-DATA-NUM              PIC 9(08).
       77 WS-IDADE                 PIC 9(03).
       77 WS-DIA-SEM               PIC 9.
      * Outras inscricoes ativas do aluno.
       77 WS-QTD-OUTRAS            PIC 9(02).
       01 WS-OUTRAS-TAB.
           05 WS-OUTRA-COD         PIC X(06) OCCURS 20 TIMES.
       77 WS-IDX                   PIC 9(02).
       77 WS-IDX-DIA               PIC 9.
       77 WS-IDX-PER               PIC 9.
      * Contadores.
       77 WS-CONT                  PIC 9(04).
       77 WS-CONT-ATIVOS           PIC 9(03).
       77 WS-CONT-PRES             PIC 9(03).
       77 WS-PERC-PRES             PIC 9(03).
       77 WS-TOT-ATIV              PIC 9(04).
       77 WS-TOT-INSC              PIC 9(05).
       77 WS-PULADAS               PIC 9(04).
      * Carga horaria do certificado.
       77 WS-TOT-MINUTOS           PIC 9(06).
       77 WS-HORAS                 PIC 9(04)V9.
       77 WS-HORAS-ED              PIC ZZZ9.9.
      * Livro de registro (numeracao do DOCEMITE).
       77 WS-NUM-REG               PIC 9(06).
       77 WS-LIVRO                 PIC 9(03).
       77 WS-FOLHA                 PIC 9(03).
       77 WS-RESTO                 PIC 9(06).
       77 WS-TIPO-DOC              PIC X(25)
                                   VALUE 'CERTIFICADO ATIVIDADE'.
       77 WS-NOME-TIPO             PIC X(08).
      * Semana do aluno: materia ou atividade por periodo x dia.
       01 WS-QUADRO.
           05 WS-QD-PERIODO OCCURS 9 TIMES.
               10 WS-QD-CELULA     PIC X(10) OCCURS 6 TIMES.
       01 WS-LINHA-QUADRO.
           05 WS-LQ-PERIODO        PIC 9.
           05 FILLER               PIC X(03) VALUE 'o  '.
           05 WS-LQ-CELULA OCCURS 6 TIMES.
               10 WS-LQ-TEXTO      PIC X(10).
               10 FILLER           PIC X VALUE '|'.
      * Linha de participante do relatorio da direcao.
       01 WS-LINHA-PART.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LP-ID                PIC 9(06).
           05 FILLER               PIC X VALUE SPACE.
           05 LP-NOME              PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 LP-TURMA             PIC X(10).
           05 FILLER               PIC X(06) VALUE ' PRES '.
           05 LP-PRESENCAS         PIC ZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 LP-PERC              PIC ZZ9.
           05 FILLER               PIC X(02) VALUE '% '.
           05 LP-SITUACAO          PIC X(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ATIVIDADE' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
      * Livro de registro da unidade escolar da sessao (cada
      * unidade numera os seus documentos).
            MOVE 'U' TO WS-UP-MODO
            CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-LIVRO-REG
            PERFORM P90-LE-SESSAO
            PERFORM P95-GARANTE-ARQUIVOS
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** ATIVIDADES EXTRACURRICULARES ****'
            DISPLAY '1 - CADASTRAR/ALTERAR ATIVIDADE'
            DISPLAY '2 - LISTAR ATIVIDADES'
            DISPLAY '3 - INSCREVER ALUNO'
            DISPLAY '4 - RETIRAR ALUNO'
            DISPLAY '5 - REGISTRAR CHAMADA DE UM ENCONTRO'
            DISPLAY '6 - SEMANA DO ALUNO (GRADE + ATIVIDADES)'
            DISPLAY '7 - RELATORIO DAS ATIVIDADES PARA A DIRECAO'
            DISPLAY '8 - CERTIFICADOS DE PARTICIPACAO DO ANO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-ATIVIDADE
                WHEN '2'
                    PERFORM P200-LISTA
                WHEN '3'
                    PERFORM P300-INSCREVE
                WHEN '4'
                    PERFORM P400-RETIRA
                WHEN '5'
                    PERFORM P500-CHAMADA
                WHEN '6'
                    PERFORM P600-SEMANA
                WHEN '7'
                    PERFORM P700-RELATORIO
                WHEN '8'
                    PERFORM P800-CERTIFICADOS
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P060-CHECA-FUNCAO.
      * Cadastro, inscricao, chamada e certificado sao funcao propria
      * na matriz; consulta e relatorios ficam abertos.
            MOVE 'CADASTRO' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            .

       P085-ABRE-SPOOL.
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
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            .

       P95-GARANTE-ARQUIVOS.
            OPEN I-O ATIVIDADE-FILE
            IF WS-FS-ATV = 35
                OPEN OUTPUT ATIVIDADE-FILE
            END-IF
            CLOSE ATIVIDADE-FILE
            OPEN I-O ATIVPART-FILE
            IF WS-FS-PAR = 35
                OPEN OUTPUT ATIVPART-FILE
            END-IF
            CLOSE ATIVPART-FILE
            OPEN I-O ATIVPRES-FILE
            IF WS-FS-PRE = 35
                OPEN OUTPUT ATIVPRES-FILE
            END-IF
            CLOSE ATIVPRES-FILE
            .

       P97-LE-ATIVIDADE.
            SET EXISTE-OK TO FALSE
            MOVE WS-CODIGO TO AT-CODIGO
            READ ATIVIDADE-FILE
                KEY IS AT-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            .

       P98-NOME-TIPO.
            EVALUATE TRUE
                WHEN AT-OFICINA
                    MOVE 'OFICINA' TO WS-NOME-TIPO
                WHEN AT-ESPORTE
                    MOVE 'ESPORTE' TO WS-NOME-TIPO
                WHEN AT-CULTURA
                    MOVE 'CULTURA' TO WS-NOME-TIPO
                WHEN OTHER
                    MOVE SPACES TO WS-NOME-TIPO
            END-EVALUATE
            .

       P100-ATIVIDADE.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DA ATIVIDADE: '
                ACCEPT WS-CODIGO
            IF WS-CODIGO = SPACES
                EXIT PARAGRAPH
            END-IF
            OPEN I-O ATIVIDADE-FILE
            IF NOT FS-ATV-OK
                CALL 'FSMSG' USING WS-FS-ATV WS-FS-MSG
                DISPLAY 'ERRO NO CATALOGO DE ATIVIDADES --> COD '
                        WS-FS-ATV ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM P97-LE-ATIVIDADE
            IF EXISTE-OK
                DISPLAY 'ATIVIDADE JA CADASTRADA: ' AT-ANO ' '
                        FUNCTION TRIM(AT-NOME) ' - INSTRUTOR '
                        FUNCTION TRIM(AT-INSTRUTOR)
                DISPLAY 'ALTERA ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    CLOSE ATIVIDADE-FILE
                    EXIT PARAGRAPH
                END-IF
            ELSE
                INITIALIZE ATIVIDADE-LINHA
                MOVE WS-CODIGO TO AT-CODIGO
            END-IF

            DISPLAY 'NOME DA ATIVIDADE: '
                ACCEPT WS-NOME-ATIV
            DISPLAY 'TIPO (O - OFICINA, E - ESPORTE, C - CULTURA): '
                ACCEPT WS-TIPO
            MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
            IF WS-TIPO NOT = 'O' AND WS-TIPO NOT = 'E'
               AND WS-TIPO NOT = 'C'
                DISPLAY 'TIPO INVALIDO'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'INSTRUTOR: '
                ACCEPT WS-INSTRUTOR
            IF WS-NOME-ATIV = SPACES OR WS-ANO = SPACES
               OR WS-INSTRUTOR = SPACES
                DISPLAY 'NOME, ANO E INSTRUTOR SAO OBRIGATORIOS'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DIAS (S/N DE SEGUNDA A DOMINGO, EX. SNSNNNN): '
                ACCEPT WS-DIAS
            MOVE FUNCTION UPPER-CASE(WS-DIAS) TO WS-DIAS
            SET DIAS-VALIDOS TO TRUE
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > 7
                IF WS-DIAS(WS-IDX-DIA:1) NOT = 'S'
                   AND WS-DIAS(WS-IDX-DIA:1) NOT = 'N'
                    SET DIAS-VALIDOS TO FALSE
                END-IF
            END-PERFORM
            IF NOT DIAS-VALIDOS OR WS-DIAS = 'NNNNNNN'
                DISPLAY 'DIAS INVALIDOS'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'PERIODO INICIAL DA GRADE OCUPADO (1-9; 0 = FORA '
                    'DA GRADE): '
                ACCEPT WS-PER-INI
            MOVE WS-PER-INI TO WS-PER-FIM
            IF WS-PER-INI > 0
                DISPLAY 'PERIODO FINAL DA GRADE OCUPADO (1-9): '
                    ACCEPT WS-PER-FIM
                IF WS-PER-FIM < WS-PER-INI
                    DISPLAY 'PERIODO FINAL ANTES DO INICIAL'
                    CLOSE ATIVIDADE-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF
            DISPLAY 'HORARIO (HH:MM-HH:MM): '
                ACCEPT WS-HORARIO
            DISPLAY 'DURACAO DE CADA ENCONTRO (MINUTOS): '
                ACCEPT WS-MINUTOS
            DISPLAY 'CAPACIDADE (ALUNOS): '
                ACCEPT WS-CAPACIDADE
            IF WS-MINUTOS = 0 OR WS-CAPACIDADE = 0
                DISPLAY 'DURACAO E CAPACIDADE SAO OBRIGATORIAS'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'IDADE MINIMA (0 = SEM LIMITE): '
                ACCEPT WS-IDADE-MIN
            DISPLAY 'IDADE MAXIMA (0 = SEM LIMITE): '
                ACCEPT WS-IDADE-MAX
            IF WS-IDADE-MAX = 0
                MOVE 99 TO WS-IDADE-MAX
            END-IF
            IF WS-IDADE-MAX < WS-IDADE-MIN
                DISPLAY 'FAIXA DE IDADE INVALIDA'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
      * Atividade encerrada nao recebe inscricao nem chamada, e so
      * ela sai nos certificados do ano.
            MOVE 'S' TO WS-ATIVA
            IF EXISTE-OK
                DISPLAY 'ATIVIDADE EM ANDAMENTO ? S/N (N = ENCERRADA)'
                    CALL 'CONFIRMA' USING WS-ATIVA
            END-IF

            MOVE WS-NOME-ATIV      TO AT-NOME
            MOVE WS-TIPO           TO AT-TIPO
            MOVE WS-ANO            TO AT-ANO
            MOVE WS-INSTRUTOR      TO AT-INSTRUTOR
            MOVE WS-DIAS           TO AT-DIAS
            MOVE WS-PER-INI        TO AT-PER-INI
            MOVE WS-PER-FIM        TO AT-PER-FIM
            MOVE WS-HORARIO        TO AT-HORARIO
            MOVE WS-MINUTOS        TO AT-MINUTOS
            MOVE WS-CAPACIDADE     TO AT-CAPACIDADE
            MOVE WS-IDADE-MIN      TO AT-IDADE-MIN
            MOVE WS-IDADE-MAX      TO AT-IDADE-MAX
            MOVE WS-ATIVA          TO AT-ATIVO
            MOVE WS-OPERADOR-ATUAL TO AT-OPERADOR
            MOVE WS-DATA-FORMAT    TO AT-DATA
            IF EXISTE-OK
                REWRITE ATIVIDADE-LINHA
            ELSE
                WRITE ATIVIDADE-LINHA
            END-IF
            IF FS-ATV-OK
                DISPLAY 'ATIVIDADE ' WS-CODIGO ' GRAVADA'
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-ATV
            END-IF
            CLOSE ATIVIDADE-FILE
            .

       P200-LISTA.
            MOVE 0 TO WS-CONT
            OPEN INPUT ATIVIDADE-FILE
            IF NOT FS-ATV-OK
                DISPLAY 'NENHUMA ATIVIDADE CADASTRADA'
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ATIVPART-FILE
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ATIVIDADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT
                        PERFORM P98-NOME-TIPO
                        MOVE AT-CODIGO TO WS-CODIGO
                        PERFORM P820-CONTA-ATIVOS
                        DISPLAY AT-CODIGO ' ' AT-ANO ' '
                                AT-NOME ' ' WS-NOME-TIPO
                        DISPLAY '       ' AT-DIAS ' PER '
                                AT-PER-INI '-' AT-PER-FIM ' '
                                AT-HORARIO ' INSCRITOS '
                                WS-CONT-ATIVOS '/' AT-CAPACIDADE
                                ' IDADE ' AT-IDADE-MIN '-'
                                AT-IDADE-MAX
                                ' ENCONTROS ' AT-SESSOES
                        IF AT-ATIVA
                            DISPLAY '       INSTRUTOR: '
                                    FUNCTION TRIM(AT-INSTRUTOR)
                        ELSE
                            DISPLAY '       INSTRUTOR: '
                                    FUNCTION TRIM(AT-INSTRUTOR)
                                    ' - ENCERRADA'
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVIDADE-FILE
            IF FS-PAR-OK OR WS-FS-PAR = 10 OR WS-FS-PAR = 23
                CLOSE ATIVPART-FILE
            END-IF
            DISPLAY 'ATIVIDADES: ' WS-CONT
            .

       P300-INSCREVE.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DA ATIVIDADE: '
                ACCEPT WS-CODIGO
            OPEN INPUT ATIVIDADE-FILE
            IF NOT FS-ATV-OK
                DISPLAY 'NENHUMA ATIVIDADE CADASTRADA'
                EXIT PARAGRAPH
            END-IF
            PERFORM P97-LE-ATIVIDADE
            CLOSE ATIVIDADE-FILE
            IF NOT EXISTE-OK
                DISPLAY 'ATIVIDADE NAO CADASTRADA'
                EXIT PARAGRAPH
            END-IF
            IF NOT AT-ATIVA
                DISPLAY 'ATIVIDADE ENCERRADA'
                EXIT PARAGRAPH
            END-IF
            MOVE AT-NOME       TO WS-AT-NOME
            MOVE AT-ANO        TO WS-AT-ANO
            MOVE AT-DIAS       TO WS-AT-DIAS
            MOVE AT-PER-INI    TO WS-AT-PER-INI
            MOVE AT-PER-FIM    TO WS-AT-PER-FIM
            MOVE AT-CAPACIDADE TO WS-AT-CAPACIDADE
            MOVE AT-IDADE-MIN  TO WS-AT-IDADE-MIN
            MOVE AT-IDADE-MAX  TO WS-AT-IDADE-MAX

            DISPLAY 'AL-ID DO ALUNO: '
                ACCEPT WS-ID-ALUNO
            PERFORM P310-LE-ALUNO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P320-CONFERE-IDADE
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF

            OPEN I-O ATIVPART-FILE
            IF NOT FS-PAR-OK
                CALL 'FSMSG' USING WS-FS-PAR WS-FS-MSG
                DISPLAY 'ERRO NAS INSCRICOES --> COD '
                        WS-FS-PAR ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EXISTE-OK TO FALSE
            MOVE WS-CODIGO   TO IN-CODIGO
            MOVE WS-ID-ALUNO TO IN-ID-ALUNO
            READ ATIVPART-FILE
                KEY IS IN-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            IF EXISTE-OK AND IN-ATIVA
                DISPLAY 'ALUNO JA INSCRITO NA ATIVIDADE'
                CLOSE ATIVPART-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P820-CONTA-ATIVOS
            IF WS-CONT-ATIVOS NOT < WS-AT-CAPACIDADE
                DISPLAY 'ATIVIDADE LOTADA: ' WS-CONT-ATIVOS
                        ' INSCRITOS'
                CLOSE ATIVPART-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P330-CHOQUE-GRADE
            IF CHOQUE-OK
                CLOSE ATIVPART-FILE
                EXIT PARAGRAPH
            END-IF
            PERFORM P340-CHOQUE-ATIVIDADES
            IF CHOQUE-OK
                CLOSE ATIVPART-FILE
                EXIT PARAGRAPH
            END-IF

      * Reinscricao de quem tinha saido reaproveita a linha, com as
      * presencas ja acumuladas.
            IF EXISTE-OK
                MOVE WS-CODIGO   TO IN-CODIGO
                MOVE WS-ID-ALUNO TO IN-ID-ALUNO
                READ ATIVPART-FILE
                    KEY IS IN-CHAVE
                    INVALID KEY
                        CONTINUE
                END-READ
            ELSE
                INITIALIZE ATIVPART-LINHA
                MOVE WS-CODIGO   TO IN-CODIGO
                MOVE WS-ID-ALUNO TO IN-ID-ALUNO
                MOVE 0           TO IN-PRESENCAS
                MOVE 0           TO IN-CERTIFICADO
            END-IF
            MOVE WS-AL-NOME        TO IN-NOME
            MOVE WS-AL-TURMA       TO IN-TURMA
            MOVE 'S'               TO IN-ATIVO
            MOVE WS-DATA-FORMAT    TO IN-DATA-ENTRADA
            MOVE SPACES            TO IN-DATA-SAIDA
            MOVE WS-OPERADOR-ATUAL TO IN-OPERADOR
            IF EXISTE-OK
                REWRITE ATIVPART-LINHA
            ELSE
                WRITE ATIVPART-LINHA
            END-IF
            IF FS-PAR-OK
                DISPLAY FUNCTION TRIM(WS-AL-NOME) ' INSCRITO EM '
                        FUNCTION TRIM(WS-AT-NOME)
            ELSE
                DISPLAY 'ERRO AO GRAVAR A INSCRICAO --> COD '
                        WS-FS-PAR
            END-IF
            CLOSE ATIVPART-FILE
            .

       P310-LE-ALUNO.
            SET ACHOU-OK TO FALSE
            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-ALUNO TO AL-ID
            READ ALUNOS-FILE
                KEY IS AL-ID
                INVALID KEY
                    DISPLAY 'ALUNO NAO CADASTRADO'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            CLOSE ALUNOS-FILE
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            IF AL-ATIVO = 'N'
                DISPLAY 'ALUNO INATIVO NO CADASTRO MESTRE'
                SET ACHOU-OK TO FALSE
                EXIT PARAGRAPH
            END-IF
            MOVE AL-NOME  TO WS-AL-NOME
            MOVE AL-TURMA TO WS-AL-TURMA
            DISPLAY 'ALUNO: ' WS-ID-ALUNO ' ' FUNCTION TRIM(AL-NOME)
                    ' TURMA ' AL-TURMA
            .

       P320-CONFERE-IDADE.
      * Idade completa hoje; sem nascimento cadastrado a faixa nao
      * tem como ser conferida e a secretaria decide.
            SET ACHOU-OK TO TRUE
            MOVE SPACES TO WS-DATA-NUM-X
            STRING AL-NASCIMENTO(1:4) DELIMITED BY SIZE
                   AL-NASCIMENTO(6:2) DELIMITED BY SIZE
                   AL-NASCIMENTO(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X IS NOT NUMERIC
                DISPLAY 'ALUNO SEM DATA DE NASCIMENTO - FAIXA DE '
                        'IDADE NAO CONFERIDA. INSCREVE ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    SET ACHOU-OK TO FALSE
                END-IF
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATA-NUM-X TO WS-NASC-NUM
            MOVE 0 TO WS-IDADE
            IF WS-NASC-NUM < WS-DATA-SISTEMA
                COMPUTE WS-IDADE =
                    (WS-DATA-SISTEMA - WS-NASC-NUM) / 10000
            END-IF
            IF WS-IDADE < WS-AT-IDADE-MIN
               OR WS-IDADE > WS-AT-IDADE-MAX
                DISPLAY 'IDADE ' WS-IDADE ' FORA DA FAIXA DA '
                        'ATIVIDADE (' WS-AT-IDADE-MIN ' A '
                        WS-AT-IDADE-MAX ')'
                SET ACHOU-OK TO FALSE
            END-IF
            .

       P330-CHOQUE-GRADE.
      * Cada dia marcado (segunda a sabado) x cada periodo ocupado
      * pela atividade contra a grade da turma do aluno no ano.
            SET CHOQUE-OK TO FALSE
            IF WS-AT-PER-INI = 0
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT GRADE-FILE
            IF NOT FS-GRD-OK
                DISPLAY 'AVISO: SEM GRADE DE HORARIOS - CHOQUE COM '
                        'AS AULAS NAO CONFERIDO'
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > 6 OR CHOQUE-OK
                IF WS-AT-DIAS(WS-IDX-DIA:1) = 'S'
                    PERFORM VARYING WS-IDX-PER FROM WS-AT-PER-INI
                            BY 1 UNTIL WS-IDX-PER > WS-AT-PER-FIM
                                    OR CHOQUE-OK
                        MOVE WS-AT-ANO   TO GR-ANO
                        MOVE WS-AL-TURMA TO GR-TURMA
                        MOVE WS-IDX-DIA  TO GR-DIA
                        MOVE WS-IDX-PER  TO GR-PERIODO
                        READ GRADE-FILE
                            KEY IS GR-CHAVE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                SET CHOQUE-OK TO TRUE
                                DISPLAY 'CHOQUE COM A GRADE DA TURMA: '
                                        'DIA ' GR-DIA ' PERIODO '
                                        GR-PERIODO ' - '
                                        FUNCTION TRIM(GR-MATERIA)
                        END-READ
                    END-PERFORM
                END-IF
            END-PERFORM
            CLOSE GRADE-FILE
            .

       P340-CHOQUE-ATIVIDADES.
      * Outras atividades em que o aluno esta ativo: mesmo ano, um
      * dia em comum e periodos que se cruzam.
            SET CHOQUE-OK TO FALSE
            IF WS-AT-PER-INI = 0
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-QTD-OUTRAS
            SET EOF-PAR-OK TO FALSE
            MOVE WS-ID-ALUNO TO IN-ID-ALUNO
            START ATIVPART-FILE KEY IS EQUAL IN-ID-ALUNO
                INVALID KEY SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ ATIVPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF IN-ID-ALUNO NOT = WS-ID-ALUNO
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            IF IN-ATIVA AND IN-CODIGO NOT = WS-CODIGO
                               AND WS-QTD-OUTRAS < 20
                                ADD 1 TO WS-QTD-OUTRAS
                                MOVE IN-CODIGO
                                  TO WS-OUTRA-COD(WS-QTD-OUTRAS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QTD-OUTRAS = 0
                EXIT PARAGRAPH
            END-IF

            OPEN INPUT ATIVIDADE-FILE
            IF NOT FS-ATV-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-OUTRAS OR CHOQUE-OK
                MOVE WS-OUTRA-COD(WS-IDX) TO AT-CODIGO
                READ ATIVIDADE-FILE
                    KEY IS AT-CODIGO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM P345-CRUZA-ATIVIDADE
                END-READ
            END-PERFORM
            CLOSE ATIVIDADE-FILE
            .

       P345-CRUZA-ATIVIDADE.
            IF AT-ANO NOT = WS-AT-ANO OR AT-PER-INI = 0
               OR NOT AT-ATIVA
                EXIT PARAGRAPH
            END-IF
            IF AT-PER-INI > WS-AT-PER-FIM
               OR AT-PER-FIM < WS-AT-PER-INI
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > 7 OR CHOQUE-OK
                IF AT-DIAS(WS-IDX-DIA:1) = 'S'
                   AND WS-AT-DIAS(WS-IDX-DIA:1) = 'S'
                    SET CHOQUE-OK TO TRUE
                    DISPLAY 'CHOQUE COM OUTRA ATIVIDADE DO ALUNO: '
                            AT-CODIGO ' ' FUNCTION TRIM(AT-NOME)
                            ' (DIA ' WS-IDX-DIA ')'
                END-IF
            END-PERFORM
            .

       P400-RETIRA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DA ATIVIDADE: '
                ACCEPT WS-CODIGO
            DISPLAY 'AL-ID DO ALUNO: '
                ACCEPT WS-ID-ALUNO
            OPEN I-O ATIVPART-FILE
            IF NOT FS-PAR-OK
                DISPLAY 'NENHUMA INSCRICAO REGISTRADA'
                EXIT PARAGRAPH
            END-IF
            SET EXISTE-OK TO FALSE
            MOVE WS-CODIGO   TO IN-CODIGO
            MOVE WS-ID-ALUNO TO IN-ID-ALUNO
            READ ATIVPART-FILE
                KEY IS IN-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            IF NOT EXISTE-OK OR NOT IN-ATIVA
                DISPLAY 'ALUNO NAO ESTA INSCRITO NA ATIVIDADE'
                CLOSE ATIVPART-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'RETIRAR ' FUNCTION TRIM(IN-NOME) ' ('
                    IN-PRESENCAS ' PRESENCAS) ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                CLOSE ATIVPART-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE 'N'               TO IN-ATIVO
            MOVE WS-DATA-FORMAT    TO IN-DATA-SAIDA
            MOVE WS-OPERADOR-ATUAL TO IN-OPERADOR
            REWRITE ATIVPART-LINHA
            IF FS-PAR-OK
                DISPLAY 'ALUNO RETIRADO DA ATIVIDADE'
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-PAR
            END-IF
            CLOSE ATIVPART-FILE
            .

       P500-CHAMADA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DA ATIVIDADE: '
                ACCEPT WS-CODIGO
            OPEN I-O ATIVIDADE-FILE
            IF NOT FS-ATV-OK
                DISPLAY 'NENHUMA ATIVIDADE CADASTRADA'
                EXIT PARAGRAPH
            END-IF
            PERFORM P97-LE-ATIVIDADE
            IF NOT EXISTE-OK OR NOT AT-ATIVA
                DISPLAY 'ATIVIDADE NAO CADASTRADA OU ENCERRADA'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DATA DO ENCONTRO (AAAA/MM/DD, BRANCO = HOJE): '
                ACCEPT WS-DATA-ENCONTRO
            IF WS-DATA-ENCONTRO = SPACES
                MOVE WS-DATA-FORMAT TO WS-DATA-ENCONTRO
            END-IF
      * Encontro fora dos dias da atividade (jogo, apresentacao) e
      * aceito, mas so com confirmacao.
            MOVE SPACES TO WS-DATA-NUM-X
            STRING WS-DATA-ENCONTRO(1:4) DELIMITED BY SIZE
                   WS-DATA-ENCONTRO(6:2) DELIMITED BY SIZE
                   WS-DATA-ENCONTRO(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X IS NOT NUMERIC
                DISPLAY 'DATA INVALIDA'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATA-NUM-X TO WS-DATA-NUM
            CALL 'DIASEM' USING WS-DATA-NUM WS-DIA-SEM
            IF AT-DIAS(WS-DIA-SEM:1) NOT = 'S'
                DISPLAY 'A ATIVIDADE NAO TEM ENCONTRO NESSE DIA DA '
                        'SEMANA. REGISTRA ASSIM MESMO ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    CLOSE ATIVIDADE-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF

            OPEN I-O ATIVPRES-FILE
            IF NOT FS-PRE-OK
                CALL 'FSMSG' USING WS-FS-PRE WS-FS-MSG
                DISPLAY 'ERRO NA CHAMADA DAS ATIVIDADES --> COD '
                        WS-FS-PRE ': ' WS-FS-MSG
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
      * Uma chamada por atividade e data.
            SET EXISTE-OK TO FALSE
            MOVE WS-CODIGO        TO AF-CODIGO
            MOVE WS-DATA-ENCONTRO TO AF-DATA
            MOVE 0                TO AF-ID-ALUNO
            START ATIVPRES-FILE KEY IS NOT LESS THAN AF-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ ATIVPRES-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF AF-CODIGO = WS-CODIGO
                               AND AF-DATA = WS-DATA-ENCONTRO
                                SET EXISTE-OK TO TRUE
                            END-IF
                    END-READ
            END-START
            IF EXISTE-OK
                DISPLAY 'CHAMADA DE ' WS-DATA-ENCONTRO
                        ' JA REGISTRADA PARA A ATIVIDADE'
                CLOSE ATIVPRES-FILE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF

            OPEN I-O ATIVPART-FILE
            IF NOT FS-PAR-OK
                DISPLAY 'ATIVIDADE SEM INSCRITOS'
                CLOSE ATIVPRES-FILE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT WS-CONT-PRES
            SET EOF-PAR-OK TO FALSE
            MOVE WS-CODIGO TO IN-CODIGO
            MOVE 0         TO IN-ID-ALUNO
            START ATIVPART-FILE KEY IS NOT LESS THAN IN-CHAVE
                INVALID KEY SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ ATIVPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF IN-CODIGO NOT = WS-CODIGO
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            IF IN-ATIVA
                                PERFORM P510-CHAMA-ALUNO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVPART-FILE ATIVPRES-FILE

            IF WS-CONT = 0
                DISPLAY 'ATIVIDADE SEM INSCRITOS ATIVOS'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO AT-SESSOES
            REWRITE ATIVIDADE-LINHA
            CLOSE ATIVIDADE-FILE
            DISPLAY 'ENCONTRO ' AT-SESSOES ' REGISTRADO: '
                    WS-CONT-PRES ' PRESENTES DE ' WS-CONT
            .

       P510-CHAMA-ALUNO.
            ADD 1 TO WS-CONT
            DISPLAY FUNCTION TRIM(IN-NOME) ' (' IN-TURMA
                    ') PRESENTE ? S/N'
                CALL 'CONFIRMA' USING WS-PRESENTE
            MOVE IN-CODIGO         TO AF-CODIGO
            MOVE WS-DATA-ENCONTRO  TO AF-DATA
            MOVE IN-ID-ALUNO       TO AF-ID-ALUNO
            MOVE WS-PRESENTE       TO AF-PRESENTE
            MOVE WS-OPERADOR-ATUAL TO AF-OPERADOR
            WRITE ATIVPRES-LINHA
            IF WS-PRESENTE = 'S'
                ADD 1 TO WS-CONT-PRES
                ADD 1 TO IN-PRESENCAS
                REWRITE ATIVPART-LINHA
            END-IF
            .

       P600-SEMANA.
            DISPLAY 'AL-ID DO ALUNO: '
                ACCEPT WS-ID-ALUNO
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            PERFORM P310-LE-ALUNO
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF

      * Grade da turma do aluno no ano.
            MOVE SPACES TO WS-QUADRO
            OPEN INPUT GRADE-FILE
            IF FS-GRD-OK
                SET EOF-OK TO FALSE
                MOVE WS-ANO      TO GR-ANO
                MOVE WS-AL-TURMA TO GR-TURMA
                MOVE 0           TO GR-DIA
                MOVE 0           TO GR-PERIODO
                START GRADE-FILE KEY IS NOT LESS GR-CHAVE
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ GRADE-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF GR-ANO NOT = WS-ANO
                               OR GR-TURMA NOT = WS-AL-TURMA
                                SET EOF-OK TO TRUE
                            ELSE
                                IF GR-DIA >= 1 AND GR-DIA <= 6
                                   AND GR-PERIODO >= 1
                                    MOVE GR-MATERIA TO
                                      WS-QD-CELULA(GR-PERIODO, GR-DIA)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADE-FILE
            END-IF

            PERFORM P085-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING 'SEMANA DO ALUNO - ANO LETIVO ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING WS-ID-ALUNO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AL-NOME) DELIMITED BY SIZE
                   ' - TURMA ' DELIMITED BY SIZE
                   WS-AL-TURMA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA

      * Atividades em que esta ativo entram nos periodos que ocupam,
      * marcadas com '*'; as fora da grade e as de domingo saem
      * listadas abaixo do quadro.
            MOVE 0 TO WS-QTD-OUTRAS
            OPEN INPUT ATIVPART-FILE
            IF FS-PAR-OK
                SET EOF-PAR-OK TO FALSE
                MOVE WS-ID-ALUNO TO IN-ID-ALUNO
                START ATIVPART-FILE KEY IS EQUAL IN-ID-ALUNO
                    INVALID KEY SET EOF-PAR-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-PAR-OK
                    READ ATIVPART-FILE NEXT RECORD
                        AT END
                            SET EOF-PAR-OK TO TRUE
                        NOT AT END
                            IF IN-ID-ALUNO NOT = WS-ID-ALUNO
                                SET EOF-PAR-OK TO TRUE
                            ELSE
                                IF IN-ATIVA AND WS-QTD-OUTRAS < 20
                                    ADD 1 TO WS-QTD-OUTRAS
                                    MOVE IN-CODIGO
                                      TO WS-OUTRA-COD(WS-QTD-OUTRAS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATIVPART-FILE
            END-IF
            OPEN INPUT ATIVIDADE-FILE
            IF FS-ATV-OK
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-OUTRAS
                    MOVE WS-OUTRA-COD(WS-IDX) TO AT-CODIGO
                    READ ATIVIDADE-FILE
                        KEY IS AT-CODIGO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF AT-ANO = WS-ANO
                                PERFORM P610-ATIVIDADE-NO-QUADRO
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE 'PER SEG       |TER       |QUA       |'
              TO REL-LINHA(1:37)
            MOVE 'QUI       |SEX       |SAB       |'
              TO REL-LINHA(38:33)
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                    UNTIL WS-IDX-PER > 9
                MOVE WS-IDX-PER TO WS-LQ-PERIODO
                PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                        UNTIL WS-IDX-DIA > 6
                    MOVE WS-QD-CELULA(WS-IDX-PER, WS-IDX-DIA)
                      TO WS-LQ-TEXTO(WS-IDX-DIA)
                END-PERFORM
                MOVE SPACES TO REL-LINHA
                MOVE WS-LINHA-QUADRO TO REL-LINHA
                WRITE REL-LINHA
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ATIVIDADES EXTRACURRICULARES (* NO QUADRO):'
                TO REL-LINHA
            WRITE REL-LINHA
            MOVE 0 TO WS-CONT
            IF FS-ATV-OK OR WS-FS-ATV = 23
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-OUTRAS
                    MOVE WS-OUTRA-COD(WS-IDX) TO AT-CODIGO
                    READ ATIVIDADE-FILE
                        KEY IS AT-CODIGO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF AT-ANO = WS-ANO
                                PERFORM P620-LINHA-ATIVIDADE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATIVIDADE-FILE
            END-IF
            IF WS-CONT = 0
                MOVE '  NENHUMA' TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            CLOSE REPORT-FILE
            DISPLAY 'SEMANA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P610-ATIVIDADE-NO-QUADRO.
            IF AT-PER-INI = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > 6
                IF AT-DIAS(WS-IDX-DIA:1) = 'S'
                    PERFORM VARYING WS-IDX-PER FROM AT-PER-INI BY 1
                            UNTIL WS-IDX-PER > AT-PER-FIM
                        MOVE SPACES TO
                            WS-QD-CELULA(WS-IDX-PER, WS-IDX-DIA)
                        STRING '*' DELIMITED BY SIZE
                               AT-NOME DELIMITED BY SIZE
                            INTO WS-QD-CELULA(WS-IDX-PER, WS-IDX-DIA)
                    END-PERFORM
                END-IF
            END-PERFORM
            .

       P620-LINHA-ATIVIDADE.
            ADD 1 TO WS-CONT
            PERFORM P98-NOME-TIPO
            MOVE SPACES TO REL-LINHA
            STRING '  ' DELIMITED BY SIZE
                   AT-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AT-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOME-TIPO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AT-DIAS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AT-HORARIO DELIMITED BY SIZE
                INTO REL-LINHA
            IF AT-PER-INI = 0 OR AT-DIAS(7:1) = 'S'
                MOVE '(FORA DO QUADRO)' TO REL-LINHA(84:16)
            END-IF
            WRITE REL-LINHA
            .

       P700-RELATORIO.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            OPEN INPUT ATIVIDADE-FILE
            IF NOT FS-ATV-OK
                DISPLAY 'NENHUMA ATIVIDADE CADASTRADA'
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ATIVPART-FILE
            PERFORM P085-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING 'ATIVIDADES EXTRACURRICULARES - ANO LETIVO '
                       DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' - EMITIDO EM ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA

            MOVE 0 TO WS-TOT-ATIV WS-TOT-INSC
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ATIVIDADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AT-ANO = WS-ANO
                            PERFORM P710-BLOCO-ATIVIDADE
                        END-IF
                END-READ
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ATIVIDADES: ' DELIMITED BY SIZE
                   WS-TOT-ATIV DELIMITED BY SIZE
                   '   INSCRICOES ATIVAS: ' DELIMITED BY SIZE
                   WS-TOT-INSC DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE ATIVIDADE-FILE REPORT-FILE
            IF FS-PAR-OK OR WS-FS-PAR = 10 OR WS-FS-PAR = 23
                CLOSE ATIVPART-FILE
            END-IF
            DISPLAY 'ATIVIDADES NO RELATORIO: ' WS-TOT-ATIV
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P710-BLOCO-ATIVIDADE.
            ADD 1 TO WS-TOT-ATIV
            PERFORM P98-NOME-TIPO
            MOVE AT-CODIGO TO WS-CODIGO
            PERFORM P820-CONTA-ATIVOS
            ADD WS-CONT-ATIVOS TO WS-TOT-INSC
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING AT-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(AT-NOME) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-TIPO) DELIMITED BY SIZE
                   ') - INSTRUTOR ' DELIMITED BY SIZE
                   FUNCTION TRIM(AT-INSTRUTOR) DELIMITED BY SIZE
                INTO REL-LINHA
            IF NOT AT-ATIVA
                MOVE 'ENCERRADA' TO REL-LINHA(90:9)
            END-IF
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '  DIAS ' DELIMITED BY SIZE
                   AT-DIAS DELIMITED BY SIZE
                   ' PERIODOS ' DELIMITED BY SIZE
                   AT-PER-INI DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   AT-PER-FIM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AT-HORARIO DELIMITED BY SIZE
                   ' INSCRITOS ' DELIMITED BY SIZE
                   WS-CONT-ATIVOS DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AT-CAPACIDADE DELIMITED BY SIZE
                   ' IDADE ' DELIMITED BY SIZE
                   AT-IDADE-MIN DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   AT-IDADE-MAX DELIMITED BY SIZE
                   ' ENCONTROS ' DELIMITED BY SIZE
                   AT-SESSOES DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA

            IF NOT FS-PAR-OK AND WS-FS-PAR NOT = 10
               AND WS-FS-PAR NOT = 23
                EXIT PARAGRAPH
            END-IF
            SET EOF-PAR-OK TO FALSE
            MOVE AT-CODIGO TO IN-CODIGO
            MOVE 0         TO IN-ID-ALUNO
            START ATIVPART-FILE KEY IS NOT LESS THAN IN-CHAVE
                INVALID KEY SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ ATIVPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF IN-CODIGO NOT = AT-CODIGO
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            PERFORM P720-LINHA-PARTICIPANTE
                        END-IF
                END-READ
            END-PERFORM
            .

       P720-LINHA-PARTICIPANTE.
            MOVE 0 TO WS-PERC-PRES
            IF AT-SESSOES > 0
                COMPUTE WS-PERC-PRES ROUNDED =
                    IN-PRESENCAS * 100 / AT-SESSOES
            END-IF
            MOVE IN-ID-ALUNO  TO LP-ID
            MOVE IN-NOME      TO LP-NOME
            MOVE IN-TURMA     TO LP-TURMA
            MOVE IN-PRESENCAS TO LP-PRESENCAS
            MOVE WS-PERC-PRES TO LP-PERC
            IF IN-ATIVA
                MOVE 'ATIVO' TO LP-SITUACAO
            ELSE
                MOVE 'SAIU'  TO LP-SITUACAO
            END-IF
            MOVE SPACES TO REL-LINHA
            MOVE WS-LINHA-PART TO REL-LINHA
            WRITE REL-LINHA
            .

       P800-CERTIFICADOS.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'EMITIR OS CERTIFICADOS DAS ATIVIDADES ENCERRADAS '
                    'DO ANO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ATIVIDADE-FILE
            IF NOT FS-ATV-OK
                DISPLAY 'NENHUMA ATIVIDADE CADASTRADA'
                EXIT PARAGRAPH
            END-IF
            OPEN I-O ATIVPART-FILE
            IF NOT FS-PAR-OK
                DISPLAY 'NENHUMA INSCRICAO REGISTRADA'
                CLOSE ATIVIDADE-FILE
                EXIT PARAGRAPH
            END-IF

            PERFORM P850-PROXIMO-REGISTRO
            OPEN EXTEND LIVRO-FILE
            IF WS-FS-LIV <> 0
                OPEN OUTPUT LIVRO-FILE
            END-IF
            PERFORM P085-ABRE-SPOOL

      * Inscricoes na ordem da chave (atividade + aluno): a
      * atividade so e relida quando o codigo muda.
            MOVE 0 TO WS-CONT WS-PULADAS
            MOVE SPACES TO WS-CODIGO
            SET EXISTE-OK TO FALSE
            SET EOF-PAR-OK TO FALSE
            PERFORM UNTIL EOF-PAR-OK
                READ ATIVPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF IN-CODIGO NOT = WS-CODIGO
                            MOVE IN-CODIGO TO WS-CODIGO
                            PERFORM P97-LE-ATIVIDADE
                            IF EXISTE-OK AND AT-ANO = WS-ANO
                               AND AT-ATIVA
                                ADD 1 TO WS-PULADAS
                            END-IF
                        END-IF
                        IF EXISTE-OK AND AT-ANO = WS-ANO
                           AND NOT AT-ATIVA
                           AND IN-PRESENCAS > 0
                           AND IN-CERTIFICADO = 0
                            PERFORM P810-CERTIFICADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVIDADE-FILE ATIVPART-FILE LIVRO-FILE
                  REPORT-FILE
            DISPLAY 'CERTIFICADOS EMITIDOS: ' WS-CONT
            IF WS-PULADAS > 0
                DISPLAY 'ATIVIDADES DO ANO AINDA EM ANDAMENTO (SEM '
                        'CERTIFICADO): ' WS-PULADAS
            END-IF
            DISPLAY 'CERTIFICADOS GRAVADOS EM: ' WS-PATH-RELATORIO
            .

       P810-CERTIFICADO.
            ADD 1 TO WS-CONT
            COMPUTE WS-TOT-MINUTOS = IN-PRESENCAS * AT-MINUTOS
            COMPUTE WS-HORAS ROUNDED = WS-TOT-MINUTOS / 60
            MOVE WS-HORAS TO WS-HORAS-ED
            PERFORM P98-NOME-TIPO
            COMPUTE WS-LIVRO = ((WS-NUM-REG - 1) / 600) + 1
            COMPUTE WS-RESTO =
                FUNCTION MOD(WS-NUM-REG - 1, 600)
            COMPUTE WS-FOLHA = (WS-RESTO / 3) + 1

            MOVE WS-NUM-REG        TO LV-NUM
            MOVE WS-LIVRO          TO LV-LIVRO
            MOVE WS-FOLHA          TO LV-FOLHA
            MOVE WS-TIPO-DOC       TO LV-TIPO
            MOVE IN-NOME           TO LV-NOME
            MOVE AT-ANO            TO LV-ANO
            MOVE WS-DATA-FORMAT    TO LV-DATA
            MOVE WS-OPERADOR-ATUAL TO LV-OPERADOR
            MOVE 1                 TO LV-VIA
            WRITE LIVRO-LINHA

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '*' TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'CERTIFICADO DE PARTICIPACAO' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'REGISTRO N. ' DELIMITED BY SIZE
                   WS-NUM-REG DELIMITED BY SIZE
                   ' - LIVRO ' DELIMITED BY SIZE
                   WS-LIVRO DELIMITED BY SIZE
                   ' FOLHA ' DELIMITED BY SIZE
                   WS-FOLHA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '*' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CERTIFICAMOS QUE ' DELIMITED BY SIZE
                   FUNCTION TRIM(IN-NOME) DELIMITED BY SIZE
                   ', DA TURMA ' DELIMITED BY SIZE
                   FUNCTION TRIM(IN-TURMA) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'PARTICIPOU DA ATIVIDADE ' DELIMITED BY SIZE
                   FUNCTION TRIM(AT-NOME) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-TIPO) DELIMITED BY SIZE
                   ') NO ANO LETIVO ' DELIMITED BY SIZE
                   AT-ANO DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'SOB ORIENTACAO DE ' DELIMITED BY SIZE
                   FUNCTION TRIM(AT-INSTRUTOR) DELIMITED BY SIZE
                   ', COM ' DELIMITED BY SIZE
                   IN-PRESENCAS DELIMITED BY SIZE
                   ' PRESENCAS EM ' DELIMITED BY SIZE
                   AT-SESSOES DELIMITED BY SIZE
                   ' ENCONTROS,' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'PERFAZENDO A CARGA HORARIA DE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HORAS-ED) DELIMITED BY SIZE
                   ' HORAS.' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'EMITIDO EM ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE '______________________________      '
                TO REL-LINHA(1:36)
            MOVE '______________________________'
                TO REL-LINHA(37:30)
            WRITE REL-LINHA
            MOVE 'DIRECAO                             '
                TO REL-LINHA(1:36)
            MOVE 'INSTRUTOR' TO REL-LINHA(37:9)
            WRITE REL-LINHA

            MOVE WS-NUM-REG TO IN-CERTIFICADO
            REWRITE ATIVPART-LINHA
            ADD 1 TO WS-NUM-REG
            .

       P820-CONTA-ATIVOS.
      * Inscritos ativos da atividade WS-CODIGO (ATIVPART aberto).
            MOVE 0 TO WS-CONT-ATIVOS
            IF NOT FS-PAR-OK AND WS-FS-PAR NOT = 10
               AND WS-FS-PAR NOT = 23
                EXIT PARAGRAPH
            END-IF
            SET EOF-PAR-OK TO FALSE
            MOVE WS-CODIGO TO IN-CODIGO
            MOVE 0         TO IN-ID-ALUNO
            START ATIVPART-FILE KEY IS NOT LESS THAN IN-CHAVE
                INVALID KEY SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ ATIVPART-FILE NEXT RECORD
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF IN-CODIGO NOT = WS-CODIGO
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            IF IN-ATIVA
                                ADD 1 TO WS-CONT-ATIVOS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P850-PROXIMO-REGISTRO.
      * Numero sequencial do livro de registro, como no DOCEMITE.
            MOVE 1 TO WS-NUM-REG
            SET EOF-OK TO FALSE
            OPEN INPUT LIVRO-FILE
            IF WS-FS-LIV <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ LIVRO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-NUM-REG = LV-NUM + 1
                END-READ
            END-PERFORM
            IF WS-FS-LIV = 10
                CLOSE LIVRO-FILE
            END-IF
            .
