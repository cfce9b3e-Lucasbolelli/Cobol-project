      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: IDADE X SERIE NA MATRICULA - LIBERACOES E RELATORIO
      *          DA COORDENACAO. A FAIXA DE IDADE DE CADA TURMA SAI DA
      *          SERIE DO CADASTRO DE TURMAS (TURMAMAN), COM A IDADE
      *          COMPLETADA ATE 31 DE MARCO DO ANO LETIVO (IDADECHK).
      *          OPCAO 1 LIBERA, ANTES DA MATRICULA OU DA CARGA, O
      *          ALUNO FORA DA FAIXA NUMA TURMA: SO QUEM TEM A FUNCAO
      *          LIBERA DESTE PROGRAMA NA MATRIZ DE PERMISSOES, COM
      *          JUSTIFICATIVA OBRIGATORIA (IDADELIB.DAT + AUDITORIA).
      *          OPCAO 2 TIRA NO SPOOL A LISTA DE TODOS OS ALUNOS DO
      *          ANO FORA DA FAIXA DA SERIE DA SUA TURMA - COM A
      *          LIBERACAO (QUEM, QUANDO, POR QUE) OU SEM NENHUMA
      *          (MATRICULAS ANTERIORES A CONFERENCIA) - E OS QUE NAO
      *          PUDERAM SER CONFERIDOS POR FALTA DE NASCIMENTO NO
      *          MESTRE. OPCAO 3 MOSTRA AS LIBERACOES GRAVADAS NO ANO.
      *          CADA UNIDADE VE AS SUAS TURMAS; A SESSAO DA REDE VE
      *          TODAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDADELIB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT IDADELIB-FILE
               ASSIGN TO
                   WS-PATH-IDADELIB
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS IL-CHAVE
                   FILE STATUS IS WS-FS-LIB
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
       FD IDADELIB-FILE
       DATA RECORD IS IDADELIB-LINHA.
           COPY IDADELIB_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(132).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-LIB                PIC 99.
          88 FS-LIB-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'IDADELIB'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-NOME                  PIC X(30).
      * Unidade escolar (UNIDADE): cada unidade ve as suas turmas.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UN-CODIGO             PIC X(02).
      * Turmas ja conferidas do aluno corrente da varredura (o
      * boletim tem uma linha por materia).
       77 WS-NOME-CORRENTE         PIC X(30).
       77 WS-QTD-TURMAS-ALUNO      PIC 9(02) VALUE 0.
       01 WS-TURMAS-ALUNO-TAB.
           05 WS-TURMA-ALUNO OCCURS 10 TIMES PIC X(10).
       77 WS-IDX                   PIC 9(02).
       77 WS-CONT-CONFERIDOS       PIC 9(05) VALUE 0.
       77 WS-CONT-DENTRO           PIC 9(05) VALUE 0.
       77 WS-CONT-LIBERADOS        PIC 9(05) VALUE 0.
       77 WS-CONT-FORA             PIC 9(05) VALUE 0.
       77 WS-CONT-SEM-CONF         PIC 9(05) VALUE 0.
       77 WS-CONT-LISTADAS         PIC 9(05) VALUE 0.
       77 WS-SITUACAO-ED           PIC X(16).
      * Conferencia e liberacao (IDADECHK).
           COPY IDADECHK-AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'IDADELIB' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO WS-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** IDADE X SERIE NA MATRICULA ****'
            DISPLAY '1 - LIBERAR MATRICULA FORA DA FAIXA DE IDADE'
            DISPLAY '2 - RELATORIO DE ALUNOS FORA DA FAIXA'
            DISPLAY '3 - LISTAR AS LIBERACOES DE UM ANO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-LIBERA
                WHEN '2'
                    PERFORM P200-RELATORIO
                WHEN '3'
                    PERFORM P300-LISTA-LIBERACOES
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-PEDE-ANO.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            .

       P100-LIBERA.
      * Liberacao antecipada: o aluno ja precisa estar no mestre com
      * o nascimento (ALUMAN ou carga do municipio).
            PERFORM P050-PEDE-ANO
            DISPLAY 'TURMA: '
                ACCEPT WS-TURMA
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TURMA))
                TO WS-TURMA
            DISPLAY 'NOME DO ALUNO (COMO NO CADASTRO MESTRE): '
                ACCEPT WS-NOME
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO WS-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                DISPLAY 'TURMA DE OUTRA UNIDADE (' WS-UN-CODIGO
                        ') - NADA LIBERADO'
                EXIT PARAGRAPH
            END-IF

            MOVE 'L'         TO WS-IC-ACAO
            MOVE WS-ANO      TO WS-IC-ANO
            MOVE WS-TURMA    TO WS-IC-TURMA
            MOVE WS-NOME     TO WS-IC-NOME
            MOVE 'IDADELIB'  TO WS-IC-PROGRAMA
            CALL 'IDADECHK' USING WS-IDADECHK-AREA
            EVALUATE TRUE
                WHEN IC-SEM-CONFERENCIA
                    DISPLAY 'SEM CONFERENCIA: TURMA SEM SERIE '
                            '(TURMAMAN) OU ALUNO SEM NASCIMENTO NO '
                            'MESTRE (ALUMAN)'
                WHEN IC-DENTRO
                    DISPLAY 'IDADE ' WS-IC-IDADE ' ANOS DENTRO DA '
                            'FAIXA DA SERIE ' WS-IC-SERIE ' ('
                            WS-IC-IDADE-MIN ' A ' WS-IC-IDADE-MAX
                            ') - NAO PRECISA DE LIBERACAO'
                WHEN IC-LIBERADO
                    DISPLAY 'LIBERADO EM ' WS-IC-DATA ' POR '
                            FUNCTION TRIM(WS-IC-OPERADOR)
                    DISPLAY 'JUSTIFICATIVA: '
                            FUNCTION TRIM(WS-IC-MOTIVO)
                WHEN OTHER
                    DISPLAY 'MATRICULA FORA DA FAIXA CONTINUA SEM '
                            'LIBERACAO'
            END-EVALUATE
            .

       P200-RELATORIO.
            PERFORM P050-PEDE-ANO
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT-CONFERIDOS WS-CONT-DENTRO
                      WS-CONT-LIBERADOS WS-CONT-FORA WS-CONT-SEM-CONF

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
            STRING '*** ALUNOS FORA DA FAIXA DE IDADE DA SERIE - '
                        DELIMITED BY SIZE
                   'ANO LETIVO ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' (IDADE EM 31/03) ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF WS-UNIDADE-SESSAO = '00'
                MOVE 'REDE - TODAS AS UNIDADES' TO REL-LINHA
            ELSE
                STRING 'UNIDADE ' DELIMITED BY SIZE
                       WS-UNIDADE-SESSAO DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ALUNO                          TURMA      SERIE '
                TO REL-LINHA
            MOVE 'NASCIMENTO IDADE FAIXA  SITUACAO' TO REL-LINHA(48:)
            WRITE REL-LINHA

      * Varredura pela chave de nome: as linhas de materia do mesmo
      * aluno vem juntas, e cada turma dele e conferida uma vez.
            MOVE SPACES TO WS-NOME-CORRENTE
            MOVE 0 TO WS-QTD-TURMAS-ALUNO
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO F-NOME
            START BOLETIM KEY IS NOT LESS F-NOME
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P250-CONFERE-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'MATRICULAS CONFERIDAS: ' DELIMITED BY SIZE
                   WS-CONT-CONFERIDOS DELIMITED BY SIZE
                   '  DENTRO DA FAIXA: ' DELIMITED BY SIZE
                   WS-CONT-DENTRO DELIMITED BY SIZE
                   '  FORA LIBERADOS: ' DELIMITED BY SIZE
                   WS-CONT-LIBERADOS DELIMITED BY SIZE
                   '  FORA SEM LIBERACAO: ' DELIMITED BY SIZE
                   WS-CONT-FORA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'SEM CONFERENCIA (TURMA SEM SERIE OU ALUNO SEM '
                        DELIMITED BY SIZE
                   'NASCIMENTO NO MESTRE): ' DELIMITED BY SIZE
                   WS-CONT-SEM-CONF DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE

            DISPLAY 'MATRICULAS CONFERIDAS..: ' WS-CONT-CONFERIDOS
            DISPLAY 'FORA DA FAIXA LIBERADAS: ' WS-CONT-LIBERADOS
            DISPLAY 'FORA SEM LIBERACAO.....: ' WS-CONT-FORA
            DISPLAY 'SEM CONFERENCIA........: ' WS-CONT-SEM-CONF
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P250-CONFERE-LINHA.
            IF F-NOME NOT = WS-NOME-CORRENTE
                MOVE F-NOME TO WS-NOME-CORRENTE
                MOVE 0 TO WS-QTD-TURMAS-ALUNO
            END-IF
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-TURMAS-ALUNO
                    OR WS-TURMA-ALUNO(WS-IDX) = F-TURMA
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX NOT > WS-QTD-TURMAS-ALUNO
                EXIT PARAGRAPH
            END-IF
            IF WS-QTD-TURMAS-ALUNO < 10
                ADD 1 TO WS-QTD-TURMAS-ALUNO
                MOVE F-TURMA TO WS-TURMA-ALUNO(WS-QTD-TURMAS-ALUNO)
            END-IF

            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO F-ANO-LETIVO F-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF

            MOVE 'V'          TO WS-IC-ACAO
            MOVE F-ANO-LETIVO TO WS-IC-ANO
            MOVE F-TURMA      TO WS-IC-TURMA
            MOVE F-NOME       TO WS-IC-NOME
            MOVE 'IDADELIB'   TO WS-IC-PROGRAMA
            CALL 'IDADECHK' USING WS-IDADECHK-AREA
            EVALUATE TRUE
                WHEN IC-SEM-CONFERENCIA
                    ADD 1 TO WS-CONT-SEM-CONF
                    EXIT PARAGRAPH
                WHEN IC-DENTRO
                    ADD 1 TO WS-CONT-CONFERIDOS
                    ADD 1 TO WS-CONT-DENTRO
                    EXIT PARAGRAPH
                WHEN IC-LIBERADO
                    ADD 1 TO WS-CONT-CONFERIDOS
                    ADD 1 TO WS-CONT-LIBERADOS
                    MOVE 'LIBERADO' TO WS-SITUACAO-ED
                WHEN OTHER
                    ADD 1 TO WS-CONT-CONFERIDOS
                    ADD 1 TO WS-CONT-FORA
                    MOVE 'SEM LIBERACAO' TO WS-SITUACAO-ED
            END-EVALUATE

            MOVE SPACES TO REL-LINHA
            MOVE F-NOME           TO REL-LINHA(1:30)
            MOVE F-TURMA          TO REL-LINHA(32:10)
            MOVE WS-IC-SERIE      TO REL-LINHA(43:2)
            MOVE WS-IC-NASCIMENTO TO REL-LINHA(48:10)
            MOVE WS-IC-IDADE      TO REL-LINHA(59:3)
            MOVE WS-IC-IDADE-MIN  TO REL-LINHA(65:2)
            MOVE '-'              TO REL-LINHA(67:1)
            MOVE WS-IC-IDADE-MAX  TO REL-LINHA(68:2)
            MOVE WS-SITUACAO-ED   TO REL-LINHA(72:16)
            WRITE REL-LINHA
            IF IC-LIBERADO
                MOVE SPACES TO REL-LINHA
                STRING '    LIBERADO EM ' DELIMITED BY SIZE
                       WS-IC-DATA DELIMITED BY SIZE
                       ' POR ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IC-OPERADOR) DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IC-MOTIVO) DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P300-LISTA-LIBERACOES.
            PERFORM P050-PEDE-ANO
            MOVE 0 TO WS-CONT-LISTADAS
            OPEN INPUT IDADELIB-FILE
            IF NOT FS-LIB-OK
                DISPLAY 'NENHUMA LIBERACAO REGISTRADA'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-ANO     TO IL-ANO
            MOVE LOW-VALUES TO IL-TURMA IL-NOME
            START IDADELIB-FILE KEY IS NOT LESS IL-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ IDADELIB-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF IL-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P350-MOSTRA-LIBERACAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE IDADELIB-FILE
            DISPLAY 'LIBERACOES NO ANO: ' WS-CONT-LISTADAS
            .

       P350-MOSTRA-LIBERACAO.
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO IL-ANO IL-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT-LISTADAS
            DISPLAY IL-TURMA ' ' IL-NOME ' SERIE ' IL-SERIE
                    ' IDADE ' IL-IDADE ' (' IL-IDADE-MIN ' A '
                    IL-IDADE-MAX ')'
            DISPLAY '    ' IL-DATA ' ' FUNCTION TRIM(IL-OPERADOR)
                    ' (' FUNCTION TRIM(IL-PROGRAMA) '): '
                    FUNCTION TRIM(IL-MOTIVO)
            .
