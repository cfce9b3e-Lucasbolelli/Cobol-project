      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: PARECER DESCRITIVO POR ALUNO/MATERIA/BIMESTRE
      *          (PARECERES.DAT). NAS MATERIAS AVALIADAS POR CONCEITO
      *          (MC-CONCEITO) A DIRETRIZ DAS SERIES INICIAIS PEDE UM
      *          PARAGRAFO NARRATIVO ALEM DA LETRA. O PARECER E
      *          MONTADO JUNTANDO FRASES DO BANCO DE MODELOS
      *          (PARMODELOS.DAT - '@' VIRA O PRIMEIRO NOME DO ALUNO)
      *          E TEXTO LIVRE, ATE 360 CARACTERES, COM PREVIA NA
      *          TELA JA QUEBRADA COMO SAI NO PAPEL (PARECLER). SO SE
      *          ESCREVE EM PERIODO ABERTO (PERVAL); O PROFESSOR SO
      *          ALCANCA AS SUAS TURMAS/MATERIAS (PROFCHK). A OPCAO 6
      *          LISTA QUEM AINDA ESTA SEM PARECER (PARECHK), A MESMA
      *          CONFERENCIA QUE SEGURA O FECHAMENTO NO BIMCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARECER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARECER-FILE
               ASSIGN TO
                   WS-PATH-PARECERES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PR-CHAVE
                   FILE STATUS IS WS-FS-PAR
                   .
               SELECT PARMODELO-FILE
               ASSIGN TO
                   WS-PATH-PARMODELOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS MF-CODIGO
                   FILE STATUS IS WS-FS-MOD
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PARECER-FILE
       DATA RECORD IS PARECER-LINHA.
           COPY PARECER_DADOS.
       FD PARMODELO-FILE
       DATA RECORD IS PARMODELO-LINHA.
           COPY PARMODELO_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
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
       77 WS-FS-PAR                PIC 99.
          88 FS-PAR-OK             VALUE 0.
       77 WS-FS-MOD                PIC 99.
          88 FS-MOD-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
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
       77 WS-DATA-HOJE             PIC 9(08).
       77 WS-DATA-HOJE-FMT         PIC X(10).
      * Alvo do parecer: linha do boletim + periodo.
       77 WS-MODO-ALVO             PIC X.
          88 ALVO-GRAVACAO         VALUE 'G'.
       77 WS-ALVO                  PIC X VALUE 'N'.
          88 ALVO-OK               VALUE 'S' FALSE 'N'.
       77 WS-ID-LANC               PIC 9(06).
       77 WS-BIMESTRE              PIC 9.
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-BIM-RESULTADO         PIC X.
       77 WS-MCC-CONCEITO          PIC X.
       77 WS-AL-NOME               PIC X(30).
       77 WS-AL-MATERIA            PIC X(20).
       77 WS-AL-ANO                PIC X(07).
       77 WS-AL-TURMA              PIC X(10).
       77 WS-PRIMEIRO-NOME         PIC X(30).
      * Sessao de professor (PROFCHK): so as turmas/materias dele.
       77 WS-PC-ACAO               PIC X.
       77 WS-PC-PROFESSOR          PIC X(30).
       77 WS-PC-RESULTADO          PIC X.
      * Edicao do texto: paragrafo corrido de ate 360 posicoes.
       77 WS-TEXTO                 PIC X(360).
       77 WS-TEXTO-DATA            PIC X(10).
       77 WS-TEXTO-OPERADOR        PIC X(20).
       77 WS-COMANDO               PIC X.
       77 WS-FIM-EDICAO            PIC X VALUE 'N'.
          88 FIM-EDICAO-OK         VALUE 'S' FALSE 'N'.
       77 WS-ENTRADA               PIC X(120).
       77 WS-FRASE                 PIC X(150).
       77 WS-TAM-TEXTO             PIC 9(03).
       77 WS-TAM-FRASE             PIC 9(03).
       77 WS-PONTEIRO              PIC 9(03).
       77 WS-IDX                   PIC 9(03).
       77 WS-CODIGO                PIC X(04).
      * Previa quebrada (PARECLER 'Q').
       77 WS-PL-ACAO               PIC X.
       01 WS-PL-LINHAS.
           05 WS-PL-LINHA          PIC X(70) OCCURS 8 TIMES.
       77 WS-PL-QTD-LINHAS         PIC 9.
       77 WS-PL-ACHOU              PIC X.
       77 WS-PL-IDX                PIC 9.
      * Conferencia de pendentes (PARECHK).
       77 WS-PC-ANO                PIC X(07).
       77 WS-PC-TURMA              PIC X(10).
       77 WS-PC-REGIME             PIC 9 VALUE 0.
       77 WS-PC-FALTANDO           PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PARECER' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            PERFORM P95-GARANTE-ARQUIVOS
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** PARECER DESCRITIVO ****'
            DISPLAY '1 - REGISTRAR/ALTERAR PARECER DE UM ALUNO'
            DISPLAY '2 - CONSULTAR PARECER'
            DISPLAY '3 - CADASTRAR/ALTERAR FRASE-MODELO'
            DISPLAY '4 - LISTAR FRASES-MODELO'
            DISPLAY '5 - EXCLUIR FRASE-MODELO'
            DISPLAY '6 - ALUNOS SEM PARECER NO BIMESTRE'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-REGISTRA
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-MODELO
                WHEN '4'
                    PERFORM P400-LISTA-MODELOS
                WHEN '5'
                    PERFORM P500-EXCLUI-MODELO
                WHEN '6'
                    PERFORM P600-PENDENTES
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-PEDE-ALVO.
      * ALVO-OK verdadeiro na saida = linha do boletim achada, materia
      * por conceito, do professor da sessao e periodo valido (e
      * aberto, quando e para gravar). O periodo segue o regime da
      * turma (REGIME), como no P050 do AVALIA.
            SET ALVO-OK TO FALSE
            DISPLAY 'INFORME O ID DO ALUNO/MATERIA NO BOLETIM: '
                ACCEPT WS-ID-LANC
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-LANC TO F-ID
            SET ACHOU-OK TO FALSE
            READ BOLETIM
                KEY IS F-ID
                INVALID KEY
                    DISPLAY 'ID INEXISTENTE NO BOLETIM'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
                    MOVE F-NOME       TO WS-AL-NOME
                    MOVE F-MATERIA    TO WS-AL-MATERIA
                    MOVE F-ANO-LETIVO TO WS-AL-ANO
                    MOVE F-TURMA      TO WS-AL-TURMA
                    DISPLAY 'ALUNO: ' FUNCTION TRIM(F-NOME)
                            ' MATERIA: ' F-MATERIA
            END-READ
            CLOSE BOLETIM
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF

            CALL 'MATCONC' USING WS-AL-MATERIA WS-MCC-CONCEITO
            IF WS-MCC-CONCEITO NOT = 'S'
                DISPLAY 'MATERIA NAO E AVALIADA POR CONCEITO - NAO '
                        'LEVA PARECER DESCRITIVO'
                EXIT PARAGRAPH
            END-IF

            MOVE 'V' TO WS-PC-ACAO
            CALL 'PROFCHK' USING WS-PC-ACAO WS-AL-ANO WS-AL-TURMA
                                 WS-AL-MATERIA WS-ID-LANC
                                 WS-PC-PROFESSOR WS-PC-RESULTADO
            IF WS-PC-RESULTADO NOT = 'S'
                EXIT PARAGRAPH
            END-IF

            CALL 'REGIME' USING WS-AL-ANO WS-AL-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            DISPLAY 'QUAL ' FUNCTION TRIM(WS-NOME-PERIODO)
                    ' (1-' WS-QTD-PERIODOS ') ? '
                ACCEPT WS-BIMESTRE
            CALL 'PERVAL' USING WS-AL-ANO WS-AL-TURMA WS-BIMESTRE
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO = 'I'
                DISPLAY FUNCTION TRIM(WS-NOME-PERIODO) ' INVALIDO'
                EXIT PARAGRAPH
            END-IF
            IF ALVO-GRAVACAO AND WS-BIM-RESULTADO NOT = 'A'
                DISPLAY 'O ' FUNCTION TRIM(WS-NOME-PERIODO) ' '
                        WS-BIMESTRE ' DE '
                        WS-AL-ANO ' ESTA FECHADO PELA '
                        'DIRECAO (BIMCTL)'
                EXIT PARAGRAPH
            END-IF
            SET ALVO-OK TO TRUE
            .

       P060-CHECA-FUNCAO.
      * Escrever parecer e mexer no banco de frases e funcao propria
      * na matriz; consulta e lista de pendentes ficam abertas.
            MOVE 'CADASTRO' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            .

       P100-REGISTRA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            MOVE 'G' TO WS-MODO-ALVO
            PERFORM P050-PEDE-ALVO
            IF NOT ALVO-OK
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-PRIMEIRO-NOME
            UNSTRING WS-AL-NOME DELIMITED BY SPACE
                INTO WS-PRIMEIRO-NOME
            END-UNSTRING

            PERFORM P110-LE-PARECER
            IF ACHOU-OK
                DISPLAY 'PARECER JA REGISTRADO EM ' WS-TEXTO-DATA
                        ' POR ' FUNCTION TRIM(WS-TEXTO-OPERADOR)
                        ' - EDITANDO O TEXTO ATUAL'
            END-IF

            SET FIM-EDICAO-OK TO FALSE
            PERFORM P150-EDITA UNTIL FIM-EDICAO-OK
            .

       P110-LE-PARECER.
            MOVE SPACES TO WS-TEXTO
            SET ACHOU-OK TO FALSE
            OPEN INPUT PARECER-FILE
            IF NOT FS-PAR-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-LANC  TO PR-ID
            MOVE WS-BIMESTRE TO PR-BIMESTRE
            READ PARECER-FILE
                KEY IS PR-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
                    MOVE PR-TEXTO    TO WS-TEXTO
                    MOVE PR-DATA     TO WS-TEXTO-DATA
                    MOVE PR-OPERADOR TO WS-TEXTO-OPERADOR
            END-READ
            CLOSE PARECER-FILE
            .

       P150-EDITA.
            PERFORM P170-MOSTRA-TEXTO
            DISPLAY 'M - INCLUIR FRASE-MODELO   T - DIGITAR TEXTO'
            DISPLAY 'L - LIMPAR O TEXTO   G - GRAVAR   C - CANCELAR'
            DISPLAY 'COMANDO: '
                ACCEPT WS-COMANDO
            MOVE FUNCTION UPPER-CASE(WS-COMANDO) TO WS-COMANDO
            EVALUATE WS-COMANDO
                WHEN 'M'
                    PERFORM P160-INCLUI-MODELO
                WHEN 'T'
                    DISPLAY 'TEXTO (ATE 120 CARACTERES): '
                        ACCEPT WS-ENTRADA
                    MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-FRASE
                    PERFORM P180-ACRESCENTA
                WHEN 'L'
                    MOVE SPACES TO WS-TEXTO
                WHEN 'G'
                    IF WS-TEXTO = SPACES
                        DISPLAY 'PARECER VAZIO - NADA A GRAVAR'
                    ELSE
                        PERFORM P190-GRAVA
                        SET FIM-EDICAO-OK TO TRUE
                    END-IF
                WHEN 'C'
                    DISPLAY 'EDICAO CANCELADA - NADA FOI GRAVADO'
                    SET FIM-EDICAO-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'COMANDO INVALIDO'
            END-EVALUATE
            .

       P160-INCLUI-MODELO.
            PERFORM P400-LISTA-MODELOS
            DISPLAY 'CODIGO DA FRASE: '
                ACCEPT WS-CODIGO
            OPEN INPUT PARMODELO-FILE
            IF NOT FS-MOD-OK
                DISPLAY 'BANCO DE FRASES VAZIO'
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO MF-CODIGO
            SET ACHOU-OK TO FALSE
            READ PARMODELO-FILE
                KEY IS MF-CODIGO
                INVALID KEY
                    DISPLAY 'FRASE-MODELO INEXISTENTE'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            CLOSE PARMODELO-FILE
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
      * Cada '@' da frase vira o primeiro nome do aluno.
            MOVE SPACES TO WS-FRASE
            MOVE 1 TO WS-PONTEIRO
            MOVE 0 TO WS-TAM-FRASE
            INSPECT FUNCTION REVERSE(MF-TEXTO)
                TALLYING WS-TAM-FRASE FOR LEADING ' '
            COMPUTE WS-TAM-FRASE = 120 - WS-TAM-FRASE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TAM-FRASE
                IF MF-TEXTO(WS-IDX:1) = '@'
                    STRING FUNCTION TRIM(WS-PRIMEIRO-NOME)
                               DELIMITED BY SIZE
                        INTO WS-FRASE WITH POINTER WS-PONTEIRO
                    END-STRING
                ELSE
                    STRING MF-TEXTO(WS-IDX:1) DELIMITED BY SIZE
                        INTO WS-FRASE WITH POINTER WS-PONTEIRO
                    END-STRING
                END-IF
            END-PERFORM
            PERFORM P180-ACRESCENTA
            .

       P170-MOSTRA-TEXTO.
            DISPLAY ' '
            DISPLAY 'PARECER - ' FUNCTION TRIM(WS-AL-NOME) ' - '
                    FUNCTION TRIM(WS-AL-MATERIA) ' - '
                    FUNCTION TRIM(WS-NOME-PERIODO) ' ' WS-BIMESTRE
            IF WS-TEXTO = SPACES
                DISPLAY '   (SEM TEXTO)'
                EXIT PARAGRAPH
            END-IF
            MOVE 'Q' TO WS-PL-ACAO
            CALL 'PARECLER' USING WS-PL-ACAO WS-ID-LANC WS-BIMESTRE
                                  WS-TEXTO WS-PL-LINHAS
                                  WS-PL-QTD-LINHAS WS-PL-ACHOU
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-PL-QTD-LINHAS
                DISPLAY '   ' WS-PL-LINHA(WS-PL-IDX)
            END-PERFORM
            PERFORM P185-MEDE-TEXTO
            DISPLAY '   (' WS-TAM-TEXTO ' DE 360 CARACTERES)'
            .

       P180-ACRESCENTA.
      * A frase entra no fim do paragrafo, separada por um espaco; o
      * que nao cabe nas 360 posicoes e recusado inteiro.
            MOVE 0 TO WS-TAM-FRASE
            INSPECT FUNCTION REVERSE(WS-FRASE)
                TALLYING WS-TAM-FRASE FOR LEADING ' '
            COMPUTE WS-TAM-FRASE = 150 - WS-TAM-FRASE
            IF WS-TAM-FRASE = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM P185-MEDE-TEXTO
            IF WS-TAM-TEXTO = 0
                MOVE WS-FRASE(1:WS-TAM-FRASE) TO WS-TEXTO
                EXIT PARAGRAPH
            END-IF
            IF WS-TAM-TEXTO + 1 + WS-TAM-FRASE > 360
                DISPLAY 'NAO CABE: O PARECER E LIMITADO A 360 '
                        'CARACTERES (' WS-TAM-TEXTO ' USADOS)'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-FRASE(1:WS-TAM-FRASE)
                TO WS-TEXTO(WS-TAM-TEXTO + 2:WS-TAM-FRASE)
            .

       P185-MEDE-TEXTO.
            MOVE 0 TO WS-TAM-TEXTO
            INSPECT FUNCTION REVERSE(WS-TEXTO)
                TALLYING WS-TAM-TEXTO FOR LEADING ' '
            COMPUTE WS-TAM-TEXTO = 360 - WS-TAM-TEXTO
            .

       P190-GRAVA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-HOJE WS-DATA-HOJE-FMT
            OPEN I-O PARECER-FILE
            IF NOT FS-PAR-OK
                CALL 'FSMSG' USING WS-FS-PAR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR OS PARECERES --> COD '
                        WS-FS-PAR ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-LANC        TO PR-ID
            MOVE WS-BIMESTRE       TO PR-BIMESTRE
            MOVE WS-AL-NOME        TO PR-NOME
            MOVE WS-AL-MATERIA     TO PR-MATERIA
            MOVE WS-AL-ANO         TO PR-ANO
            MOVE WS-AL-TURMA       TO PR-TURMA
            MOVE WS-TEXTO          TO PR-TEXTO
            MOVE WS-OPERADOR-ATUAL TO PR-OPERADOR
            MOVE WS-DATA-HOJE-FMT  TO PR-DATA
            WRITE PARECER-LINHA
                INVALID KEY
                    REWRITE PARECER-LINHA
                    END-REWRITE
            END-WRITE
            IF FS-PAR-OK
                DISPLAY 'PARECER GRAVADO'
            ELSE
                CALL 'FSMSG' USING WS-FS-PAR WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O PARECER --> COD '
                        WS-FS-PAR ': ' WS-FS-MSG
            END-IF
            CLOSE PARECER-FILE
            .

       P200-CONSULTA.
            MOVE 'C' TO WS-MODO-ALVO
            PERFORM P050-PEDE-ALVO
            IF NOT ALVO-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P110-LE-PARECER
            IF NOT ACHOU-OK OR WS-TEXTO = SPACES
                DISPLAY 'SEM PARECER REGISTRADO NESTE PERIODO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P170-MOSTRA-TEXTO
            DISPLAY 'REGISTRADO EM ' WS-TEXTO-DATA ' POR '
                    FUNCTION TRIM(WS-TEXTO-OPERADOR)
            .

       P300-MODELO.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DA FRASE (4 POSICOES): '
                ACCEPT WS-CODIGO
            MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
            IF WS-CODIGO = SPACES
                DISPLAY 'CODIGO OBRIGATORIO'
                EXIT PARAGRAPH
            END-IF
            OPEN I-O PARMODELO-FILE
            IF NOT FS-MOD-OK
                CALL 'FSMSG' USING WS-FS-MOD WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BANCO DE FRASES --> COD '
                        WS-FS-MOD ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CODIGO TO MF-CODIGO
            SET ACHOU-OK TO FALSE
            READ PARMODELO-FILE
                KEY IS MF-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
                    DISPLAY 'FRASE ATUAL: ' FUNCTION TRIM(MF-TEXTO)
            END-READ
            DISPLAY 'TEXTO DA FRASE (ATE 120; @ = PRIMEIRO NOME DO '
                    'ALUNO; EM BRANCO CANCELA): '
                ACCEPT WS-ENTRADA
            IF WS-ENTRADA = SPACES
                DISPLAY 'NADA ALTERADO'
                CLOSE PARMODELO-FILE
                EXIT PARAGRAPH
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-HOJE WS-DATA-HOJE-FMT
            MOVE WS-CODIGO                TO MF-CODIGO
            MOVE FUNCTION TRIM(WS-ENTRADA) TO MF-TEXTO
            MOVE WS-OPERADOR-ATUAL        TO MF-OPERADOR
            MOVE WS-DATA-HOJE-FMT         TO MF-DATA
            IF ACHOU-OK
                REWRITE PARMODELO-LINHA
                DISPLAY 'FRASE-MODELO ALTERADA'
            ELSE
                WRITE PARMODELO-LINHA
                DISPLAY 'FRASE-MODELO CADASTRADA'
            END-IF
            CLOSE PARMODELO-FILE
            .

       P400-LISTA-MODELOS.
            SET EOF-OK TO FALSE
            OPEN INPUT PARMODELO-FILE
            IF NOT FS-MOD-OK
                DISPLAY 'BANCO DE FRASES VAZIO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY '--- FRASES-MODELO (@ = PRIMEIRO NOME) ---'
            MOVE LOW-VALUES TO MF-CODIGO
            START PARMODELO-FILE KEY IS NOT LESS MF-CODIGO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PARMODELO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        DISPLAY MF-CODIGO ' ' FUNCTION TRIM(MF-TEXTO)
                END-READ
            END-PERFORM
            CLOSE PARMODELO-FILE
            .

       P500-EXCLUI-MODELO.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DA FRASE A EXCLUIR: '
                ACCEPT WS-CODIGO
            OPEN I-O PARMODELO-FILE
            IF NOT FS-MOD-OK
                CALL 'FSMSG' USING WS-FS-MOD WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BANCO DE FRASES --> COD '
                        WS-FS-MOD ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO MF-CODIGO
            READ PARMODELO-FILE
                KEY IS MF-CODIGO
                INVALID KEY
                    DISPLAY 'FRASE-MODELO INEXISTENTE'
                NOT INVALID KEY
                    DISPLAY 'FRASE: ' FUNCTION TRIM(MF-TEXTO)
                    DISPLAY 'CONFIRMA A EXCLUSAO ? S/N'
                        CALL 'CONFIRMA' USING WS-CONFIRMA
                    IF WS-CONFIRMA = 'S'
                        DELETE PARMODELO-FILE RECORD
                        DISPLAY 'FRASE-MODELO EXCLUIDA (PARECERES '
                                'JA GRAVADOS NAO MUDAM)'
                    END-IF
            END-READ
            CLOSE PARMODELO-FILE
            .

       P600-PENDENTES.
      * Mesma conferencia que o BIMCTL faz antes de fechar o
      * periodo, aqui para uma turma ou para o ano todo.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-PC-ANO
            DISPLAY 'TURMA (EM BRANCO = TODAS): '
                ACCEPT WS-PC-TURMA
            DISPLAY 'BIMESTRE/PERIODO (1-4): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                DISPLAY 'PERIODO INVALIDO'
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-PC-REGIME
            CALL 'PARECHK' USING WS-PC-ANO WS-BIMESTRE WS-PC-REGIME
                                 WS-PC-TURMA WS-PC-FALTANDO
            IF WS-PC-FALTANDO = 0
                DISPLAY 'NENHUM PARECER PENDENTE'
            ELSE
                DISPLAY WS-PC-FALTANDO ' PARECER(ES) PENDENTE(S)'
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
            .

       P95-GARANTE-ARQUIVOS.
            OPEN I-O PARECER-FILE
            IF WS-FS-PAR = 35
                OPEN OUTPUT PARECER-FILE
            END-IF
            CLOSE PARECER-FILE
            OPEN I-O PARMODELO-FILE
            IF WS-FS-MOD = 35
                OPEN OUTPUT PARMODELO-FILE
            END-IF
            CLOSE PARMODELO-FILE
            .
