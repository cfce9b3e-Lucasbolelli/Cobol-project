      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: SIMULADOS DE MULTIPLA ESCOLHA. A COORDENACAO CORRIGIA
      *          OS CARTOES DE CADA BIMESTRE NA MAO CONTRA O GABARITO.
      *          AQUI O SIMULADO E CADASTRADO COM O GABARITO E A
      *          MATERIA DE CADA QUESTAO (SIMULADOS.DAT); O ARQUIVO DA
      *          LEITORA OTICA (CARTOES_SIMULADO.DAT, LAYOUT FIXO
      *          CARTAO_LAYOUT) E CARREGADO E CORRIGIDO POR ALUNO
      *          (SIMRESP.DAT, PELO AL-ID DO CADASTRO MESTRE), COM A
      *          NOTA GERAL (ACERTOS SOBRE 10). QUANDO O SIMULADO TEM
      *          SEQUENCIA DE AVALIACAO, A NOTA DE CADA MATERIA PODE
      *          SEGUIR PARA A AVALIACOES.DAT PELO AVALREG, NA LINHA
      *          DO BOLETIM DO ALUNO NAQUELA MATERIA, SE O BIMESTRE
      *          ESTIVER ABERTO (PERVAL); A MEDIA DO BIMESTRE CONTINUA
      *          SENDO REDERIVADA NA TELA AVALIA, PELO FLUXO DE
      *          APROVACAO. GABARITO ERRADO SE CORRIGE POR QUESTAO
      *          (OU A QUESTAO E ANULADA - 'X', CERTA PARA TODOS) E
      *          TODOS OS CARTOES DO SIMULADO SAO RECORRIGIDOS PELAS
      *          RESPOSTAS GUARDADAS. A ANALISE DE ITENS SAI NO SPOOL:
      *          TAXA DE ACERTO E DISTRIBUICAO DAS MARCACOES POR
      *          QUESTAO, AS QUESTOES MAIS ERRADAS DE CADA TURMA E OS
      *          ITENS COM CARA DE GABARITO ERRADO (QUASE NINGUEM
      *          ACERTOU E A MAIORIA MARCOU A MESMA OUTRA LETRA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SIMULADO-FILE
               ASSIGN TO
                   WS-PATH-SIMULADOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS SM-CODIGO
                   FILE STATUS IS WS-FS-SIM
                   .
               SELECT SIMRESP-FILE
               ASSIGN TO
                   WS-PATH-SIMRESP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS SR-CHAVE
                   FILE STATUS IS WS-FS-RES
                   .
               SELECT CARTAO-FILE
               ASSIGN TO
                   WS-PATH-CARTOES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CAR
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
       FD SIMULADO-FILE
       DATA RECORD IS SIMULADO-LINHA.
           COPY SIMULADO_DADOS.
       FD SIMRESP-FILE
       DATA RECORD IS SIMRESP-LINHA.
           COPY SIMRESP_DADOS.
       FD CARTAO-FILE
       DATA RECORD IS CARTAO-REGISTRO.
           COPY CARTAO_LAYOUT.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
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
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-SIM                PIC 99.
          88 FS-SIM-OK             VALUE 0.
       77 WS-FS-RES                PIC 99.
          88 FS-RES-OK             VALUE 0.
       77 WS-FS-CAR                PIC 99.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'SIMULADO'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-BOL               PIC X VALUE 'N'.
          88 EOF-BOL-OK            VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-EXISTE                PIC X VALUE 'N'.
          88 EXISTE-OK             VALUE 'S' FALSE 'N'.
       77 WS-LANCAR                PIC X VALUE 'N'.
          88 LANCAR-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-HOJE             PIC 9(08).
       77 WS-DATA-HOJE-FMT         PIC X(10).
      * Entrada da tela.
       77 WS-CODIGO                PIC X(08).
       77 WS-QUESTAO               PIC 9(02).
       77 WS-LETRA                 PIC X.
       77 WS-MATERIA-LIDA          PIC X(20).
       77 WS-MATERIA-ANTERIOR      PIC X(20).
       77 WS-MAT-OK                PIC X.
          88 MAT-OK                VALUE 'S' FALSE 'N'.
       77 WS-IDX                   PIC 9(02).
       77 WS-IDX-ALT               PIC 9.
       77 WS-IDX-TUR               PIC 9(02).
       77 WS-IDX-PICK              PIC 9.
       77 WS-IDX-MENOR             PIC 9(02).
      * Correcao de um cartao: acertos por materia do simulado.
       77 WS-QTD-MATS              PIC 9(02).
       01 WS-MATERIA-TAB.
           05 WS-MATERIA-ENTRY OCCURS 20 TIMES.
               10 MT-NOME              PIC X(20).
               10 MT-QTD               PIC 9(02).
               10 MT-ACERTOS           PIC 9(02).
       77 WS-IDX-MAT               PIC 9(02).
       77 WS-NOTA-MATERIA          PIC 9(02)V9.
       77 WS-BIM-RESULTADO         PIC X.
      * Contadores da carga/recorrecao.
       77 WS-CONT-LIDOS            PIC 9(05).
       77 WS-CONT-OUTRO            PIC 9(05).
       77 WS-CONT-CORRIGIDOS       PIC 9(05).
       77 WS-CONT-REJEITADOS       PIC 9(05).
       77 WS-CONT-LANCADAS         PIC 9(05).
       77 WS-CONT-SEM-LINHA        PIC 9(05).
       77 WS-CONT-FECHADO          PIC 9(05).
      * Analise de itens.
       77 WS-QTD-CARTOES           PIC 9(05).
       77 WS-SOMA-NOTAS            PIC 9(07)V9.
       77 WS-MEDIA-GERAL           PIC 9(02)V9.
       77 WS-PCT                   PIC 9(03).
       77 WS-MAIOR-ERRO            PIC 9(05).
       77 WS-LETRA-ERRO            PIC X.
       77 WS-CONT-SUSPEITOS        PIC 9(02).
       77 WS-MENOR-ACERTO          PIC 9(05).
      * Item suspeito: acerto abaixo do corte e uma mesma letra
      * errada marcada por pelo menos metade dos cartoes.
       77 WS-CORTE-ACERTO          PIC 9(03) VALUE 25.
       77 WS-CORTE-MESMA-LETRA     PIC 9(03) VALUE 50.
       01 WS-LETRAS                PIC X(05) VALUE 'ABCDE'.
       01 WS-LETRAS-TAB REDEFINES WS-LETRAS.
           05 WS-LETRA-ALT         PIC X OCCURS 5 TIMES.
       01 WS-QUESTAO-TAB.
           05 WS-QUESTAO-ENTRY OCCURS 60 TIMES.
               10 QS-ACERTOS           PIC 9(05).
      * Marcacoes: A a E, 6 = em branco, 7 = anulada (dupla).
               10 QS-ALT               PIC 9(05) OCCURS 7 TIMES.
       77 WS-QTD-TURMAS            PIC 9(02).
       01 WS-TURMA-TAB.
           05 WS-TURMA-ENTRY OCCURS 20 TIMES.
               10 TT-TURMA             PIC X(10).
               10 TT-QTD               PIC 9(05).
               10 TT-ACERTOS           PIC 9(05) OCCURS 60 TIMES.
       01 WS-USADA-TAB.
           05 WS-USADA             PIC X OCCURS 60 TIMES.
       77 WS-PONTEIRO              PIC 9(03).
       77 WS-QUESTAO-ED            PIC Z9.
       77 WS-PCT-ED                PIC ZZ9.
       77 WS-CONT-ED               PIC ZZZZ9.
       77 WS-MEDIA-ED              PIC Z9.9.
      * Linha da analise por questao.
       01 WS-LINHA-ITEM.
           05 LI-QUESTAO           PIC Z9.
           05 FILLER               PIC X(05).
           05 LI-GABARITO          PIC X.
           05 FILLER               PIC X(03).
           05 LI-MATERIA           PIC X(20).
           05 FILLER               PIC X.
           05 LI-PCT               PIC ZZ9.
           05 LI-PCT-SINAL         PIC X.
           05 LI-MARCACAO OCCURS 7 TIMES.
               10 FILLER           PIC X.
               10 LI-ALT-QTD       PIC ZZ9.
           05 FILLER               PIC X(02).
           05 LI-OBSERVACAO        PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SIMULADO' TO WS-PROGRAMA-CORRENTE
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
            DISPLAY '**** SIMULADOS - CORRECAO DE CARTOES ****'
            DISPLAY '1 - CADASTRAR SIMULADO (GABARITO E MATERIAS)'
            DISPLAY '2 - CONSULTAR SIMULADO'
            DISPLAY '3 - CORRIGIR/ANULAR QUESTAO DO GABARITO'
            DISPLAY '4 - CARREGAR E CORRIGIR CARTOES DA LEITORA'
            DISPLAY '5 - ANALISE DE ITENS'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CADASTRA
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-CORRIGE-GABARITO
                WHEN '4'
                    PERFORM P400-CARGA
                WHEN '5'
                    PERFORM P500-ANALISE
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-LE-SIMULADO.
      * ACHOU-OK verdadeiro na saida = simulado lido na area do
      * registro (arquivo aberto pelo chamador).
            SET ACHOU-OK TO FALSE
            DISPLAY 'CODIGO DO SIMULADO: '
                ACCEPT WS-CODIGO
            MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
            IF WS-CODIGO = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CODIGO TO SM-CODIGO
            READ SIMULADO-FILE
                KEY IS SM-CODIGO
                INVALID KEY
                    DISPLAY 'SIMULADO NAO CADASTRADO'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
                    DISPLAY 'SIMULADO ' SM-CODIGO ' - '
                            FUNCTION TRIM(SM-DESCRICAO) ' - ANO '
                            SM-ANO ' BIMESTRE ' SM-BIMESTRE
            END-READ
            .

       P060-CHECA-FUNCAO.
      * Cadastro, correcao de gabarito e carga sao funcao propria na
      * matriz; consulta e analise de itens ficam abertas.
            MOVE 'CADASTRO' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
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
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-HOJE WS-DATA-HOJE-FMT
            .

       P95-GARANTE-ARQUIVOS.
            OPEN I-O SIMULADO-FILE
            IF WS-FS-SIM = 35
                OPEN OUTPUT SIMULADO-FILE
            END-IF
            CLOSE SIMULADO-FILE
            OPEN I-O SIMRESP-FILE
            IF WS-FS-RES = 35
                OPEN OUTPUT SIMRESP-FILE
            END-IF
            CLOSE SIMRESP-FILE
            .

       P100-CADASTRA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CODIGO DO NOVO SIMULADO (ATE 8 POSICOES): '
                ACCEPT WS-CODIGO
            MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
            IF WS-CODIGO = SPACES
                EXIT PARAGRAPH
            END-IF
            OPEN I-O SIMULADO-FILE
            IF NOT FS-SIM-OK
                CALL 'FSMSG' USING WS-FS-SIM WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR SIMULADOS --> COD '
                        WS-FS-SIM ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CODIGO TO SM-CODIGO
            READ SIMULADO-FILE
                KEY IS SM-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'SIMULADO JA CADASTRADO - PARA ACERTAR O '
                            'GABARITO USE A OPCAO 3'
                    CLOSE SIMULADO-FILE
                    EXIT PARAGRAPH
            END-READ

            INITIALIZE SIMULADO-LINHA
            MOVE WS-CODIGO TO SM-CODIGO
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT SM-ANO
            DISPLAY 'BIMESTRE DO SIMULADO (1-4): '
                ACCEPT SM-BIMESTRE
            DISPLAY 'DESCRICAO: '
                ACCEPT SM-DESCRICAO
            MOVE FUNCTION UPPER-CASE(SM-DESCRICAO) TO SM-DESCRICAO
            DISPLAY 'QUANTIDADE DE QUESTOES (1 A 60): '
                ACCEPT SM-QTD-QUESTOES
            IF SM-ANO = SPACES
               OR SM-BIMESTRE < 1 OR SM-BIMESTRE > 4
               OR SM-QTD-QUESTOES < 1 OR SM-QTD-QUESTOES > 60
                DISPLAY 'ANO, BIMESTRE OU QUANTIDADE INVALIDOS'
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'GABARITO - UMA LETRA (A-E) POR QUESTAO, EM '
                    'SEQUENCIA, SEM ESPACOS: '
                ACCEPT SM-GABARITO
            MOVE FUNCTION UPPER-CASE(SM-GABARITO) TO SM-GABARITO
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 60
                IF WS-IDX <= SM-QTD-QUESTOES
                    IF SM-RESPOSTA-CERTA(WS-IDX) < 'A'
                       OR SM-RESPOSTA-CERTA(WS-IDX) > 'E'
                        DISPLAY 'GABARITO INVALIDO NA QUESTAO ' WS-IDX
                        CLOSE SIMULADO-FILE
                        EXIT PARAGRAPH
                    END-IF
                ELSE
                    IF SM-RESPOSTA-CERTA(WS-IDX) NOT = SPACE
                        DISPLAY 'GABARITO COM MAIS LETRAS QUE '
                                'QUESTOES'
                        CLOSE SIMULADO-FILE
                        EXIT PARAGRAPH
                    END-IF
                END-IF
            END-PERFORM

      * Materia por questao; ENTER repete a da questao anterior
      * (os simulados vem em blocos por materia).
            MOVE SPACES TO WS-MATERIA-ANTERIOR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > SM-QTD-QUESTOES
                DISPLAY 'MATERIA DA QUESTAO ' WS-IDX
                        ' (ENTER = MESMA DA ANTERIOR): '
                MOVE SPACES TO WS-MATERIA-LIDA
                ACCEPT WS-MATERIA-LIDA
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MATERIA-LIDA))
                    TO WS-MATERIA-LIDA
                IF WS-MATERIA-LIDA = SPACES
                    MOVE WS-MATERIA-ANTERIOR TO WS-MATERIA-LIDA
                END-IF
                IF WS-MATERIA-LIDA = SPACES
                    DISPLAY 'INFORME A MATERIA DA PRIMEIRA QUESTAO'
                    CLOSE SIMULADO-FILE
                    EXIT PARAGRAPH
                END-IF
                IF WS-MATERIA-LIDA NOT = WS-MATERIA-ANTERIOR
                    CALL 'VALIDAMAT' USING WS-MATERIA-LIDA WS-MAT-OK
                    IF NOT MAT-OK
                        DISPLAY 'MATERIA NAO CADASTRADA OU INATIVA '
                                '(MATMANUT)'
                        CLOSE SIMULADO-FILE
                        EXIT PARAGRAPH
                    END-IF
                END-IF
                MOVE WS-MATERIA-LIDA TO SM-MATERIA(WS-IDX)
                MOVE WS-MATERIA-LIDA TO WS-MATERIA-ANTERIOR
            END-PERFORM
            PERFORM P700-MATERIAS-DO-SIMULADO
            IF WS-QTD-MATS > 20
                DISPLAY 'MAIS DE 20 MATERIAS NUM SIMULADO'
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF

            DISPLAY 'SEQUENCIA DA NOTA NA AVALIACOES.DAT DO BIMESTRE '
                    '(0 = O SIMULADO NAO VIRA NOTA): '
                ACCEPT SM-AVAL-SEQ
            IF SM-AVAL-SEQ > 0
                DISPLAY 'PESO DA NOTA DO SIMULADO (1 SE TODAS TEM O '
                        'MESMO PESO): '
                    ACCEPT SM-AVAL-PESO
                IF SM-AVAL-PESO = 0
                    MOVE 1 TO SM-AVAL-PESO
                END-IF
            END-IF
            MOVE WS-OPERADOR-ATUAL TO SM-OPERADOR
            MOVE WS-DATA-HOJE-FMT  TO SM-DATA
            WRITE SIMULADO-LINHA
            IF FS-SIM-OK
                DISPLAY 'SIMULADO ' SM-CODIGO ' CADASTRADO COM '
                        SM-QTD-QUESTOES ' QUESTOES EM ' WS-QTD-MATS
                        ' MATERIA(S)'
            ELSE
                CALL 'FSMSG' USING WS-FS-SIM WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-SIM ': '
                        WS-FS-MSG
            END-IF
            CLOSE SIMULADO-FILE
            .

       P200-CONSULTA.
            OPEN INPUT SIMULADO-FILE
            IF NOT FS-SIM-OK
                DISPLAY 'NENHUM SIMULADO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-LE-SIMULADO
            IF ACHOU-OK
                DISPLAY 'CADASTRADO POR ' FUNCTION TRIM(SM-OPERADOR)
                        ' EM ' SM-DATA
                IF SM-AVAL-SEQ > 0
                    DISPLAY 'NOTA VAI PARA A AVALIACAO SEQ '
                            SM-AVAL-SEQ ' PESO ' SM-AVAL-PESO
                ELSE
                    DISPLAY 'O SIMULADO NAO VIRA NOTA'
                END-IF
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > SM-QTD-QUESTOES
                    DISPLAY 'QUESTAO ' WS-IDX ' GABARITO '
                            SM-RESPOSTA-CERTA(WS-IDX) ' '
                            SM-MATERIA(WS-IDX)
                END-PERFORM
            END-IF
            CLOSE SIMULADO-FILE
            .

       P300-CORRIGE-GABARITO.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            OPEN I-O SIMULADO-FILE
            IF NOT FS-SIM-OK
                DISPLAY 'NENHUM SIMULADO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-LE-SIMULADO
            IF NOT ACHOU-OK
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'QUESTAO A CORRIGIR (1-' SM-QTD-QUESTOES '): '
                ACCEPT WS-QUESTAO
            IF WS-QUESTAO < 1 OR WS-QUESTAO > SM-QTD-QUESTOES
                DISPLAY 'QUESTAO INVALIDA'
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'GABARITO ATUAL: ' SM-RESPOSTA-CERTA(WS-QUESTAO)
            DISPLAY 'NOVO GABARITO (A-E, OU X PARA ANULAR A QUESTAO '
                    '- CERTA PARA TODOS): '
                ACCEPT WS-LETRA
            MOVE FUNCTION UPPER-CASE(WS-LETRA) TO WS-LETRA
            IF (WS-LETRA < 'A' OR WS-LETRA > 'E') AND WS-LETRA NOT = 'X'
                DISPLAY 'LETRA INVALIDA'
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LETRA TO SM-RESPOSTA-CERTA(WS-QUESTAO)
            REWRITE SIMULADO-LINHA
            IF NOT FS-SIM-OK
                CALL 'FSMSG' USING WS-FS-SIM WS-FS-MSG
                DISPLAY 'ERRO AO REGRAVAR --> COD ' WS-FS-SIM ': '
                        WS-FS-MSG
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'GABARITO CORRIGIDO - RECORRIGINDO OS CARTOES...'
            PERFORM P080-PERGUNTA-LANCAMENTO
            PERFORM P650-RECORRIGE
            CLOSE SIMULADO-FILE
            .

       P080-PERGUNTA-LANCAMENTO.
            SET LANCAR-OK TO FALSE
            IF SM-AVAL-SEQ > 0
                DISPLAY 'LANCAR AS NOTAS POR MATERIA NA AVALIACAO '
                        SM-AVAL-SEQ ' DO BIMESTRE ' SM-BIMESTRE
                        ' (S/N)? '
                    ACCEPT WS-CONFIRMA
                IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
                    SET LANCAR-OK TO TRUE
                END-IF
            END-IF
            MOVE 0 TO WS-CONT-LIDOS WS-CONT-OUTRO WS-CONT-CORRIGIDOS
                      WS-CONT-REJEITADOS WS-CONT-LANCADAS
                      WS-CONT-SEM-LINHA WS-CONT-FECHADO
            .

       P400-CARGA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT SIMULADO-FILE
            IF NOT FS-SIM-OK
                DISPLAY 'NENHUM SIMULADO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-LE-SIMULADO
            IF NOT ACHOU-OK
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT CARTAO-FILE
            IF WS-FS-CAR NOT = 0
                CALL 'FSMSG' USING WS-FS-CAR WS-FS-MSG
                DISPLAY 'ARQUIVO DA LEITORA NAO ENCONTRADO --> COD '
                        WS-FS-CAR ': ' WS-FS-MSG
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                DISPLAY 'CADASTRO MESTRE DE ALUNOS INDISPONIVEL'
                CLOSE CARTAO-FILE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            OPEN I-O SIMRESP-FILE
            PERFORM P080-PERGUNTA-LANCAMENTO
            IF LANCAR-OK
                OPEN INPUT BOLETIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CARTAO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-LIDOS
                        MOVE FUNCTION UPPER-CASE(CT-CODIGO)
                            TO CT-CODIGO
                        IF CT-CODIGO NOT = SM-CODIGO
                            ADD 1 TO WS-CONT-OUTRO
                        ELSE
                            PERFORM P410-CARTAO
                        END-IF
                END-READ
            END-PERFORM

            IF LANCAR-OK
                CLOSE BOLETIM
            END-IF
            CLOSE SIMRESP-FILE ALUNOS-FILE CARTAO-FILE SIMULADO-FILE
            DISPLAY 'CARTOES LIDOS: ' WS-CONT-LIDOS
                    ' DE OUTRO SIMULADO: ' WS-CONT-OUTRO
            PERFORM P690-RESUMO
            .

       P410-CARTAO.
            MOVE CT-AL-ID TO AL-ID
            READ ALUNOS-FILE
                KEY IS AL-ID
                INVALID KEY
                    ADD 1 TO WS-CONT-REJEITADOS
                    DISPLAY 'CARTAO REJEITADO - AL-ID ' CT-AL-ID
                            ' FORA DO CADASTRO MESTRE'
                    EXIT PARAGRAPH
            END-READ

            MOVE SM-CODIGO TO SR-CODIGO
            MOVE CT-AL-ID  TO SR-AL-ID
            SET EXISTE-OK TO FALSE
            READ SIMRESP-FILE
                KEY IS SR-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            MOVE SM-CODIGO    TO SR-CODIGO
            MOVE CT-AL-ID     TO SR-AL-ID
            MOVE AL-NOME      TO SR-NOME
            MOVE CT-TURMA     TO SR-TURMA
            IF SR-TURMA = SPACES
                MOVE AL-TURMA TO SR-TURMA
            END-IF
            MOVE FUNCTION UPPER-CASE(CT-RESPOSTAS) TO SR-RESPOSTAS
            MOVE WS-DATA-HOJE-FMT TO SR-DATA
            IF NOT EXISTE-OK
                MOVE 'N' TO SR-LANCADO
            END-IF
            PERFORM P710-CORRIGE-CARTAO
            IF LANCAR-OK
                PERFORM P750-LANCA-NOTAS
            END-IF
            IF EXISTE-OK
                REWRITE SIMRESP-LINHA
            ELSE
                WRITE SIMRESP-LINHA
            END-IF
            IF FS-RES-OK
                ADD 1 TO WS-CONT-CORRIGIDOS
            ELSE
                ADD 1 TO WS-CONT-REJEITADOS
                CALL 'FSMSG' USING WS-FS-RES WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O CARTAO DE ' CT-AL-ID
                        ' --> COD ' WS-FS-RES ': ' WS-FS-MSG
            END-IF
            .

       P500-ANALISE.
            OPEN INPUT SIMULADO-FILE
            IF NOT FS-SIM-OK
                DISPLAY 'NENHUM SIMULADO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-LE-SIMULADO
            IF NOT ACHOU-OK
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF
            PERFORM P510-ACUMULA-RESPOSTAS
            IF WS-QTD-CARTOES = 0
                DISPLAY 'NENHUM CARTAO CORRIGIDO PARA O SIMULADO'
                CLOSE SIMULADO-FILE
                EXIT PARAGRAPH
            END-IF

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
            STRING 'ANALISE DE ITENS - SIMULADO ' DELIMITED BY SIZE
                   SM-CODIGO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   SM-DESCRICAO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ANO LETIVO ' DELIMITED BY SIZE
                   SM-ANO DELIMITED BY SIZE
                   ' - BIMESTRE ' DELIMITED BY SIZE
                   SM-BIMESTRE DELIMITED BY SIZE
                   ' - EMITIDO EM ' DELIMITED BY SIZE
                   WS-DATA-HOJE-FMT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

      * Parte 1: acerto e distribuicao das marcacoes por questao.
            MOVE SPACES TO REL-LINHA
            MOVE 'QT'         TO REL-LINHA(1:2)
            MOVE 'GAB'        TO REL-LINHA(7:3)
            MOVE 'MATERIA'    TO REL-LINHA(12:7)
            MOVE 'ACERTO'     TO REL-LINHA(31:6)
            MOVE 'A'          TO REL-LINHA(40:1)
            MOVE 'B'          TO REL-LINHA(44:1)
            MOVE 'C'          TO REL-LINHA(48:1)
            MOVE 'D'          TO REL-LINHA(52:1)
            MOVE 'E'          TO REL-LINHA(56:1)
            MOVE 'BR'         TO REL-LINHA(59:2)
            MOVE 'AN'         TO REL-LINHA(63:2)
            MOVE 'OBSERVACAO' TO REL-LINHA(67:10)
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:96)
            WRITE REL-LINHA
            MOVE 0 TO WS-CONT-SUSPEITOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > SM-QTD-QUESTOES
                PERFORM P520-LINHA-QUESTAO
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

      * Parte 2: as questoes mais erradas de cada turma.
            MOVE 'QUESTOES MAIS ERRADAS POR TURMA (MENOR ACERTO '
              & 'PRIMEIRO)' TO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA(1:96)
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                PERFORM P540-MAIS-ERRADAS
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            COMPUTE WS-MEDIA-GERAL ROUNDED =
                WS-SOMA-NOTAS / WS-QTD-CARTOES
            MOVE WS-QTD-CARTOES TO WS-CONT-ED
            MOVE WS-MEDIA-GERAL TO WS-MEDIA-ED
            MOVE SPACES TO REL-LINHA
            STRING 'CARTOES CORRIGIDOS: ' DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                   '  NOTA MEDIA: ' DELIMITED BY SIZE
                   WS-MEDIA-ED DELIMITED BY SIZE
                   '  ITENS COM GABARITO SUSPEITO: ' DELIMITED BY SIZE
                   WS-CONT-SUSPEITOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF WS-CONT-SUSPEITOS > 0
                MOVE 'CONFIRA O GABARITO DOS ITENS SUSPEITOS; SE '
                  & 'ESTIVER ERRADO, CORRIJA PELA OPCAO 3.'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            CLOSE REPORT-FILE
            CLOSE SIMULADO-FILE
            DISPLAY 'ANALISE GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P510-ACUMULA-RESPOSTAS.
            MOVE 0 TO WS-QTD-CARTOES WS-SOMA-NOTAS WS-QTD-TURMAS
            INITIALIZE WS-QUESTAO-TAB WS-TURMA-TAB
            SET EOF-OK TO FALSE
            OPEN INPUT SIMRESP-FILE
            IF NOT FS-RES-OK
                EXIT PARAGRAPH
            END-IF
            MOVE SM-CODIGO TO SR-CODIGO
            MOVE 0         TO SR-AL-ID
            START SIMRESP-FILE KEY IS NOT LESS SR-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ SIMRESP-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF SR-CODIGO NOT = SM-CODIGO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P515-ACUMULA-CARTAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SIMRESP-FILE
            .

       P515-ACUMULA-CARTAO.
            ADD 1 TO WS-QTD-CARTOES
            ADD SR-NOTA TO WS-SOMA-NOTAS
            MOVE 1 TO WS-IDX-TUR
            PERFORM UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                    OR TT-TURMA(WS-IDX-TUR) = SR-TURMA
                ADD 1 TO WS-IDX-TUR
            END-PERFORM
            IF WS-IDX-TUR > WS-QTD-TURMAS
                IF WS-QTD-TURMAS < 20
                    ADD 1 TO WS-QTD-TURMAS
                    MOVE SR-TURMA TO TT-TURMA(WS-QTD-TURMAS)
                ELSE
                    MOVE 0 TO WS-IDX-TUR
                END-IF
            END-IF
            IF WS-IDX-TUR > 0
                ADD 1 TO TT-QTD(WS-IDX-TUR)
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > SM-QTD-QUESTOES
                EVALUATE SR-RESPOSTA(WS-IDX)
                    WHEN 'A'
                        MOVE 1 TO WS-IDX-ALT
                    WHEN 'B'
                        MOVE 2 TO WS-IDX-ALT
                    WHEN 'C'
                        MOVE 3 TO WS-IDX-ALT
                    WHEN 'D'
                        MOVE 4 TO WS-IDX-ALT
                    WHEN 'E'
                        MOVE 5 TO WS-IDX-ALT
                    WHEN SPACE
                        MOVE 6 TO WS-IDX-ALT
                    WHEN OTHER
                        MOVE 7 TO WS-IDX-ALT
                END-EVALUATE
                ADD 1 TO QS-ALT(WS-IDX WS-IDX-ALT)
                IF SM-RESPOSTA-CERTA(WS-IDX) = 'X'
                   OR (WS-IDX-ALT < 6
                       AND SR-RESPOSTA(WS-IDX)
                           = SM-RESPOSTA-CERTA(WS-IDX))
                    ADD 1 TO QS-ACERTOS(WS-IDX)
                    IF WS-IDX-TUR > 0
                        ADD 1 TO TT-ACERTOS(WS-IDX-TUR WS-IDX)
                    END-IF
                END-IF
            END-PERFORM
            .

       P520-LINHA-QUESTAO.
            MOVE SPACES TO WS-LINHA-ITEM
            MOVE WS-IDX TO LI-QUESTAO
            MOVE SM-RESPOSTA-CERTA(WS-IDX) TO LI-GABARITO
            MOVE SM-MATERIA(WS-IDX) TO LI-MATERIA
            COMPUTE WS-PCT ROUNDED =
                QS-ACERTOS(WS-IDX) * 100 / WS-QTD-CARTOES
            MOVE WS-PCT TO LI-PCT
            MOVE '%' TO LI-PCT-SINAL
            PERFORM VARYING WS-IDX-ALT FROM 1 BY 1 UNTIL WS-IDX-ALT > 7
                MOVE QS-ALT(WS-IDX WS-IDX-ALT) TO LI-ALT-QTD(WS-IDX-ALT)
            END-PERFORM

      * Gabarito suspeito: quase ninguem acertou e a maioria marcou a
      * mesma outra letra - o gabarito provavelmente esta errado.
            IF SM-RESPOSTA-CERTA(WS-IDX) = 'X'
                MOVE 'QUESTAO ANULADA' TO LI-OBSERVACAO
            ELSE
                IF WS-PCT < WS-CORTE-ACERTO
                    MOVE 0 TO WS-MAIOR-ERRO
                    MOVE SPACE TO WS-LETRA-ERRO
                    PERFORM VARYING WS-IDX-ALT FROM 1 BY 1
                            UNTIL WS-IDX-ALT > 5
                        IF WS-LETRA-ALT(WS-IDX-ALT)
                               NOT = SM-RESPOSTA-CERTA(WS-IDX)
                           AND QS-ALT(WS-IDX WS-IDX-ALT) > WS-MAIOR-ERRO
                            MOVE QS-ALT(WS-IDX WS-IDX-ALT)
                                TO WS-MAIOR-ERRO
                            MOVE WS-LETRA-ALT(WS-IDX-ALT)
                                TO WS-LETRA-ERRO
                        END-IF
                    END-PERFORM
                    IF WS-MAIOR-ERRO * 100
                           >= WS-CORTE-MESMA-LETRA * WS-QTD-CARTOES
                        ADD 1 TO WS-CONT-SUSPEITOS
                        STRING 'GABARITO SUSPEITO - MAIORIA: '
                                   DELIMITED BY SIZE
                               WS-LETRA-ERRO DELIMITED BY SIZE
                            INTO LI-OBSERVACAO
                    ELSE
                        MOVE 'ACERTO MUITO BAIXO' TO LI-OBSERVACAO
                    END-IF
                END-IF
            END-IF
            MOVE WS-LINHA-ITEM TO REL-LINHA
            WRITE REL-LINHA
            .

       P540-MAIS-ERRADAS.
      * Cinco menores taxas de acerto da turma, uma a uma.
            MOVE TT-QTD(WS-IDX-TUR) TO WS-CONT-ED
            MOVE SPACES TO REL-LINHA
            STRING 'TURMA ' DELIMITED BY SIZE
                   TT-TURMA(WS-IDX-TUR) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-CONT-ED DELIMITED BY SIZE
                   ' CARTOES):' DELIMITED BY SIZE
                INTO REL-LINHA
            MOVE 34 TO WS-PONTEIRO
            MOVE SPACES TO WS-USADA-TAB
            PERFORM VARYING WS-IDX-PICK FROM 1 BY 1
                    UNTIL WS-IDX-PICK > 5
                       OR WS-IDX-PICK > SM-QTD-QUESTOES
                MOVE 0 TO WS-IDX-MENOR
                MOVE 99999 TO WS-MENOR-ACERTO
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > SM-QTD-QUESTOES
                    IF WS-USADA(WS-IDX) = SPACE
                       AND SM-RESPOSTA-CERTA(WS-IDX) NOT = 'X'
                       AND TT-ACERTOS(WS-IDX-TUR WS-IDX)
                           < WS-MENOR-ACERTO
                        MOVE WS-IDX TO WS-IDX-MENOR
                        MOVE TT-ACERTOS(WS-IDX-TUR WS-IDX)
                            TO WS-MENOR-ACERTO
                    END-IF
                END-PERFORM
                IF WS-IDX-MENOR > 0
                    MOVE 'S' TO WS-USADA(WS-IDX-MENOR)
                    COMPUTE WS-PCT ROUNDED =
                        WS-MENOR-ACERTO * 100 / TT-QTD(WS-IDX-TUR)
                    MOVE WS-IDX-MENOR TO WS-QUESTAO-ED
                    MOVE WS-PCT TO WS-PCT-ED
                    STRING ' Q' DELIMITED BY SIZE
                           WS-QUESTAO-ED DELIMITED BY SIZE
                           ' (' DELIMITED BY SIZE
                           WS-PCT-ED DELIMITED BY SIZE
                           '%)' DELIMITED BY SIZE
                        INTO REL-LINHA
                        WITH POINTER WS-PONTEIRO
                END-IF
            END-PERFORM
            WRITE REL-LINHA
            .

       P650-RECORRIGE.
      * Recorrecao de todos os cartoes ja guardados do simulado, com
      * o gabarito que esta na area do registro.
            OPEN I-O SIMRESP-FILE
            IF NOT FS-RES-OK
                DISPLAY 'NENHUM CARTAO CORRIGIDO PARA O SIMULADO'
                EXIT PARAGRAPH
            END-IF
            IF LANCAR-OK
                OPEN INPUT BOLETIM
            END-IF
            SET EOF-OK TO FALSE
            MOVE SM-CODIGO TO SR-CODIGO
            MOVE 0         TO SR-AL-ID
            START SIMRESP-FILE KEY IS NOT LESS SR-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ SIMRESP-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF SR-CODIGO NOT = SM-CODIGO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P710-CORRIGE-CARTAO
                            IF LANCAR-OK
                                PERFORM P750-LANCA-NOTAS
                            END-IF
                            REWRITE SIMRESP-LINHA
                            ADD 1 TO WS-CONT-CORRIGIDOS
                        END-IF
                END-READ
            END-PERFORM
            IF LANCAR-OK
                CLOSE BOLETIM
            END-IF
            CLOSE SIMRESP-FILE
            PERFORM P690-RESUMO
            .

       P690-RESUMO.
            DISPLAY 'CARTOES CORRIGIDOS: ' WS-CONT-CORRIGIDOS
                    ' REJEITADOS: ' WS-CONT-REJEITADOS
            IF LANCAR-OK
                DISPLAY 'NOTAS LANCADAS NA AVALIACOES.DAT: '
                        WS-CONT-LANCADAS
                DISPLAY 'SEM LINHA DA MATERIA NO BOLETIM: '
                        WS-CONT-SEM-LINHA
                        ' BIMESTRE FECHADO (BIMCTL): ' WS-CONT-FECHADO
                DISPLAY 'A MEDIA DO BIMESTRE E REDERIVADA NA TELA '
                        'AVALIA, PELO FLUXO DE APROVACAO.'
            END-IF
            .

       P700-MATERIAS-DO-SIMULADO.
      * Monta a tabela de materias do simulado (ordem de aparicao).
            MOVE 0 TO WS-QTD-MATS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > SM-QTD-QUESTOES
                MOVE 1 TO WS-IDX-MAT
                PERFORM UNTIL WS-IDX-MAT > WS-QTD-MATS
                        OR WS-IDX-MAT > 20
                        OR MT-NOME(WS-IDX-MAT) = SM-MATERIA(WS-IDX)
                    ADD 1 TO WS-IDX-MAT
                END-PERFORM
                IF WS-IDX-MAT > WS-QTD-MATS
                    ADD 1 TO WS-QTD-MATS
                    IF WS-QTD-MATS <= 20
                        MOVE SM-MATERIA(WS-IDX) TO MT-NOME(WS-QTD-MATS)
                        MOVE 0 TO MT-QTD(WS-QTD-MATS)
                                  MT-ACERTOS(WS-QTD-MATS)
                    END-IF
                END-IF
            END-PERFORM
            .

       P710-CORRIGE-CARTAO.
      * Questao anulada ('X') e certa para todos; branco e dupla
      * marcacao ('*') nunca batem com o gabarito.
            PERFORM P700-MATERIAS-DO-SIMULADO
            MOVE 0 TO SR-ACERTOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > SM-QTD-QUESTOES
                MOVE 1 TO WS-IDX-MAT
                PERFORM UNTIL WS-IDX-MAT >= WS-QTD-MATS
                        OR MT-NOME(WS-IDX-MAT) = SM-MATERIA(WS-IDX)
                    ADD 1 TO WS-IDX-MAT
                END-PERFORM
                ADD 1 TO MT-QTD(WS-IDX-MAT)
                IF SM-RESPOSTA-CERTA(WS-IDX) = 'X'
                   OR SR-RESPOSTA(WS-IDX) = SM-RESPOSTA-CERTA(WS-IDX)
                    ADD 1 TO SR-ACERTOS
                    ADD 1 TO MT-ACERTOS(WS-IDX-MAT)
                END-IF
            END-PERFORM
            COMPUTE SR-NOTA ROUNDED =
                SR-ACERTOS * 10 / SM-QTD-QUESTOES
            .

       P750-LANCA-NOTAS.
      * Uma nota por materia do simulado (acertos da materia sobre
      * 10), na linha do boletim do aluno naquela materia e ano.
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATS
                COMPUTE WS-NOTA-MATERIA ROUNDED =
                    MT-ACERTOS(WS-IDX-MAT) * 10 / MT-QTD(WS-IDX-MAT)
                PERFORM P760-LINHA-DO-BOLETIM
                IF ACHOU-OK
                    CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA
                                        SM-BIMESTRE WS-BIM-RESULTADO
                    IF WS-BIM-RESULTADO = 'A'
                        CALL 'AVALREG' USING F-ID SM-BIMESTRE
                                             SM-AVAL-SEQ
                                             WS-NOTA-MATERIA
                                             SM-AVAL-PESO
                        ADD 1 TO WS-CONT-LANCADAS
                        MOVE 'S' TO SR-LANCADO
                    ELSE
                        ADD 1 TO WS-CONT-FECHADO
                    END-IF
                ELSE
                    ADD 1 TO WS-CONT-SEM-LINHA
                END-IF
            END-PERFORM
            .

       P760-LINHA-DO-BOLETIM.
            SET ACHOU-OK TO FALSE
            IF NOT FS-BOL-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-BOL-OK TO FALSE
            MOVE SR-NOME TO F-NOME
            START BOLETIM KEY IS EQUAL F-NOME
                INVALID KEY SET EOF-BOL-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-BOL-OK OR ACHOU-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-BOL-OK TO TRUE
                    NOT AT END
                        IF F-NOME NOT = SR-NOME
                            SET EOF-BOL-OK TO TRUE
                        ELSE
                            IF F-ANO-LETIVO = SM-ANO
                               AND F-MATERIA = MT-NOME(WS-IDX-MAT)
                               AND F-STATUS NOT = 'EXPURGADO'
                                SET ACHOU-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
