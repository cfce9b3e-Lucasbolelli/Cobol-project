      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: ELETIVAS DO NOVO ENSINO MEDIO (ITINERARIOS
      *          FORMATIVOS). A ALOCACAO ERA FEITA EM PLANILHA PORQUE
      *          O CATALOGO SO CONHECIA MATERIA OBRIGATORIA. AQUI A
      *          COORDENACAO OFERTA NO ANO AS MATERIAS MARCADAS COMO
      *          ELETIVAS NO MATCAT, COM O NUMERO DE VAGAS
      *          (ELETIVAS.DAT); REGISTRA A LISTA DE ESCOLHAS DE CADA
      *          ALUNO EM ORDEM DE PREFERENCIA (ATE 5, ELEOPCAO.DAT,
      *          PELO AL-ID DO CADASTRO MESTRE); E RODA A ALOCACAO.
      *          A ALOCACAO VAI POR RODADAS: PRIMEIRO TODOS OS
      *          PEDIDOS DE 1A OPCAO, DEPOIS OS DE 2A DE QUEM NAO FOI
      *          ATENDIDO, E ASSIM POR DIANTE, SEMPRE RESPEITANDO AS
      *          VAGAS. DESEMPATE: DENTRO DE CADA RODADA OS ALUNOS
      *          SAO ATENDIDOS NA ORDEM EM QUE AS ESCOLHAS FORAM
      *          REGISTRADAS (EC-SEQ) - QUEM ENTREGOU ANTES FICA COM
      *          A VAGA. O ALUNO ALOCADO GANHA A LINHA DA ELETIVA EM
      *          NOTASV2.DAT PELO CREATE (TERMO, TURMA, DUPLICATA,
      *          MESTRE, ESTATISTICA E AUDITORIA COMO EM QUALQUER
      *          CADASTRO). ALOCACAO JA FEITA NAO E DESFEITA POR UMA
      *          NOVA RODADA; A NOVA RODADA SO TENTA QUEM FICOU SEM
      *          VAGA OU REGISTROU DEPOIS. O RESULTADO SAI NO SPOOL:
      *          QUEM FICOU COM QUAL OPCAO E QUEM FICOU SEM NENHUMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELETIVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ELETIVA-FILE
               ASSIGN TO
                   WS-PATH-ELETIVAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS OE-CHAVE
                   FILE STATUS IS WS-FS-OFE
                   .
               SELECT ELEOPCAO-FILE
               ASSIGN TO
                   WS-PATH-ELEOPCAO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS EC-CHAVE
                   ALTERNATE RECORD KEY IS EC-SEQ
                   FILE STATUS IS WS-FS-ESC
                   .
               SELECT MATCAT-FILE
               ASSIGN TO
                   WS-PATH-MATCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS MC-NOME
                   FILE STATUS IS WS-FS-CAT
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
       FD ELETIVA-FILE
       DATA RECORD IS ELETIVA-LINHA.
           COPY ELETIVA_DADOS.
       FD ELEOPCAO-FILE
       DATA RECORD IS ELEOPCAO-LINHA.
           COPY ELEOPCAO_DADOS.
       FD MATCAT-FILE
       DATA RECORD IS MATCAT-LINHA.
           COPY MATCAT_DADOS.
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
       COPY INF-ALUNO.
       77 WS-FS-OFE                PIC 99.
          88 FS-OFE-OK             VALUE 0.
       77 WS-FS-ESC                PIC 99.
          88 FS-ESC-OK             VALUE 0.
       77 WS-FS-CAT                PIC 99.
          88 FS-CAT-OK             VALUE 0.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'ELETIVA'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EXISTE                PIC X VALUE 'N'.
          88 EXISTE-OK             VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-PROF-OK               PIC X.
          88 PROF-OK               VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-HOJE             PIC 9(08).
       77 WS-DATA-HOJE-FMT         PIC X(10).
      * Entrada da tela.
       77 WS-ANO                   PIC X(07).
       77 WS-MATERIA               PIC X(20).
       77 WS-VAGAS                 PIC 9(03).
       77 WS-PROF-OFERTA           PIC X(30).
       77 WS-AL-ID                 PIC 9(06).
       77 WS-ESCOLHA               PIC X(20).
       77 WS-QTD-ESCOLHAS          PIC 9.
       01 WS-ESCOLHAS-TAB.
           05 WS-ESCOLHA-NOVA      PIC X(20) OCCURS 5 TIMES.
       77 WS-SEQ-NOVA              PIC 9(06).
       77 WS-RAIZ-ACHADA           PIC 9(06).
      * Ofertas do ano, com as vagas ja ocupadas.
       77 WS-QTD-OFERTAS           PIC 9(02).
       01 WS-OFERTA-TAB.
           05 WS-OFERTA-ENTRY OCCURS 30 TIMES.
               10 TO-MATERIA       PIC X(20).
               10 TO-VAGAS         PIC 9(03).
               10 TO-OCUPADAS      PIC 9(03).
               10 TO-PROFESSOR     PIC X(30).
      * Escolhas do ano na ordem de registro (EC-SEQ).
       77 WS-QTD-ALUNOS            PIC 9(03).
       01 WS-ALUNO-TAB.
           05 WS-ALUNO-ENTRY OCCURS 500 TIMES.
               10 TA-ID            PIC 9(06).
               10 TA-SEQ           PIC 9(06).
               10 TA-NOME          PIC X(30).
               10 TA-TURMA         PIC X(10).
               10 TA-ESCOLHA       PIC X(20) OCCURS 5 TIMES.
               10 TA-STATUS        PIC X.
               10 TA-ALOCADA       PIC X(20).
               10 TA-OPCAO         PIC 9.
               10 TA-NOVO          PIC X.
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-OF                PIC 9(02).
       77 WS-IDX-ESC               PIC 9.
       77 WS-IDX-ESC2              PIC 9.
       77 WS-RODADA                PIC 9.
      * Contadores.
       77 WS-CONT                  PIC 9(04).
       77 WS-CONT-OPCAO1           PIC 9(04).
       77 WS-CONT-OUTRAS           PIC 9(04).
       77 WS-CONT-SEM-VAGA         PIC 9(04).
       77 WS-CONT-PENDENTES        PIC 9(04).
       77 WS-CONT-REJEITADOS       PIC 9(04).
       77 WS-CONT-ALOCADOS         PIC 9(04).
      * Linha do relatorio de resultado.
       01 WS-LINHA-RESULTADO.
           05 LR-SEQ               PIC 9(06).
           05 FILLER               PIC X VALUE SPACE.
           05 LR-ID                PIC 9(06).
           05 FILLER               PIC X VALUE SPACE.
           05 LR-NOME              PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 LR-TURMA             PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 LR-MATERIA           PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 LR-RESULTADO         PIC X(15).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ELETIVA' TO WS-PROGRAMA-CORRENTE
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
            DISPLAY '**** ELETIVAS - ITINERARIOS FORMATIVOS ****'
            DISPLAY '1 - OFERTAR/ALTERAR ELETIVA NO ANO'
            DISPLAY '2 - LISTAR OFERTAS DO ANO'
            DISPLAY '3 - REGISTRAR ESCOLHAS DO ALUNO'
            DISPLAY '4 - RODAR A ALOCACAO'
            DISPLAY '5 - RELATORIO DO RESULTADO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-OFERTA
                WHEN '2'
                    PERFORM P200-LISTA
                WHEN '3'
                    PERFORM P300-ESCOLHAS
                WHEN '4'
                    PERFORM P400-ALOCACAO
                WHEN '5'
                    PERFORM P500-RELATORIO
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P060-CHECA-FUNCAO.
      * Oferta, escolhas e alocacao sao funcao propria na matriz;
      * listagem e relatorio ficam abertos.
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
            OPEN I-O ELETIVA-FILE
            IF WS-FS-OFE = 35
                OPEN OUTPUT ELETIVA-FILE
            END-IF
            CLOSE ELETIVA-FILE
            OPEN I-O ELEOPCAO-FILE
            IF WS-FS-ESC = 35
                OPEN OUTPUT ELEOPCAO-FILE
            END-IF
            CLOSE ELEOPCAO-FILE
            .

       P100-OFERTA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'MATERIA ELETIVA: '
                ACCEPT WS-MATERIA
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MATERIA))
                TO WS-MATERIA
            IF WS-ANO = SPACES OR WS-MATERIA = SPACES
                EXIT PARAGRAPH
            END-IF

      * So materia ativa e marcada como eletiva no catalogo.
            SET ACHOU-OK TO FALSE
            OPEN INPUT MATCAT-FILE
            IF FS-CAT-OK
                MOVE WS-MATERIA TO MC-NOME
                READ MATCAT-FILE
                    KEY IS MC-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MC-ATIVA = 'S' AND MC-E-ELETIVA
                            SET ACHOU-OK TO TRUE
                        END-IF
                END-READ
                CLOSE MATCAT-FILE
            END-IF
            IF NOT ACHOU-OK
                DISPLAY 'MATERIA NAO CADASTRADA, INATIVA OU NAO '
                        'MARCADA COMO ELETIVA (MATMANUT)'
                EXIT PARAGRAPH
            END-IF

            OPEN I-O ELETIVA-FILE
            IF NOT FS-OFE-OK
                CALL 'FSMSG' USING WS-FS-OFE WS-FS-MSG
                DISPLAY 'ERRO NAS OFERTAS DE ELETIVAS --> COD '
                        WS-FS-OFE ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EXISTE-OK TO FALSE
            MOVE WS-ANO     TO OE-ANO
            MOVE WS-MATERIA TO OE-MATERIA
            READ ELETIVA-FILE
                KEY IS OE-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
                    DISPLAY 'OFERTA ATUAL: ' OE-VAGAS ' VAGAS - '
                            FUNCTION TRIM(OE-PROFESSOR)
            END-READ
            DISPLAY 'NUMERO DE VAGAS: '
                ACCEPT WS-VAGAS
            IF WS-VAGAS = 0
                DISPLAY 'INFORME AS VAGAS DA OFERTA'
                CLOSE ELETIVA-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'PROFESSOR: '
                ACCEPT WS-PROF-OFERTA
            CALL 'VALIDAPROF' USING WS-PROF-OFERTA WS-PROF-OK
            IF NOT PROF-OK
                DISPLAY 'PROFESSOR NAO CADASTRADO OU INATIVO '
                        '(PROFMANUT)'
                CLOSE ELETIVA-FILE
                EXIT PARAGRAPH
            END-IF

      * Vaga ja preenchida pela alocacao nao pode sumir.
            IF EXISTE-OK
                PERFORM P160-CONTA-ALOCADOS
                IF WS-CONT-ALOCADOS > WS-VAGAS
                    DISPLAY 'JA HA ' WS-CONT-ALOCADOS ' ALUNOS '
                            'ALOCADOS NESTA ELETIVA - VAGAS NAO '
                            'ALTERADAS'
                    CLOSE ELETIVA-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF

            MOVE WS-ANO            TO OE-ANO
            MOVE WS-MATERIA        TO OE-MATERIA
            MOVE WS-VAGAS          TO OE-VAGAS
            MOVE WS-PROF-OFERTA    TO OE-PROFESSOR
            MOVE WS-OPERADOR-ATUAL TO OE-OPERADOR
            MOVE WS-DATA-HOJE-FMT  TO OE-DATA
            IF EXISTE-OK
                REWRITE ELETIVA-LINHA
            ELSE
                WRITE ELETIVA-LINHA
            END-IF
            IF FS-OFE-OK
                DISPLAY 'OFERTA GRAVADA'
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-OFE
            END-IF
            CLOSE ELETIVA-FILE
            .

       P150-CARREGA-OFERTAS.
      * Ofertas do ano WS-ANO; as vagas ocupadas sao somadas depois
      * pelas escolhas ja alocadas.
            MOVE 0 TO WS-QTD-OFERTAS
            SET EOF-OK TO FALSE
            OPEN INPUT ELETIVA-FILE
            IF NOT FS-OFE-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO     TO OE-ANO
            MOVE LOW-VALUES TO OE-MATERIA
            START ELETIVA-FILE KEY IS NOT LESS OE-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ELETIVA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF OE-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF WS-QTD-OFERTAS < 30
                                ADD 1 TO WS-QTD-OFERTAS
                                MOVE OE-MATERIA
                                  TO TO-MATERIA(WS-QTD-OFERTAS)
                                MOVE OE-VAGAS
                                  TO TO-VAGAS(WS-QTD-OFERTAS)
                                MOVE 0
                                  TO TO-OCUPADAS(WS-QTD-OFERTAS)
                                MOVE OE-PROFESSOR
                                  TO TO-PROFESSOR(WS-QTD-OFERTAS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ELETIVA-FILE
            .

       P155-ACHA-OFERTA.
      * Posicao de WS-ESCOLHA na tabela de ofertas (0 = nao ofertada).
            MOVE 0 TO WS-IDX-OF
            PERFORM VARYING WS-IDX-OF FROM 1 BY 1
                    UNTIL WS-IDX-OF > WS-QTD-OFERTAS
                       OR TO-MATERIA(WS-IDX-OF) = WS-ESCOLHA
                CONTINUE
            END-PERFORM
            IF WS-IDX-OF > WS-QTD-OFERTAS
                MOVE 0 TO WS-IDX-OF
            END-IF
            .

       P160-CONTA-ALOCADOS.
      * Alunos do ano WS-ANO ja alocados em WS-MATERIA.
            MOVE 0 TO WS-CONT-ALOCADOS
            SET EOF-OK TO FALSE
            OPEN INPUT ELEOPCAO-FILE
            IF NOT FS-ESC-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO TO EC-ANO
            MOVE 0      TO EC-ID-ALUNO
            START ELEOPCAO-FILE KEY IS NOT LESS EC-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ELEOPCAO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EC-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF EC-ALOCADO AND EC-ALOCADA = WS-MATERIA
                                ADD 1 TO WS-CONT-ALOCADOS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ELEOPCAO-FILE
            .

       P170-CARREGA-ESCOLHAS.
      * Escolhas do ano WS-ANO na ordem de registro (chave alternada
      * EC-SEQ), que e a ordem de desempate da alocacao. As vagas
      * das alocacoes ja feitas entram como ocupadas.
            MOVE 0 TO WS-QTD-ALUNOS
            SET EOF-OK TO FALSE
            OPEN INPUT ELEOPCAO-FILE
            IF NOT FS-ESC-OK
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO EC-SEQ
            START ELEOPCAO-FILE KEY IS NOT LESS EC-SEQ
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ELEOPCAO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EC-ANO = WS-ANO AND WS-QTD-ALUNOS < 500
                            PERFORM P175-GUARDA-ESCOLHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ELEOPCAO-FILE
            .

       P175-GUARDA-ESCOLHA.
            ADD 1 TO WS-QTD-ALUNOS
            MOVE EC-ID-ALUNO     TO TA-ID(WS-QTD-ALUNOS)
            MOVE EC-SEQ          TO TA-SEQ(WS-QTD-ALUNOS)
            MOVE EC-NOME         TO TA-NOME(WS-QTD-ALUNOS)
            MOVE EC-TURMA        TO TA-TURMA(WS-QTD-ALUNOS)
            PERFORM VARYING WS-IDX-ESC FROM 1 BY 1
                    UNTIL WS-IDX-ESC > 5
                MOVE EC-ESCOLHA(WS-IDX-ESC)
                  TO TA-ESCOLHA(WS-QTD-ALUNOS, WS-IDX-ESC)
            END-PERFORM
            MOVE EC-STATUS       TO TA-STATUS(WS-QTD-ALUNOS)
            MOVE EC-ALOCADA      TO TA-ALOCADA(WS-QTD-ALUNOS)
            MOVE EC-OPCAO-OBTIDA TO TA-OPCAO(WS-QTD-ALUNOS)
            MOVE 'N'             TO TA-NOVO(WS-QTD-ALUNOS)
            IF EC-ALOCADO
                MOVE EC-ALOCADA TO WS-ESCOLHA
                PERFORM P155-ACHA-OFERTA
                IF WS-IDX-OF > 0
                    ADD 1 TO TO-OCUPADAS(WS-IDX-OF)
                END-IF
            END-IF
            .

       P200-LISTA.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            PERFORM P150-CARREGA-OFERTAS
            IF WS-QTD-OFERTAS = 0
                DISPLAY 'NENHUMA ELETIVA OFERTADA NO ANO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P170-CARREGA-ESCOLHAS
            PERFORM VARYING WS-IDX-OF FROM 1 BY 1
                    UNTIL WS-IDX-OF > WS-QTD-OFERTAS
                DISPLAY TO-MATERIA(WS-IDX-OF) ' VAGAS '
                        TO-VAGAS(WS-IDX-OF) ' ALOCADOS '
                        TO-OCUPADAS(WS-IDX-OF) ' - '
                        FUNCTION TRIM(TO-PROFESSOR(WS-IDX-OF))
            END-PERFORM
            DISPLAY 'ALUNOS COM ESCOLHAS REGISTRADAS: ' WS-QTD-ALUNOS
            .

       P300-ESCOLHAS.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            PERFORM P150-CARREGA-OFERTAS
            IF WS-QTD-OFERTAS = 0
                DISPLAY 'NENHUMA ELETIVA OFERTADA NO ANO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'AL-ID DO ALUNO: '
                ACCEPT WS-AL-ID

            SET ACHOU-OK TO FALSE
            OPEN INPUT ALUNOS-FILE
            IF FS-ALU-OK
                MOVE WS-AL-ID TO AL-ID
                READ ALUNOS-FILE
                    KEY IS AL-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ACHOU-OK TO TRUE
                END-READ
                CLOSE ALUNOS-FILE
            END-IF
            IF NOT ACHOU-OK
                DISPLAY 'ALUNO NAO CADASTRADO'
                EXIT PARAGRAPH
            END-IF
            IF AL-ATIVO = 'N'
                DISPLAY 'ALUNO INATIVO NO CADASTRO MESTRE'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ALUNO: ' FUNCTION TRIM(AL-NOME) ' TURMA '
                    AL-TURMA

            OPEN I-O ELEOPCAO-FILE
            IF NOT FS-ESC-OK
                CALL 'FSMSG' USING WS-FS-ESC WS-FS-MSG
                DISPLAY 'ERRO NAS ESCOLHAS DE ELETIVAS --> COD '
                        WS-FS-ESC ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EXISTE-OK TO FALSE
            MOVE WS-ANO   TO EC-ANO
            MOVE WS-AL-ID TO EC-ID-ALUNO
            READ ELEOPCAO-FILE
                KEY IS EC-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            IF EXISTE-OK AND EC-ALOCADO
                DISPLAY 'ALUNO JA ALOCADO EM '
                        FUNCTION TRIM(EC-ALOCADA)
                        ' - ESCOLHAS NAO PODEM SER ALTERADAS'
                CLOSE ELEOPCAO-FILE
                EXIT PARAGRAPH
            END-IF
            IF EXISTE-OK
                DISPLAY 'ESCOLHAS ATUAIS (ORDEM DE REGISTRO ' EC-SEQ
                        '):'
                PERFORM VARYING WS-IDX-ESC FROM 1 BY 1
                        UNTIL WS-IDX-ESC > 5
                    IF EC-ESCOLHA(WS-IDX-ESC) NOT = SPACES
                        DISPLAY '  ' WS-IDX-ESC 'A OPCAO: '
                                EC-ESCOLHA(WS-IDX-ESC)
                    END-IF
                END-PERFORM
                DISPLAY 'SUBSTITUI AS ESCOLHAS ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    CLOSE ELEOPCAO-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF

            DISPLAY 'ELETIVAS OFERTADAS NO ANO:'
            PERFORM VARYING WS-IDX-OF FROM 1 BY 1
                    UNTIL WS-IDX-OF > WS-QTD-OFERTAS
                DISPLAY '  ' TO-MATERIA(WS-IDX-OF) ' VAGAS '
                        TO-VAGAS(WS-IDX-OF)
            END-PERFORM
            MOVE SPACES TO WS-ESCOLHAS-TAB
            MOVE 0 TO WS-QTD-ESCOLHAS
            PERFORM P310-PEDE-ESCOLHA
                VARYING WS-IDX-ESC FROM 1 BY 1
                UNTIL WS-IDX-ESC > 5 OR WS-IDX-ESC > WS-QTD-ESCOLHAS + 1
            IF WS-QTD-ESCOLHAS = 0
                DISPLAY 'NENHUMA ESCOLHA INFORMADA'
                CLOSE ELEOPCAO-FILE
                EXIT PARAGRAPH
            END-IF

      * A ordem de registro e do primeiro registro: corrigir as
      * escolhas nao manda o aluno para o fim da fila.
            IF NOT EXISTE-OK
                PERFORM P320-PROXIMA-SEQ
                INITIALIZE ELEOPCAO-LINHA
                MOVE WS-ANO      TO EC-ANO
                MOVE WS-AL-ID    TO EC-ID-ALUNO
                MOVE WS-SEQ-NOVA TO EC-SEQ
            END-IF
            MOVE AL-NOME           TO EC-NOME
            MOVE AL-TURMA          TO EC-TURMA
            MOVE WS-ESCOLHAS-TAB   TO EC-ESCOLHAS
            MOVE SPACE             TO EC-STATUS
            MOVE SPACES            TO EC-ALOCADA
            MOVE 0                 TO EC-OPCAO-OBTIDA
            MOVE WS-DATA-HOJE-FMT  TO EC-DATA
            MOVE SPACES            TO EC-DATA-ALOCACAO
            MOVE WS-OPERADOR-ATUAL TO EC-OPERADOR
            IF EXISTE-OK
                REWRITE ELEOPCAO-LINHA
            ELSE
                WRITE ELEOPCAO-LINHA
            END-IF
            IF FS-ESC-OK
                DISPLAY WS-QTD-ESCOLHAS ' ESCOLHAS REGISTRADAS - '
                        'ORDEM ' EC-SEQ
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-ESC
            END-IF
            CLOSE ELEOPCAO-FILE
            .

       P310-PEDE-ESCOLHA.
      * Branco encerra a lista; a escolha tem de ser ofertada no ano
      * e nao pode repetir.
            DISPLAY WS-IDX-ESC 'A OPCAO (BRANCO = FIM): '
                ACCEPT WS-ESCOLHA
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ESCOLHA))
                TO WS-ESCOLHA
            IF WS-ESCOLHA = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM P155-ACHA-OFERTA
            IF WS-IDX-OF = 0
                DISPLAY 'ELETIVA NAO OFERTADA NO ANO - INFORME DE NOVO'
                SUBTRACT 1 FROM WS-IDX-ESC
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX-ESC2 FROM 1 BY 1
                    UNTIL WS-IDX-ESC2 > WS-QTD-ESCOLHAS
                IF WS-ESCOLHA-NOVA(WS-IDX-ESC2) = WS-ESCOLHA
                    MOVE 0 TO WS-IDX-OF
                END-IF
            END-PERFORM
            IF WS-IDX-OF = 0
                DISPLAY 'ELETIVA JA ESCOLHIDA - INFORME OUTRA'
                SUBTRACT 1 FROM WS-IDX-ESC
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-ESCOLHAS
            MOVE WS-ESCOLHA TO WS-ESCOLHA-NOVA(WS-QTD-ESCOLHAS)
            .

       P320-PROXIMA-SEQ.
      * Maior EC-SEQ ja usado + 1 (arquivo aberto em I-O).
            MOVE 0 TO WS-SEQ-NOVA
            SET EOF-OK TO FALSE
            MOVE 0 TO EC-SEQ
            START ELEOPCAO-FILE KEY IS NOT LESS EC-SEQ
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ELEOPCAO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE EC-SEQ TO WS-SEQ-NOVA
                END-READ
            END-PERFORM
            ADD 1 TO WS-SEQ-NOVA
            .

       P400-ALOCACAO.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            PERFORM P150-CARREGA-OFERTAS
            IF WS-QTD-OFERTAS = 0
                DISPLAY 'NENHUMA ELETIVA OFERTADA NO ANO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P170-CARREGA-ESCOLHAS
            IF WS-QTD-ALUNOS = 0
                DISPLAY 'NENHUMA ESCOLHA REGISTRADA NO ANO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ALOCAR ' WS-QTD-ALUNOS ' ALUNOS NAS '
                    WS-QTD-OFERTAS ' ELETIVAS DO ANO E CRIAR AS '
                    'LINHAS DO BOLETIM ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                EXIT PARAGRAPH
            END-IF

      * Rodada N: quem ainda nao tem vaga tenta a N-esima opcao, na
      * ordem de registro.
            PERFORM VARYING WS-RODADA FROM 1 BY 1 UNTIL WS-RODADA > 5
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-ALUNOS
                    IF TA-STATUS(WS-IDX) NOT = 'A'
                       AND TA-NOVO(WS-IDX) = 'N'
                        PERFORM P410-TENTA-OPCAO
                    END-IF
                END-PERFORM
            END-PERFORM

            MOVE 0 TO WS-CONT WS-CONT-SEM-VAGA WS-CONT-REJEITADOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                EVALUATE TRUE
                    WHEN TA-NOVO(WS-IDX) = 'S'
                        PERFORM P420-CRIA-LINHA
                    WHEN TA-STATUS(WS-IDX) NOT = 'A'
                        MOVE 'S' TO TA-STATUS(WS-IDX)
                        MOVE 'S' TO TA-NOVO(WS-IDX)
                        ADD 1 TO WS-CONT-SEM-VAGA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM
            PERFORM P440-REGRAVA-ESCOLHAS

            DISPLAY 'ALOCADOS NESTA RODADA: ' WS-CONT
            DISPLAY 'SEM VAGA EM NENHUMA ESCOLHA: ' WS-CONT-SEM-VAGA
            IF WS-CONT-REJEITADOS > 0
                DISPLAY 'RECUSADOS PELO CREATE (CONTINUAM AGUARDANDO '
                        'ALOCACAO): ' WS-CONT-REJEITADOS
            END-IF
            .

       P410-TENTA-OPCAO.
            MOVE TA-ESCOLHA(WS-IDX, WS-RODADA) TO WS-ESCOLHA
            IF WS-ESCOLHA = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM P155-ACHA-OFERTA
            IF WS-IDX-OF = 0
                EXIT PARAGRAPH
            END-IF
            IF TO-OCUPADAS(WS-IDX-OF) < TO-VAGAS(WS-IDX-OF)
                ADD 1 TO TO-OCUPADAS(WS-IDX-OF)
                MOVE WS-ESCOLHA TO TA-ALOCADA(WS-IDX)
                MOVE WS-RODADA  TO TA-OPCAO(WS-IDX)
                MOVE 'S'        TO TA-NOVO(WS-IDX)
            END-IF
            .

       P420-CRIA-LINHA.
      * Linha da eletiva no NOTASV2.DAT pelo caminho normal de
      * cadastro (CREATE), na turma do aluno. Responsavel vem do
      * mestre pelo proprio CREATE; a raiz da cadeia F-ID-ORIGINAL
      * vem do registro vivo do aluno, como na semeadura do RENOVA.
            MOVE 0 TO WS-RAIZ-ACHADA
            SET EOF-OK TO FALSE
            OPEN INPUT BOLETIM
            IF FS-BOL-OK
                MOVE TA-NOME(WS-IDX) TO F-NOME
                START BOLETIM KEY IS NOT LESS F-NOME
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ BOLETIM NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF F-NOME NOT = TA-NOME(WS-IDX)
                                SET EOF-OK TO TRUE
                            ELSE
                                IF F-ID-ORIGINAL = 0
                                    MOVE F-ID TO WS-RAIZ-ACHADA
                                ELSE
                                    MOVE F-ID-ORIGINAL
                                        TO WS-RAIZ-ACHADA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BOLETIM
            END-IF

            MOVE TA-ALOCADA(WS-IDX) TO WS-ESCOLHA
            PERFORM P155-ACHA-OFERTA
            INITIALIZE BOLETIM-COMPLETO
            MOVE TA-NOME(WS-IDX)    TO WS-NOME-ALUNO
            MOVE TA-ALOCADA(WS-IDX) TO WS-NOME-MATERIA
            MOVE WS-ANO             TO WS-ANO-LETIVO
            MOVE TA-TURMA(WS-IDX)   TO WS-TURMA
            MOVE 0                  TO WS-ID-RESPONSAVEL
            MOVE WS-RAIZ-ACHADA     TO WS-ID-ORIGINAL
            MOVE 0   TO MEDIA1 MEDIA2 MEDIA3 MEDIA4 MEDIATOTAL
            MOVE 100 TO WS-FREQUENCIA
            IF WS-IDX-OF > 0
                MOVE TO-PROFESSOR(WS-IDX-OF) TO WS-PROFESSOR
            ELSE
                MOVE SPACES TO WS-PROFESSOR
            END-IF
            MOVE 'EM ANDAMENTO' TO WS-SITUACAO
            CALL 'CREATE' USING BOLETIM-COMPLETO
            IF CREATE-OK
                MOVE 'A' TO TA-STATUS(WS-IDX)
                ADD 1 TO WS-CONT
            ELSE
      * Recusado (termo fechado, turma, duplicata): a vaga volta e
      * o aluno continua aguardando a proxima rodada.
                IF WS-IDX-OF > 0
                    SUBTRACT 1 FROM TO-OCUPADAS(WS-IDX-OF)
                END-IF
                MOVE SPACE  TO TA-STATUS(WS-IDX)
                MOVE SPACES TO TA-ALOCADA(WS-IDX)
                MOVE 0      TO TA-OPCAO(WS-IDX)
                ADD 1 TO WS-CONT-REJEITADOS
            END-IF
            .

       P440-REGRAVA-ESCOLHAS.
            OPEN I-O ELEOPCAO-FILE
            IF NOT FS-ESC-OK
                CALL 'FSMSG' USING WS-FS-ESC WS-FS-MSG
                DISPLAY 'ERRO AO REGRAVAR AS ESCOLHAS --> COD '
                        WS-FS-ESC ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                IF TA-NOVO(WS-IDX) = 'S'
                    MOVE WS-ANO      TO EC-ANO
                    MOVE TA-ID(WS-IDX) TO EC-ID-ALUNO
                    READ ELEOPCAO-FILE
                        KEY IS EC-CHAVE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE TA-STATUS(WS-IDX)  TO EC-STATUS
                            MOVE TA-ALOCADA(WS-IDX) TO EC-ALOCADA
                            MOVE TA-OPCAO(WS-IDX)   TO EC-OPCAO-OBTIDA
                            MOVE WS-DATA-HOJE-FMT   TO EC-DATA-ALOCACAO
                            MOVE WS-OPERADOR-ATUAL  TO EC-OPERADOR
                            REWRITE ELEOPCAO-LINHA
                    END-READ
                END-IF
            END-PERFORM
            CLOSE ELEOPCAO-FILE
            .

       P500-RELATORIO.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            PERFORM P150-CARREGA-OFERTAS
            PERFORM P170-CARREGA-ESCOLHAS
            IF WS-QTD-ALUNOS = 0
                DISPLAY 'NENHUMA ESCOLHA REGISTRADA NO ANO'
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
            STRING 'ALOCACAO DE ELETIVAS - ANO LETIVO '
                       DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' - EMITIDO EM ' DELIMITED BY SIZE
                   WS-DATA-HOJE-FMT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'CRITERIO: RODADAS POR ORDEM DE PREFERENCIA; EMPATE '
                TO REL-LINHA
            MOVE 'PELA ORDEM DE REGISTRO DAS ESCOLHAS (SEQ)'
                TO REL-LINHA(52:41)
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'SEQ    AL-ID  ALUNO                          TURMA'
                TO REL-LINHA
            MOVE 'ELETIVA              RESULTADO'
                TO REL-LINHA(57:30)
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT-OPCAO1 WS-CONT-OUTRAS WS-CONT-SEM-VAGA
                      WS-CONT-PENDENTES
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                PERFORM P510-LINHA-ALUNO
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'OCUPACAO DAS OFERTAS:' TO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-OF FROM 1 BY 1
                    UNTIL WS-IDX-OF > WS-QTD-OFERTAS
                MOVE SPACES TO REL-LINHA
                STRING '  ' DELIMITED BY SIZE
                       TO-MATERIA(WS-IDX-OF) DELIMITED BY SIZE
                       ' VAGAS ' DELIMITED BY SIZE
                       TO-VAGAS(WS-IDX-OF) DELIMITED BY SIZE
                       ' ALOCADOS ' DELIMITED BY SIZE
                       TO-OCUPADAS(WS-IDX-OF) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       TO-PROFESSOR(WS-IDX-OF) DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'NA 1A OPCAO: ' DELIMITED BY SIZE
                   WS-CONT-OPCAO1 DELIMITED BY SIZE
                   '   EM OUTRA OPCAO: ' DELIMITED BY SIZE
                   WS-CONT-OUTRAS DELIMITED BY SIZE
                   '   SEM VAGA: ' DELIMITED BY SIZE
                   WS-CONT-SEM-VAGA DELIMITED BY SIZE
                   '   AGUARDANDO: ' DELIMITED BY SIZE
                   WS-CONT-PENDENTES DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P510-LINHA-ALUNO.
            MOVE TA-SEQ(WS-IDX)   TO LR-SEQ
            MOVE TA-ID(WS-IDX)    TO LR-ID
            MOVE TA-NOME(WS-IDX)  TO LR-NOME
            MOVE TA-TURMA(WS-IDX) TO LR-TURMA
            MOVE SPACES           TO LR-MATERIA LR-RESULTADO
            EVALUATE TA-STATUS(WS-IDX)
                WHEN 'A'
                    MOVE TA-ALOCADA(WS-IDX) TO LR-MATERIA
                    STRING TA-OPCAO(WS-IDX) DELIMITED BY SIZE
                           'A OPCAO' DELIMITED BY SIZE
                        INTO LR-RESULTADO
                    IF TA-OPCAO(WS-IDX) = 1
                        ADD 1 TO WS-CONT-OPCAO1
                    ELSE
                        ADD 1 TO WS-CONT-OUTRAS
                    END-IF
                WHEN 'S'
                    MOVE 'SEM VAGA' TO LR-RESULTADO
                    ADD 1 TO WS-CONT-SEM-VAGA
                WHEN OTHER
                    MOVE 'AGUARDANDO' TO LR-RESULTADO
                    ADD 1 TO WS-CONT-PENDENTES
            END-EVALUATE
            MOVE SPACES TO REL-LINHA
            MOVE WS-LINHA-RESULTADO TO REL-LINHA
            WRITE REL-LINHA
            .
