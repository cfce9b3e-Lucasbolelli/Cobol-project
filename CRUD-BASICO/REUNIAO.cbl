      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: REUNIAO DE PAIS POR TURMA A CADA BIMESTRE, COM A
      *          ENTREGA DO BOLETIM IMPRESSO. AGENDA A REUNIAO DA
      *          TURMA (DATA, HORA E SALA DO SALAS.DAT, SEM CHOQUE
      *          COM OUTRA REUNIAO NA MESMA SALA E HORA), IMPRIME A
      *          FOLHA DE ASSINATURAS COM CADA ALUNO, O RESPONSAVEL
      *          DO CADASTROPF.DAT E O NUMERO DO ULTIMO BOLETIM
      *          EMITIDO (EMISSOES.DAT) - GERANDO A LISTA DA REUNIAO
      *          EM REUNPRES.DAT -, E DEPOIS RECEBE QUEM COMPARECEU E
      *          O NUMERO DO BOLETIM ENTREGUE A CADA FAMILIA (TAMBEM
      *          A ENTREGA AVULSA, FORA DA REUNIAO). RELATORIOS PARA
      *          A COORDENACAO LIGAR: FAMILIAS QUE FALTARAM A
      *          REUNIOES SEGUIDAS E BOLETINS AINDA NAO ENTREGUES,
      *          COM O TELEFONE DO RESPONSAVEL. AGENDAR E LANCAR SAO
      *          A FUNCAO CADASTRO DA MATRIZ DE PERMISSOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REUNIAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REUNIAO-FILE
               ASSIGN TO
                   WS-PATH-REUNIOES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RE-CHAVE
                   FILE STATUS IS WS-FS-REU
                   .
               SELECT REUNPRES-FILE
               ASSIGN TO
                   WS-PATH-REUNPRES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RU-CHAVE
                   FILE STATUS IS WS-FS-RPR
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT CADASTRO-PF-FILE
               ASSIGN TO
                   WS-PATH-CADASTRO-PF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT SALA-FILE
               ASSIGN TO
                   WS-PATH-SALAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SA-CODIGO
                   FILE STATUS IS WS-FS-SAL
                   .
               SELECT EMISSAO-FILE
               ASSIGN TO
                   WS-PATH-EMISSOES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-EMI
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
       FD REUNIAO-FILE
       DATA RECORD IS REUNIAO-LINHA.
           COPY REUNIAO_DADOS.
       FD REUNPRES-FILE
       DATA RECORD IS REUNPRES-LINHA.
           COPY REUNPRES_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD SALA-FILE
       DATA RECORD IS SALA-LINHA.
           COPY SALA_DADOS.
       FD EMISSAO-FILE
       DATA RECORD IS EMISSAO-LINHA.
           COPY EMISSAO_DADOS.
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
       77 WS-FS-REU                PIC 99.
          88 FS-REU-OK             VALUE 0.
       77 WS-FS-RPR                PIC 99.
          88 FS-RPR-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-SAL                PIC 99.
          88 FS-SAL-OK             VALUE 0.
       77 WS-FS-EMI                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'REUNIAO'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-RPR               PIC X VALUE 'N'.
          88 EOF-RPR-OK            VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Reuniao escolhida.
       77 WS-ANO                   PIC X(07).
       77 WS-BIMESTRE              PIC 9.
       77 WS-TURMA                 PIC X(10).
       77 WS-DATA                  PIC X(10).
       77 WS-HORA                  PIC X(05).
       77 WS-SALA                  PIC X(06).
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-CHOQUE                PIC X VALUE 'N'.
          88 CHOQUE-OK             VALUE 'S' FALSE 'N'.
      * Alunos distintos da turma, no molde da CHAMADA.
       77 WS-QTD-ALUNOS            PIC 9(03) VALUE 0.
       01 WS-ALUNO-TAB.
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
               10 RA-NOME          PIC X(30).
               10 RA-ID            PIC 9(06).
               10 RA-RESP          PIC 9(06).
               10 RA-EMISSAO       PIC 9(06).
       77 WS-IDX                   PIC 9(03).
      * Lancamento do comparecimento e da entrega.
       77 WS-RESPOSTA              PIC X.
       77 WS-NUM-EMISSAO           PIC 9(06).
       77 WS-ULT-EMISSAO           PIC 9(06).
       77 WS-EMISSAO-ACHADA        PIC X VALUE 'N'.
          88 EMISSAO-ACHADA-OK     VALUE 'S' FALSE 'N'.
       77 WS-NOME-ALUNO            PIC X(30).
       77 WS-NOME-RESP             PIC X(31).
       77 WS-FONE-RESP             PIC X(16).
      * Faltas seguidas: uma linha por aluno do ano, com o
      * comparecimento de cada bimestre.
       77 WS-MIN-SEGUIDAS          PIC 9 VALUE 2.
       77 WS-QTD-FAM               PIC 9(03) VALUE 0.
       01 WS-FAM-TAB.
           05 WS-FAM-ENTRY OCCURS 500 TIMES.
               10 FT-NOME          PIC X(30).
               10 FT-TURMA         PIC X(10).
               10 FT-RESP          PIC 9(06).
               10 FT-PRES          PIC X OCCURS 4 TIMES.
               10 FT-SEGUIDAS      PIC 9.
               10 FT-IMPRESSO      PIC X.
       77 WS-IDX-FAM               PIC 9(03).
       77 WS-IDX-GRP               PIC 9(03).
       77 WS-IDX-BIM               PIC 9.
       77 WS-RESP-ATUAL            PIC 9(06).
       77 WS-PARA                  PIC X.
      * Contadores.
       77 WS-CONT-LISTA            PIC 9(03).
       77 WS-CONT-NOVOS            PIC 9(03).
       77 WS-CONT-PRESENTES        PIC 9(03).
       77 WS-CONT-ENTREGUES        PIC 9(03).
       77 WS-CONT-RELATORIO        PIC 9(04).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REUNIAO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
      * Livro de emissoes da unidade escolar da sessao (cada
      * unidade numera os seus documentos).
            MOVE 'U' TO WS-UP-MODO
            CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-EMISSOES
            PERFORM P90-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** REUNIAO DE PAIS E ENTREGA DE BOLETIM ****'
            DISPLAY '1 - AGENDAR A REUNIAO DE UMA TURMA'
            DISPLAY '2 - LISTAR AS REUNIOES DO BIMESTRE'
            DISPLAY '3 - IMPRIMIR A FOLHA DE ASSINATURAS'
            DISPLAY '4 - LANCAR COMPARECIMENTO E ENTREGA'
            DISPLAY '5 - ENTREGA AVULSA DE BOLETIM'
            DISPLAY '6 - FAMILIAS COM FALTAS SEGUIDAS'
            DISPLAY '7 - BOLETINS NAO ENTREGUES'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-AGENDA
                WHEN '2'
                    PERFORM P200-LISTA
                WHEN '3'
                    PERFORM P300-FOLHA
                WHEN '4'
                    PERFORM P400-LANCA
                WHEN '5'
                    PERFORM P500-AVULSA
                WHEN '6'
                    PERFORM P600-FALTOSAS
                WHEN '7'
                    PERFORM P700-NAO-ENTREGUES
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
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            .

       P050-PEDE-REUNIAO.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'BIMESTRE (1-4): '
                ACCEPT WS-BIMESTRE
            DISPLAY 'TURMA: '
                ACCEPT WS-TURMA
            .

       P060-CHECA-FUNCAO.
      * Agendar e lancar sao funcao propria na matriz.
            MOVE 'CADASTRO' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            .

       P070-ABRE-REUNIOES.
            OPEN I-O REUNIAO-FILE
            IF WS-FS-REU = 35
                OPEN OUTPUT REUNIAO-FILE
                CLOSE REUNIAO-FILE
                OPEN I-O REUNIAO-FILE
            END-IF
            IF NOT FS-REU-OK
                CALL 'FSMSG' USING WS-FS-REU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A AGENDA DE REUNIOES --> COD '
                        WS-FS-REU ': ' WS-FS-MSG
            END-IF
            .

       P075-ABRE-LISTA.
            OPEN I-O REUNPRES-FILE
            IF WS-FS-RPR = 35
                OPEN OUTPUT REUNPRES-FILE
                CLOSE REUNPRES-FILE
                OPEN I-O REUNPRES-FILE
            END-IF
            IF NOT FS-RPR-OK
                CALL 'FSMSG' USING WS-FS-RPR WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A LISTA DA REUNIAO --> COD '
                        WS-FS-RPR ': ' WS-FS-MSG
            END-IF
            .

       P080-DADOS-RESP.
      * Nome e telefone do responsavel de WS-RESP-ATUAL.
            MOVE 'SEM RESPONSAVEL CADASTRADO' TO WS-NOME-RESP
            MOVE SPACES TO WS-FONE-RESP
            IF WS-RESP-ATUAL = 0
                EXIT PARAGRAPH
            END-IF
            MOVE 'RESPONSAVEL NAO ENCONTRADO' TO WS-NOME-RESP
            OPEN INPUT CADASTRO-PF-FILE
            IF NOT FS-PF-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-RESP-ATUAL TO F-ID-PF
            READ CADASTRO-PF-FILE
                KEY IS F-ID-PF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-NOME-RESP
                    STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-SEGUNDO-NOME)
                                DELIMITED BY SIZE
                        INTO WS-NOME-RESP
                    STRING '(' DELIMITED BY SIZE
                           F-DDD DELIMITED BY SIZE
                           ') ' DELIMITED BY SIZE
                           F-PREFIXO DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           F-SUFIXO DELIMITED BY SIZE
                        INTO WS-FONE-RESP
            END-READ
            CLOSE CADASTRO-PF-FILE
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

       P100-AGENDA.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-PEDE-REUNIAO
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
               OR WS-TURMA = SPACES
                DISPLAY 'BIMESTRE OU TURMA INVALIDOS'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DATA DA REUNIAO (AAAA/MM/DD): '
                ACCEPT WS-DATA
            MOVE SPACES TO WS-DATA-NUM-X
            STRING WS-DATA(1:4) DELIMITED BY SIZE
                   WS-DATA(6:2) DELIMITED BY SIZE
                   WS-DATA(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X NOT NUMERIC
                DISPLAY 'DATA INVALIDA - USE AAAA/MM/DD'
                EXIT PARAGRAPH
            END-IF
      * Fim de semana serve (reuniao de sabado e comum); feriado e
      * recesso do calendario de dias nao.
            CALL 'DIALETIVO' USING WS-DATA WS-DV-LETIVO WS-DV-TIPO
                                   WS-DV-DIA-GRADE WS-DV-DESCRICAO
            IF WS-DV-TIPO = 'F' OR WS-DV-TIPO = 'R'
                DISPLAY 'DATA CAI EM ' FUNCTION TRIM(WS-DV-DESCRICAO)
                        ' - REUNIAO RECUSADA'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'HORA (HH:MM): '
                ACCEPT WS-HORA
            IF WS-HORA(1:2) NOT NUMERIC OR WS-HORA(4:2) NOT NUMERIC
               OR WS-HORA(1:2) > '23' OR WS-HORA(4:2) > '59'
                DISPLAY 'HORA INVALIDA - USE HH:MM'
                EXIT PARAGRAPH
            END-IF
            MOVE ':' TO WS-HORA(3:1)
            DISPLAY 'SALA (CODIGO DO SALAMAN): '
                ACCEPT WS-SALA
            PERFORM P150-VALIDA-SALA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF

            PERFORM P070-ABRE-REUNIOES
            IF NOT FS-REU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P160-CHECA-CHOQUE
            IF CHOQUE-OK
                CLOSE REUNIAO-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO      TO RE-ANO
            MOVE WS-BIMESTRE TO RE-BIMESTRE
            MOVE WS-TURMA    TO RE-TURMA
            READ REUNIAO-FILE
                KEY IS RE-CHAVE
                INVALID KEY
                    PERFORM P170-MONTA-REUNIAO
                    MOVE 'A' TO RE-SITUACAO
                    WRITE REUNIAO-LINHA
                    IF FS-REU-OK
                        DISPLAY 'REUNIAO AGENDADA'
                    ELSE
                        DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-REU
                    END-IF
                NOT INVALID KEY
                    DISPLAY 'REUNIAO JA AGENDADA EM ' RE-DATA ' '
                            RE-HORA ' SALA ' RE-SALA
                    IF RE-REALIZADA
                        DISPLAY 'REUNIAO JA REALIZADA - NADA ALTERADO'
                    ELSE
                        DISPLAY 'REMARCAR PARA A NOVA DATA ? S/N'
                            CALL 'CONFIRMA' USING WS-RESPOSTA
                        IF WS-RESPOSTA = 'S'
                            PERFORM P170-MONTA-REUNIAO
                            REWRITE REUNIAO-LINHA
                            IF FS-REU-OK
                                DISPLAY 'REUNIAO REMARCADA'
                            ELSE
                                DISPLAY 'ERRO AO REGRAVAR --> COD '
                                        WS-FS-REU
                            END-IF
                        END-IF
                    END-IF
            END-READ
            CLOSE REUNIAO-FILE
            .

       P150-VALIDA-SALA.
            SET ACHOU-OK TO FALSE
            OPEN INPUT SALA-FILE
            IF NOT FS-SAL-OK
                CALL 'FSMSG' USING WS-FS-SAL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE SALAS --> COD '
                        WS-FS-SAL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SALA TO SA-CODIGO
            READ SALA-FILE
                KEY IS SA-CODIGO
                INVALID KEY
                    DISPLAY 'SALA NAO CADASTRADA (SALAMAN)'
                NOT INVALID KEY
                    IF SA-ATIVA-OK
                        SET ACHOU-OK TO TRUE
                    ELSE
                        DISPLAY 'SALA DESATIVADA'
                    END-IF
            END-READ
            CLOSE SALA-FILE
            .

       P160-CHECA-CHOQUE.
      * Outra turma com reuniao na mesma sala, data e hora.
            SET CHOQUE-OK TO FALSE
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO RE-CHAVE
            START REUNIAO-FILE KEY IS NOT LESS RE-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR CHOQUE-OK
                READ REUNIAO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RE-DATA = WS-DATA AND RE-HORA = WS-HORA
                           AND RE-SALA = WS-SALA
                           AND NOT (RE-ANO = WS-ANO
                                    AND RE-BIMESTRE = WS-BIMESTRE
                                    AND RE-TURMA = WS-TURMA)
                            SET CHOQUE-OK TO TRUE
                            DISPLAY 'SALA OCUPADA NESSE HORARIO PELA '
                                    'REUNIAO DA TURMA ' RE-TURMA
                        END-IF
                END-READ
            END-PERFORM
            .

       P170-MONTA-REUNIAO.
            MOVE WS-DATA           TO RE-DATA
            MOVE WS-HORA           TO RE-HORA
            MOVE WS-SALA           TO RE-SALA
            MOVE WS-OPERADOR-ATUAL TO RE-OPERADOR
            .

       P200-LISTA.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'BIMESTRE (0 = TODOS): '
                ACCEPT WS-BIMESTRE
            OPEN INPUT REUNIAO-FILE
            IF NOT FS-REU-OK
                DISPLAY 'NENHUMA REUNIAO AGENDADA'
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT-RELATORIO
            SET EOF-OK TO FALSE
            MOVE WS-ANO TO RE-ANO
            MOVE 0      TO RE-BIMESTRE
            MOVE SPACES TO RE-TURMA
            START REUNIAO-FILE KEY IS NOT LESS RE-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ REUNIAO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RE-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF WS-BIMESTRE = 0
                               OR RE-BIMESTRE = WS-BIMESTRE
                                ADD 1 TO WS-CONT-RELATORIO
                                DISPLAY RE-BIMESTRE 'O BIM  TURMA '
                                        RE-TURMA ' ' RE-DATA ' '
                                        RE-HORA ' SALA ' RE-SALA
                                        ' SITUACAO ' RE-SITUACAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REUNIAO-FILE
            DISPLAY 'REUNIOES: ' WS-CONT-RELATORIO
                    ' (A = AGENDADA, R = REALIZADA)'
            .

       P300-FOLHA.
      * A folha sai da turma no boletim; a lista da reuniao e
      * gravada junto (quem ja esta na lista fica como esta).
            PERFORM P050-PEDE-REUNIAO
            OPEN INPUT REUNIAO-FILE
            IF NOT FS-REU-OK
                DISPLAY 'NENHUMA REUNIAO AGENDADA'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO      TO RE-ANO
            MOVE WS-BIMESTRE TO RE-BIMESTRE
            MOVE WS-TURMA    TO RE-TURMA
            SET ACHOU-OK TO FALSE
            READ REUNIAO-FILE
                KEY IS RE-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            CLOSE REUNIAO-FILE
            IF NOT ACHOU-OK
                DISPLAY 'REUNIAO NAO AGENDADA PARA A TURMA (OPCAO 1)'
                EXIT PARAGRAPH
            END-IF

            PERFORM P310-CARREGA-ALUNOS
            IF WS-QTD-ALUNOS = 0
                DISPLAY 'NENHUM ALUNO DA TURMA NO BOLETIM'
                EXIT PARAGRAPH
            END-IF
            PERFORM P320-ULTIMAS-EMISSOES

            PERFORM P075-ABRE-LISTA
            IF NOT FS-RPR-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P085-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING 'REUNIAO DE PAIS - TURMA ' DELIMITED BY SIZE
                   WS-TURMA DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-BIMESTRE DELIMITED BY SIZE
                   'O BIMESTRE ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DATA ' DELIMITED BY SIZE
                   RE-DATA DELIMITED BY SIZE
                   '  HORA ' DELIMITED BY SIZE
                   RE-HORA DELIMITED BY SIZE
                   '  SALA ' DELIMITED BY SIZE
                   RE-SALA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ALUNO                          RESPONSAVEL'
              TO REL-LINHA
            MOVE 'BOLETIM  ASSINATURA' TO REL-LINHA(58:19)
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT-NOVOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                PERFORM P330-LINHA-FOLHA
            END-PERFORM
            CLOSE REUNPRES-FILE

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS: ' DELIMITED BY SIZE
                   WS-QTD-ALUNOS DELIMITED BY SIZE
                   '   (BOLETIM = NUMERO DA ULTIMA EMISSAO; '
                       DELIMITED BY SIZE
                   'CORRIGIR A MAO SE OUTRO FOR ENTREGUE)'
                       DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'ALUNOS NA FOLHA: ' WS-QTD-ALUNOS
                    ' - NOVOS NA LISTA DA REUNIAO: ' WS-CONT-NOVOS
            DISPLAY 'FOLHA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P310-CARREGA-ALUNOS.
            MOVE 0 TO WS-QTD-ALUNOS
            SET EOF-OK TO FALSE
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ BOLETIM
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-TURMA = WS-TURMA
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P315-GUARDA-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            .

       P315-GUARDA-ALUNO.
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-ALUNOS
                    OR RA-NOME(WS-IDX) = F-NOME
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX > WS-QTD-ALUNOS AND WS-QTD-ALUNOS < 100
                ADD 1 TO WS-QTD-ALUNOS
                MOVE F-NOME           TO RA-NOME(WS-QTD-ALUNOS)
                MOVE F-ID             TO RA-ID(WS-QTD-ALUNOS)
                MOVE F-ID-RESPONSAVEL TO RA-RESP(WS-QTD-ALUNOS)
                MOVE 0                TO RA-EMISSAO(WS-QTD-ALUNOS)
            END-IF
            .

       P320-ULTIMAS-EMISSOES.
      * Uma passada no livro de emissoes: o numero mais alto de
      * cada aluno e o do ultimo boletim impresso.
            SET EOF-OK TO FALSE
            OPEN INPUT EMISSAO-FILE
            IF WS-FS-EMI NOT = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ EMISSAO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                                UNTIL WS-IDX > WS-QTD-ALUNOS
                            IF RA-NOME(WS-IDX) = EM-NOME
                               AND EM-NUM > RA-EMISSAO(WS-IDX)
                                MOVE EM-NUM TO RA-EMISSAO(WS-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE EMISSAO-FILE
            .

       P330-LINHA-FOLHA.
            MOVE RA-RESP(WS-IDX) TO WS-RESP-ATUAL
            PERFORM P080-DADOS-RESP
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            MOVE RA-NOME(WS-IDX) TO REL-LINHA(1:30)
            MOVE WS-NOME-RESP    TO REL-LINHA(32:25)
            IF RA-EMISSAO(WS-IDX) > 0
                MOVE RA-EMISSAO(WS-IDX) TO REL-LINHA(58:6)
            ELSE
                MOVE '______' TO REL-LINHA(58:6)
            END-IF
            MOVE '______________________________' TO REL-LINHA(67:30)
            WRITE REL-LINHA

            MOVE WS-ANO          TO RU-ANO
            MOVE WS-BIMESTRE     TO RU-BIMESTRE
            MOVE WS-TURMA        TO RU-TURMA
            MOVE RA-NOME(WS-IDX) TO RU-NOME
            READ REUNPRES-FILE
                KEY IS RU-CHAVE
                INVALID KEY
                    MOVE RA-ID(WS-IDX)   TO RU-ID
                    MOVE RA-RESP(WS-IDX) TO RU-ID-RESP
                    MOVE SPACE           TO RU-COMPARECEU
                    MOVE 0               TO RU-EMISSAO
                    MOVE SPACES          TO RU-DATA-ENTREGA
                    MOVE SPACES          TO RU-OPERADOR
                    WRITE REUNPRES-LINHA
                    IF FS-RPR-OK
                        ADD 1 TO WS-CONT-NOVOS
                    END-IF
            END-READ
            .

       P400-LANCA.
      * Percorre a lista da reuniao na ordem da folha.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-PEDE-REUNIAO
            PERFORM P070-ABRE-REUNIOES
            IF NOT FS-REU-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO      TO RE-ANO
            MOVE WS-BIMESTRE TO RE-BIMESTRE
            MOVE WS-TURMA    TO RE-TURMA
            READ REUNIAO-FILE
                KEY IS RE-CHAVE
                INVALID KEY
                    DISPLAY 'REUNIAO NAO AGENDADA PARA A TURMA'
                    CLOSE REUNIAO-FILE
                    EXIT PARAGRAPH
            END-READ
            PERFORM P075-ABRE-LISTA
            IF NOT FS-RPR-OK
                CLOSE REUNIAO-FILE
                EXIT PARAGRAPH
            END-IF

            MOVE 0 TO WS-CONT-LISTA WS-CONT-PRESENTES WS-CONT-ENTREGUES
            SET EOF-RPR-OK TO FALSE
            MOVE WS-ANO      TO RU-ANO
            MOVE WS-BIMESTRE TO RU-BIMESTRE
            MOVE WS-TURMA    TO RU-TURMA
            MOVE LOW-VALUES  TO RU-NOME
            START REUNPRES-FILE KEY IS NOT LESS RU-CHAVE
                INVALID KEY SET EOF-RPR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-RPR-OK
                READ REUNPRES-FILE NEXT RECORD
                    AT END
                        SET EOF-RPR-OK TO TRUE
                    NOT AT END
                        IF RU-ANO NOT = WS-ANO
                           OR RU-BIMESTRE NOT = WS-BIMESTRE
                           OR RU-TURMA NOT = WS-TURMA
                            SET EOF-RPR-OK TO TRUE
                        ELSE
                            PERFORM P450-LANCA-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REUNPRES-FILE

            IF WS-CONT-LISTA = 0
                DISPLAY 'LISTA DA REUNIAO VAZIA - IMPRIMA A FOLHA '
                        'DE ASSINATURAS PRIMEIRO (OPCAO 3)'
            ELSE
                MOVE 'R' TO RE-SITUACAO
                REWRITE REUNIAO-LINHA
                DISPLAY 'FAMILIAS NA LISTA: ' WS-CONT-LISTA
                        ' - PRESENTES: ' WS-CONT-PRESENTES
                        ' - BOLETINS ENTREGUES: ' WS-CONT-ENTREGUES
            END-IF
            CLOSE REUNIAO-FILE
            .

       P450-LANCA-ALUNO.
            ADD 1 TO WS-CONT-LISTA
            MOVE RU-ID-RESP TO WS-RESP-ATUAL
            PERFORM P080-DADOS-RESP
            DISPLAY ' '
            DISPLAY FUNCTION TRIM(RU-NOME) ' - RESP '
                    FUNCTION TRIM(WS-NOME-RESP)
            DISPLAY 'COMPARECEU ? (S/N, ENTER MANTEM "'
                    RU-COMPARECEU '")'
                ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 'N'
                MOVE WS-RESPOSTA TO RU-COMPARECEU
            END-IF
            IF RU-PRESENTE
                ADD 1 TO WS-CONT-PRESENTES
                IF RU-EMISSAO = 0
                    PERFORM P460-PEDE-EMISSAO
                END-IF
            END-IF
            IF RU-EMISSAO > 0
                ADD 1 TO WS-CONT-ENTREGUES
            END-IF
            MOVE WS-OPERADOR-ATUAL TO RU-OPERADOR
            REWRITE REUNPRES-LINHA
            IF NOT FS-RPR-OK
                DISPLAY 'ERRO AO REGRAVAR --> COD ' WS-FS-RPR
            END-IF
            .

       P460-PEDE-EMISSAO.
      * O numero tem de existir no livro de emissoes e ser de um
      * boletim deste aluno; zero = nao levou o boletim.
            MOVE RU-NOME TO WS-NOME-ALUNO
            MOVE 0 TO WS-NUM-EMISSAO
            PERFORM P470-BUSCA-EMISSAO
            DISPLAY 'NUMERO DO BOLETIM ENTREGUE (0 = NAO ENTREGUE, '
                    'ULTIMO EMITIDO: ' WS-ULT-EMISSAO '): '
                ACCEPT WS-NUM-EMISSAO
            IF WS-NUM-EMISSAO = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM P470-BUSCA-EMISSAO
            IF EMISSAO-ACHADA-OK
                MOVE WS-NUM-EMISSAO TO RU-EMISSAO
                MOVE WS-DATA-FORMAT TO RU-DATA-ENTREGA
            ELSE
                DISPLAY 'NUMERO ' WS-NUM-EMISSAO ' NAO E BOLETIM '
                        'EMITIDO PARA ESTE ALUNO - ENTREGA NAO '
                        'REGISTRADA'
            END-IF
            .

       P470-BUSCA-EMISSAO.
            MOVE 0 TO WS-ULT-EMISSAO
            SET EMISSAO-ACHADA-OK TO FALSE
            SET EOF-OK TO FALSE
            OPEN INPUT EMISSAO-FILE
            IF WS-FS-EMI NOT = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ EMISSAO-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EM-NOME = WS-NOME-ALUNO
                            IF EM-NUM > WS-ULT-EMISSAO
                                MOVE EM-NUM TO WS-ULT-EMISSAO
                            END-IF
                            IF EM-NUM = WS-NUM-EMISSAO
                                SET EMISSAO-ACHADA-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMISSAO-FILE
            .

       P500-AVULSA.
      * Boletim retirado depois da reuniao, na secretaria.
            PERFORM P060-CHECA-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            PERFORM P050-PEDE-REUNIAO
            DISPLAY 'NOME DO ALUNO: '
                ACCEPT WS-NOME-ALUNO
            PERFORM P075-ABRE-LISTA
            IF NOT FS-RPR-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ANO        TO RU-ANO
            MOVE WS-BIMESTRE   TO RU-BIMESTRE
            MOVE WS-TURMA      TO RU-TURMA
            MOVE WS-NOME-ALUNO TO RU-NOME
            READ REUNPRES-FILE
                KEY IS RU-CHAVE
                INVALID KEY
                    DISPLAY 'ALUNO NAO ESTA NA LISTA DESSA REUNIAO'
                NOT INVALID KEY
                    IF RU-EMISSAO > 0
                        DISPLAY 'BOLETIM ' RU-EMISSAO ' JA ENTREGUE EM '
                                RU-DATA-ENTREGA
                    ELSE
                        PERFORM P460-PEDE-EMISSAO
                        IF RU-EMISSAO > 0
                            MOVE WS-OPERADOR-ATUAL TO RU-OPERADOR
                            REWRITE REUNPRES-LINHA
                            IF FS-RPR-OK
                                DISPLAY 'ENTREGA REGISTRADA'
                            ELSE
                                DISPLAY 'ERRO AO REGRAVAR --> COD '
                                        WS-FS-RPR
                            END-IF
                        END-IF
                    END-IF
            END-READ
            CLOSE REUNPRES-FILE
            .

       P600-FALTOSAS.
      * Sequencia atual de faltas: do bimestre mais recente com
      * comparecimento lancado para tras, ate a primeira presenca.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'MINIMO DE REUNIOES SEGUIDAS SEM COMPARECER '
                    '(PADRAO 2): '
                ACCEPT WS-MIN-SEGUIDAS
            IF WS-MIN-SEGUIDAS = 0
                MOVE 2 TO WS-MIN-SEGUIDAS
            END-IF
            OPEN INPUT REUNPRES-FILE
            IF NOT FS-RPR-OK
                DISPLAY 'NENHUMA LISTA DE REUNIAO GRAVADA'
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-QTD-FAM
            SET EOF-OK TO FALSE
            MOVE WS-ANO     TO RU-ANO
            MOVE 0          TO RU-BIMESTRE
            MOVE LOW-VALUES TO RU-TURMA RU-NOME
            START REUNPRES-FILE KEY IS NOT LESS RU-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ REUNPRES-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RU-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF RU-COMPARECEU NOT = SPACE
                               AND RU-BIMESTRE >= 1
                               AND RU-BIMESTRE <= 4
                                PERFORM P610-GUARDA-FAMILIA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REUNPRES-FILE

            PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                    UNTIL WS-IDX-FAM > WS-QTD-FAM
                PERFORM P620-CONTA-SEGUIDAS
            END-PERFORM

            PERFORM P085-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING 'FAMILIAS COM ' DELIMITED BY SIZE
                   WS-MIN-SEGUIDAS DELIMITED BY SIZE
                   ' OU MAIS REUNIOES SEGUIDAS SEM COMPARECER - '
                       DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 0 TO WS-CONT-RELATORIO
      * Agrupado por responsavel, como as cartas do CARTAFREQ: uma
      * ligacao cobre todos os filhos.
            PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                    UNTIL WS-IDX-FAM > WS-QTD-FAM
                IF FT-IMPRESSO(WS-IDX-FAM) NOT = 'S'
                   AND FT-SEGUIDAS(WS-IDX-FAM) >= WS-MIN-SEGUIDAS
                    MOVE FT-RESP(WS-IDX-FAM) TO WS-RESP-ATUAL
                    PERFORM P630-BLOCO-FAMILIA
                END-IF
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS LISTADOS: ' DELIMITED BY SIZE
                   WS-CONT-RELATORIO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'ALUNOS COM FALTAS SEGUIDAS: ' WS-CONT-RELATORIO
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P610-GUARDA-FAMILIA.
            MOVE 1 TO WS-IDX-FAM
            PERFORM UNTIL WS-IDX-FAM > WS-QTD-FAM
                    OR FT-NOME(WS-IDX-FAM) = RU-NOME
                ADD 1 TO WS-IDX-FAM
            END-PERFORM
            IF WS-IDX-FAM > WS-QTD-FAM
                IF WS-QTD-FAM >= 500
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-FAM
                MOVE WS-QTD-FAM TO WS-IDX-FAM
                MOVE RU-NOME    TO FT-NOME(WS-IDX-FAM)
                MOVE SPACES     TO FT-PRES(WS-IDX-FAM, 1)
                                   FT-PRES(WS-IDX-FAM, 2)
                                   FT-PRES(WS-IDX-FAM, 3)
                                   FT-PRES(WS-IDX-FAM, 4)
                MOVE 0          TO FT-SEGUIDAS(WS-IDX-FAM)
                MOVE 'N'        TO FT-IMPRESSO(WS-IDX-FAM)
            END-IF
      * A turma e o responsavel valem os da reuniao mais recente.
            MOVE RU-TURMA      TO FT-TURMA(WS-IDX-FAM)
            MOVE RU-ID-RESP    TO FT-RESP(WS-IDX-FAM)
            MOVE RU-COMPARECEU TO FT-PRES(WS-IDX-FAM, RU-BIMESTRE)
            .

       P620-CONTA-SEGUIDAS.
            MOVE 0   TO FT-SEGUIDAS(WS-IDX-FAM)
            MOVE 'N' TO WS-PARA
            PERFORM VARYING WS-IDX-BIM FROM 4 BY -1
                    UNTIL WS-IDX-BIM < 1 OR WS-PARA = 'S'
                EVALUATE FT-PRES(WS-IDX-FAM, WS-IDX-BIM)
                    WHEN 'N'
                        ADD 1 TO FT-SEGUIDAS(WS-IDX-FAM)
                    WHEN 'S'
                        MOVE 'S' TO WS-PARA
                    WHEN OTHER
                        IF FT-SEGUIDAS(WS-IDX-FAM) > 0
                            MOVE 'S' TO WS-PARA
                        END-IF
                END-EVALUATE
            END-PERFORM
            .

       P630-BLOCO-FAMILIA.
            PERFORM P080-DADOS-RESP
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                   WS-RESP-ATUAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-RESP) DELIMITED BY SIZE
                   '  FONE ' DELIMITED BY SIZE
                   WS-FONE-RESP DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-FAM
                IF FT-RESP(WS-IDX-GRP) = WS-RESP-ATUAL
                   AND FT-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                   AND FT-SEGUIDAS(WS-IDX-GRP) >= WS-MIN-SEGUIDAS
                    MOVE 'S' TO FT-IMPRESSO(WS-IDX-GRP)
                    ADD 1 TO WS-CONT-RELATORIO
                    MOVE SPACES TO REL-LINHA
                    STRING '  ' DELIMITED BY SIZE
                           FT-NOME(WS-IDX-GRP) DELIMITED BY SIZE
                           ' TURMA ' DELIMITED BY SIZE
                           FT-TURMA(WS-IDX-GRP) DELIMITED BY SIZE
                           ' SEGUIDAS: ' DELIMITED BY SIZE
                           FT-SEGUIDAS(WS-IDX-GRP) DELIMITED BY SIZE
                           '  BIM 1-4: ' DELIMITED BY SIZE
                           FT-PRES(WS-IDX-GRP, 1) DELIMITED BY SIZE
                           FT-PRES(WS-IDX-GRP, 2) DELIMITED BY SIZE
                           FT-PRES(WS-IDX-GRP, 3) DELIMITED BY SIZE
                           FT-PRES(WS-IDX-GRP, 4) DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                END-IF
            END-PERFORM
            .

       P700-NAO-ENTREGUES.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'BIMESTRE (0 = TODOS): '
                ACCEPT WS-BIMESTRE
            OPEN INPUT REUNPRES-FILE
            IF NOT FS-RPR-OK
                DISPLAY 'NENHUMA LISTA DE REUNIAO GRAVADA'
                EXIT PARAGRAPH
            END-IF
            PERFORM P085-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING 'BOLETINS NAO ENTREGUES - ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' - POSICAO DE ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'BIM TURMA      ALUNO                          RESP'
              TO REL-LINHA
            MOVE 'FONE             COMP' TO REL-LINHA(79:21)
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT-RELATORIO
            SET EOF-OK TO FALSE
            MOVE WS-ANO     TO RU-ANO
            MOVE 0          TO RU-BIMESTRE
            MOVE LOW-VALUES TO RU-TURMA RU-NOME
            START REUNPRES-FILE KEY IS NOT LESS RU-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ REUNPRES-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RU-ANO NOT = WS-ANO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF RU-EMISSAO = 0
                               AND (WS-BIMESTRE = 0
                                    OR RU-BIMESTRE = WS-BIMESTRE)
                                PERFORM P750-LINHA-PENDENTE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REUNPRES-FILE

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'BOLETINS PENDENTES: ' DELIMITED BY SIZE
                   WS-CONT-RELATORIO DELIMITED BY SIZE
                   '   (COMP: S/N = COMPARECEU A REUNIAO, '
                       DELIMITED BY SIZE
                   'BRANCO = NAO LANCADO)' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'BOLETINS NAO ENTREGUES: ' WS-CONT-RELATORIO
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P750-LINHA-PENDENTE.
            ADD 1 TO WS-CONT-RELATORIO
            MOVE RU-ID-RESP TO WS-RESP-ATUAL
            PERFORM P080-DADOS-RESP
            MOVE SPACES TO REL-LINHA
            MOVE RU-BIMESTRE   TO REL-LINHA(2:1)
            MOVE RU-TURMA      TO REL-LINHA(5:10)
            MOVE RU-NOME       TO REL-LINHA(16:30)
            MOVE WS-NOME-RESP  TO REL-LINHA(47:31)
            MOVE WS-FONE-RESP  TO REL-LINHA(79:16)
            MOVE RU-COMPARECEU TO REL-LINHA(98:1)
            WRITE REL-LINHA
            .
