      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: FILA DE SAIDA DE COMUNICACOES COM AS FAMILIAS
      *          (COMUNICA.DAT). AS CARTAS DE FREQUENCIA (CARTAFREQ),
      *          OS AVISOS DE AUSENCIA (CHAMADA), A MALA DIRETA DE
      *          SITUACAO (DESPACHO) E AS COBRANCAS EM ATRASO (MENSAL)
      *          CAEM TODAS NA MESMA FILA PELO COMUNICA, CADA UMA NO
      *          CANAL PREFERIDO DO RESPONSAVEL. AQUI A SECRETARIA
      *          TRABALHA A FILA POR CANAL (CARTA, TELEFONE, E-MAIL)
      *          MARCANDO CADA MENSAGEM COMO ENVIADA, DEVOLVIDA OU
      *          INALCANCAVEL, IMPRIME A FILA PENDENTE DE UM CANAL
      *          NO SPOOL, CORRIGE A SITUACAO DE UMA MENSAGEM PELO
      *          NUMERO (A CARTA QUE VOLTA SEMANAS DEPOIS) E CONSULTA
      *          O HISTORICO DE COMUNICACAO DE UMA FAMILIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMUNICA-FILE
               ASSIGN TO
                   WS-PATH-COMUNICA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CO-SEQ
                   ALTERNATE RECORD KEY IS CO-ID-RESP
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-COM
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
       FD COMUNICA-FILE
       DATA RECORD IS COMUNICA-LINHA.
           COPY COMUNICA_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
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
       77 WS-FS-COM                PIC 99.
          88 FS-COM-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'CORREIO'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-FIM-FILA              PIC X VALUE 'N'.
          88 FIM-FILA-OK           VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-CANAL                 PIC X.
          88 CANAL-VALIDO          VALUE 'C' 'T' 'E'.
       77 WS-RESULTADO             PIC X.
       77 WS-SEQ-BUSCA             PIC 9(07).
       77 WS-ID-RESP               PIC 9(06).
       77 WS-NOME-RESP             PIC X(31).
       77 WS-DESC-SITUACAO         PIC X(13).
       77 WS-DESC-CANAL            PIC X(08).
       77 WS-CONT-LIDAS            PIC 9(05).
       77 WS-CONT-MARCADAS         PIC 9(05).
       77 WS-CONT-PENDENTES        PIC 9(05).
       77 WS-CONT-ENVIADAS         PIC 9(05).
       77 WS-CONT-DEVOLVIDAS       PIC 9(05).
       77 WS-CONT-INALCANCAVEIS    PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CORREIO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
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
            DISPLAY '**** COMUNICACOES COM AS FAMILIAS ****'
            DISPLAY '1 - TRABALHAR A FILA DE UM CANAL'
            DISPLAY '2 - IMPRIMIR A FILA PENDENTE DE UM CANAL'
            DISPLAY '3 - MARCAR UMA MENSAGEM PELO NUMERO'
            DISPLAY '4 - HISTORICO DE COMUNICACAO DE UMA FAMILIA'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-TRABALHA-FILA
                WHEN '2'
                    PERFORM P200-IMPRIME-FILA
                WHEN '3'
                    PERFORM P300-MARCA-MENSAGEM
                WHEN '4'
                    PERFORM P400-HISTORICO
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

       P050-PEDE-CANAL.
            DISPLAY 'CANAL (C=CARTA T=TELEFONE E=E-MAIL): '
                ACCEPT WS-CANAL
            IF NOT CANAL-VALIDO
                DISPLAY 'CANAL INVALIDO'
            END-IF
            .

       P060-ABRE-FILA.
            OPEN I-O COMUNICA-FILE
            IF NOT FS-COM-OK
                IF WS-FS-COM = 35
                    DISPLAY 'FILA DE COMUNICACOES VAZIA'
                ELSE
                    CALL 'FSMSG' USING WS-FS-COM WS-FS-MSG
                    DISPLAY 'ERRO AO ABRIR A FILA DE COMUNICACOES '
                            '--> COD ' WS-FS-COM ': ' WS-FS-MSG
                END-IF
            END-IF
            .

       P070-DESCREVE.
            EVALUATE CO-SITUACAO
                WHEN 'P'
                    MOVE 'PENDENTE'      TO WS-DESC-SITUACAO
                WHEN 'E'
                    MOVE 'ENVIADA'       TO WS-DESC-SITUACAO
                WHEN 'D'
                    MOVE 'DEVOLVIDA'     TO WS-DESC-SITUACAO
                WHEN 'I'
                    MOVE 'INALCANCAVEL'  TO WS-DESC-SITUACAO
                WHEN OTHER
                    MOVE '?'             TO WS-DESC-SITUACAO
            END-EVALUATE
            EVALUATE CO-CANAL
                WHEN 'C'
                    MOVE 'CARTA'         TO WS-DESC-CANAL
                WHEN 'T'
                    MOVE 'TELEFONE'      TO WS-DESC-CANAL
                WHEN 'E'
                    MOVE 'E-MAIL'        TO WS-DESC-CANAL
                WHEN OTHER
                    MOVE '?'             TO WS-DESC-CANAL
            END-EVALUATE
            .

       P080-NOME-RESP.
            MOVE 'SEM CADASTRO-PF' TO WS-NOME-RESP
            OPEN INPUT CADASTRO-PF-FILE
            IF FS-PF-OK
                MOVE CO-ID-RESP TO F-ID-PF
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
                END-READ
                CLOSE CADASTRO-PF-FILE
            END-IF
            .

       P090-EXIBE-MENSAGEM.
            PERFORM P070-DESCREVE
            DISPLAY ' '
            DISPLAY 'MENSAGEM ' CO-SEQ ' DE ' CO-DATA-GERACAO
                    ' (' FUNCTION TRIM(CO-TIPO) ' / '
                    FUNCTION TRIM(CO-ORIGEM) ') - '
                    FUNCTION TRIM(WS-DESC-SITUACAO)
            DISPLAY '   RESPONSAVEL ' CO-ID-RESP ' '
                    FUNCTION TRIM(WS-NOME-RESP)
            DISPLAY '   ' FUNCTION TRIM(WS-DESC-CANAL) ': '
                    FUNCTION TRIM(CO-DESTINO)
            DISPLAY '   ' FUNCTION TRIM(CO-ASSUNTO)
            .

       P100-TRABALHA-FILA.
      * Percorre as pendentes do canal em ordem de chegada; cada
      * uma recebe o resultado do envio ou fica para depois.
            PERFORM P050-PEDE-CANAL
            IF NOT CANAL-VALIDO
                EXIT PARAGRAPH
            END-IF
            PERFORM P060-ABRE-FILA
            IF NOT FS-COM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-CONT-LIDAS WS-CONT-MARCADAS
            SET EOF-OK TO FALSE
            SET FIM-FILA-OK TO FALSE
            MOVE 0 TO CO-SEQ
            START COMUNICA-FILE KEY IS NOT LESS CO-SEQ
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR FIM-FILA-OK
                READ COMUNICA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CO-PENDENTE AND CO-CANAL = WS-CANAL
                            PERFORM P150-TRATA-MENSAGEM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COMUNICA-FILE
            DISPLAY 'PENDENTES VISTAS: ' WS-CONT-LIDAS
                    ' - MARCADAS: ' WS-CONT-MARCADAS
            .

       P150-TRATA-MENSAGEM.
            ADD 1 TO WS-CONT-LIDAS
            PERFORM P080-NOME-RESP
            PERFORM P090-EXIBE-MENSAGEM
            DISPLAY 'RESULTADO: <E> ENVIADA, <D> DEVOLVIDA, '
                    '<I> INALCANCAVEL, <ENTER> DEIXA PENDENTE, '
                    '<F> ENCERRA ? '
                ACCEPT WS-RESULTADO
            EVALUATE WS-RESULTADO
                WHEN 'E'
                WHEN 'D'
                WHEN 'I'
                    PERFORM P160-GRAVA-RESULTADO
                WHEN 'F'
                    SET FIM-FILA-OK TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .

       P160-GRAVA-RESULTADO.
            MOVE WS-RESULTADO      TO CO-SITUACAO
            MOVE WS-DATA-FORMAT    TO CO-DATA-SITUACAO
            MOVE WS-OPERADOR-ATUAL TO CO-OPERADOR
            REWRITE COMUNICA-LINHA
            IF FS-COM-OK
                ADD 1 TO WS-CONT-MARCADAS
            ELSE
                DISPLAY 'ERRO AO REGRAVAR A MENSAGEM --> COD '
                        WS-FS-COM
            END-IF
            .

       P200-IMPRIME-FILA.
      * Fila pendente do canal no spool: etiquetas de carta, lista
      * de ligacoes ou lista de e-mails a disparar.
            PERFORM P050-PEDE-CANAL
            IF NOT CANAL-VALIDO
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT COMUNICA-FILE
            IF NOT FS-COM-OK
                DISPLAY 'FILA DE COMUNICACOES VAZIA'
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
            MOVE WS-CANAL TO CO-CANAL
            PERFORM P070-DESCREVE
            MOVE SPACES TO REL-LINHA
            STRING '*** FILA PENDENTE - CANAL ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DESC-CANAL) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA

            MOVE 0 TO WS-CONT-PENDENTES
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ COMUNICA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CO-PENDENTE AND CO-CANAL = WS-CANAL
                            PERFORM P250-LINHA-FILA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COMUNICA-FILE

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'MENSAGENS PENDENTES: ' DELIMITED BY SIZE
                   WS-CONT-PENDENTES DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'MENSAGENS PENDENTES NO CANAL: ' WS-CONT-PENDENTES
            DISPLAY 'FILA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P250-LINHA-FILA.
            ADD 1 TO WS-CONT-PENDENTES
            PERFORM P080-NOME-RESP
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'NO ' DELIMITED BY SIZE
                   CO-SEQ DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CO-DATA-GERACAO DELIMITED BY SIZE
                   '  RESP ' DELIMITED BY SIZE
                   CO-ID-RESP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-RESP) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '    ' DELIMITED BY SIZE
                   CO-DESTINO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '    ' DELIMITED BY SIZE
                   CO-TIPO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CO-ASSUNTO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P300-MARCA-MENSAGEM.
            DISPLAY 'NUMERO DA MENSAGEM: '
                ACCEPT WS-SEQ-BUSCA
            PERFORM P060-ABRE-FILA
            IF NOT FS-COM-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SEQ-BUSCA TO CO-SEQ
            READ COMUNICA-FILE
                KEY IS CO-SEQ
                INVALID KEY
                    DISPLAY 'MENSAGEM INEXISTENTE'
                NOT INVALID KEY
                    PERFORM P080-NOME-RESP
                    PERFORM P090-EXIBE-MENSAGEM
                    DISPLAY '   ULTIMA SITUACAO EM ' CO-DATA-SITUACAO
                            ' POR ' FUNCTION TRIM(CO-OPERADOR)
                    DISPLAY 'NOVA SITUACAO: <P> PENDENTE, <E> ENVIADA,'
                            ' <D> DEVOLVIDA, <I> INALCANCAVEL ? '
                        ACCEPT WS-RESULTADO
                    IF WS-RESULTADO = 'P' OR 'E' OR 'D' OR 'I'
                        PERFORM P160-GRAVA-RESULTADO
                        IF FS-COM-OK
                            DISPLAY 'SITUACAO ATUALIZADA'
                        END-IF
                    ELSE
                        DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
                    END-IF
            END-READ
            CLOSE COMUNICA-FILE
            .

       P400-HISTORICO.
            DISPLAY 'ID DO RESPONSAVEL: '
                ACCEPT WS-ID-RESP
            OPEN INPUT COMUNICA-FILE
            IF NOT FS-COM-OK
                DISPLAY 'FILA DE COMUNICACOES VAZIA'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-RESP TO CO-ID-RESP
            PERFORM P080-NOME-RESP
            DISPLAY ' '
            DISPLAY 'HISTORICO DE COMUNICACAO - RESPONSAVEL '
                    WS-ID-RESP ' ' FUNCTION TRIM(WS-NOME-RESP)
            MOVE 0 TO WS-CONT-PENDENTES WS-CONT-ENVIADAS
                      WS-CONT-DEVOLVIDAS WS-CONT-INALCANCAVEIS
            SET EOF-OK TO FALSE
            START COMUNICA-FILE KEY IS EQUAL CO-ID-RESP
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ COMUNICA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CO-ID-RESP NOT = WS-ID-RESP
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P450-LINHA-HISTORICO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COMUNICA-FILE
            DISPLAY 'PENDENTES: ' WS-CONT-PENDENTES
                    '  ENVIADAS: ' WS-CONT-ENVIADAS
                    '  DEVOLVIDAS: ' WS-CONT-DEVOLVIDAS
                    '  INALCANCAVEIS: ' WS-CONT-INALCANCAVEIS
            .

       P450-LINHA-HISTORICO.
            PERFORM P070-DESCREVE
            EVALUATE TRUE
                WHEN CO-PENDENTE
                    ADD 1 TO WS-CONT-PENDENTES
                WHEN CO-ENVIADA
                    ADD 1 TO WS-CONT-ENVIADAS
                WHEN CO-DEVOLVIDA
                    ADD 1 TO WS-CONT-DEVOLVIDAS
                WHEN CO-INALCANCAVEL
                    ADD 1 TO WS-CONT-INALCANCAVEIS
            END-EVALUATE
            DISPLAY CO-DATA-GERACAO ' ' CO-SEQ ' ' CO-TIPO ' '
                    WS-DESC-CANAL ' ' WS-DESC-SITUACAO ' EM '
                    CO-DATA-SITUACAO
            DISPLAY '   ' FUNCTION TRIM(CO-ASSUNTO)
            .
