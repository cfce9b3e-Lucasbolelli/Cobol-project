      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: DOCUMENTOS DE MATRICULA. MANTEM A LISTA DE DOCUMENTOS
      *          EXIGIDOS POR SEGMENTO (DOCREQ.DAT - SEGMENTO '**' VALE
      *          PARA TODOS), COM O PRAZO DE ENTREGA EM DIAS, E DA
      *          BAIXA NOS DOCUMENTOS QUE A FAMILIA ENTREGOU NO
      *          CHECKLIST DE CADA ALUNO (DOCALUNO.DAT), COM DATA E
      *          OPERADOR DA SESSAO. O CHECKLIST E GERADO PELO DOCCHK
      *          NA ENTRADA DO ALUNO (CREATE, PREMATRICULA, TRANSFIN);
      *          ALUNO MATRICULADO ANTES DA LISTA GANHA O SEU AQUI. OS
      *          PENDENTES SAEM NA COBRANCA SEMANAL (DOCCOBRA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCMAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DOCREQ-FILE
               ASSIGN TO
                   WS-PATH-DOCREQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RQ-CHAVE
                   FILE STATUS IS WS-FS-REQ
                   .
               SELECT DOCALUNO-FILE
               ASSIGN TO
                   WS-PATH-DOCALUNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DA-CHAVE
                   FILE STATUS IS WS-FS-DOC
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD DOCREQ-FILE
       DATA RECORD IS DOCREQ-LINHA.
           COPY DOCREQ_DADOS.
       FD DOCALUNO-FILE
       DATA RECORD IS DOCALUNO-LINHA.
           COPY DOCALUNO_DADOS.
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
       77 WS-FS-REQ                PIC 99.
          88 FS-REQ-OK             VALUE 0.
       77 WS-FS-DOC                PIC 99.
          88 FS-DOC-OK             VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-FIM-BAIXA             PIC X VALUE 'N'.
          88 FIM-BAIXA-OK          VALUE 'S' FALSE 'N'.
       77 WS-SEGMENTO-MANUT        PIC X(02).
       77 WS-CODIGO-MANUT          PIC X(04).
       77 WS-PRAZO-MANUT           PIC 9(03).
       77 WS-DESCRICAO-MANUT       PIC X(30).
       77 WS-ANO-MANUT             PIC X(07).
       77 WS-QTD-PENDENTES         PIC 9(02).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Cadastro mestre de alunos (ALUNOMST): o checklist e pelo AL-ID.
       77 WS-ALM-ACAO              PIC X.
       77 WS-ALM-ACHADO            PIC X.
          88 ALM-ACHADO-OK         VALUE 'S' FALSE 'N'.
       77 WS-ALM-ID                PIC 9(06).
       77 WS-ALM-NOME              PIC X(30).
       77 WS-ALM-TURMA             PIC X(10).
       77 WS-ALM-RESP              PIC 9(06).
       77 WS-ALM-NASC              PIC X(10).
       77 WS-DK-ACAO               PIC X.
       77 WS-DK-PENDENTES          PIC 9(02).
       77 WS-DK-VENCIDOS           PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DOCMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
      * Primeira execucao: semeia a lista geral de documentos.
            MOVE 'I' TO WS-DK-ACAO
            CALL 'DOCCHK' USING WS-DK-ACAO WS-ALM-NOME WS-ANO-MANUT
                                WS-ALM-TURMA WS-DK-PENDENTES
                                WS-DK-VENCIDOS
            PERFORM P050-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** DOCUMENTOS DE MATRICULA ****'
            DISPLAY '1 - LISTAR DOCUMENTOS EXIGIDOS'
            DISPLAY '2 - INCLUIR/ALTERAR DOCUMENTO EXIGIDO'
            DISPLAY '3 - ATIVAR/DESATIVAR DOCUMENTO EXIGIDO'
            DISPLAY '4 - CHECKLIST DO ALUNO / BAIXA DE ENTREGA'
            DISPLAY '5 - GERAR CHECKLIST DE ALUNO JA MATRICULADO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-LISTA
                WHEN '2'
                    PERFORM P200-INCLUI-ALTERA
                WHEN '3'
                    PERFORM P300-ATIVA-DESATIVA
                WHEN '4'
                    PERFORM P400-CHECKLIST
                WHEN '5'
                    PERFORM P500-GERA-CHECKLIST
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-LE-SESSAO.
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

       P060-PEDE-CHAVE.
            DISPLAY 'SEGMENTO (** = TODOS, EI F1 F2 EM EJ): '
                ACCEPT WS-SEGMENTO-MANUT
            MOVE FUNCTION UPPER-CASE(WS-SEGMENTO-MANUT)
                TO WS-SEGMENTO-MANUT
            DISPLAY 'CODIGO DO DOCUMENTO (4 LETRAS): '
                ACCEPT WS-CODIGO-MANUT
            MOVE FUNCTION UPPER-CASE(WS-CODIGO-MANUT)
                TO WS-CODIGO-MANUT
            .

       P100-LISTA.
            SET EOF-OK TO FALSE
            OPEN INPUT DOCREQ-FILE
            IF NOT FS-REQ-OK
                CALL 'FSMSG' USING WS-FS-REQ WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A LISTA --> COD '
                        WS-FS-REQ ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ DOCREQ-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        DISPLAY RQ-SEGMENTO ' ' RQ-CODIGO ' '
                                RQ-DESCRICAO ' PRAZO: ' RQ-PRAZO
                                ' DIAS ATIVO: ' RQ-ATIVO
                END-READ
            END-PERFORM
            CLOSE DOCREQ-FILE
            .

       P200-INCLUI-ALTERA.
            PERFORM P060-PEDE-CHAVE
            IF WS-SEGMENTO-MANUT NOT = '**'
               AND WS-SEGMENTO-MANUT NOT = 'EI'
               AND WS-SEGMENTO-MANUT NOT = 'F1'
               AND WS-SEGMENTO-MANUT NOT = 'F2'
               AND WS-SEGMENTO-MANUT NOT = 'EM'
               AND WS-SEGMENTO-MANUT NOT = 'EJ'
                DISPLAY 'SEGMENTO INVALIDO'
                EXIT PARAGRAPH
            END-IF
            IF WS-CODIGO-MANUT = SPACES
                DISPLAY 'CODIGO OBRIGATORIO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DESCRICAO DO DOCUMENTO: '
                ACCEPT WS-DESCRICAO-MANUT
            MOVE FUNCTION UPPER-CASE(WS-DESCRICAO-MANUT)
                TO WS-DESCRICAO-MANUT
            DISPLAY 'PRAZO DE ENTREGA EM DIAS APOS A MATRICULA: '
                ACCEPT WS-PRAZO-MANUT

            OPEN I-O DOCREQ-FILE
            MOVE WS-SEGMENTO-MANUT TO RQ-SEGMENTO
            MOVE WS-CODIGO-MANUT   TO RQ-CODIGO
            READ DOCREQ-FILE
                KEY IS RQ-CHAVE
                INVALID KEY
                    MOVE WS-DESCRICAO-MANUT TO RQ-DESCRICAO
                    MOVE WS-PRAZO-MANUT     TO RQ-PRAZO
                    MOVE 'S'                TO RQ-ATIVO
                    WRITE DOCREQ-LINHA
                    IF FS-REQ-OK
                        DISPLAY 'DOCUMENTO INCLUIDO NA LISTA'
                    ELSE
                        DISPLAY 'ERRO AO INCLUIR --> COD ' WS-FS-REQ
                    END-IF
                NOT INVALID KEY
                    MOVE WS-DESCRICAO-MANUT TO RQ-DESCRICAO
                    MOVE WS-PRAZO-MANUT     TO RQ-PRAZO
                    REWRITE DOCREQ-LINHA
                    IF FS-REQ-OK
                        DISPLAY 'DOCUMENTO ALTERADO (VALE PARA OS '
                                'PROXIMOS CHECKLISTS)'
                    ELSE
                        DISPLAY 'ERRO AO ALTERAR --> COD ' WS-FS-REQ
                    END-IF
            END-READ
            CLOSE DOCREQ-FILE
            .

       P300-ATIVA-DESATIVA.
            PERFORM P060-PEDE-CHAVE
            OPEN I-O DOCREQ-FILE
            MOVE WS-SEGMENTO-MANUT TO RQ-SEGMENTO
            MOVE WS-CODIGO-MANUT   TO RQ-CODIGO
            READ DOCREQ-FILE
                KEY IS RQ-CHAVE
                INVALID KEY
                    DISPLAY 'DOCUMENTO NAO CADASTRADO NA LISTA'
                NOT INVALID KEY
                    IF RQ-ATIVO = 'S'
                        MOVE 'N' TO RQ-ATIVO
                    ELSE
                        MOVE 'S' TO RQ-ATIVO
                    END-IF
                    REWRITE DOCREQ-LINHA
                    IF FS-REQ-OK
                        DISPLAY 'DOCUMENTO AGORA ATIVO: ' RQ-ATIVO
                    ELSE
                        DISPLAY 'ERRO AO ALTERAR --> COD ' WS-FS-REQ
                    END-IF
            END-READ
            CLOSE DOCREQ-FILE
            .

       P400-CHECKLIST.
            PERFORM P450-LOCALIZA-ALUNO
            IF NOT ALM-ACHADO-OK
                EXIT PARAGRAPH
            END-IF
            OPEN I-O DOCALUNO-FILE
            IF NOT FS-DOC-OK
                DISPLAY 'ALUNO SEM CHECKLIST DE DOCUMENTOS (OPCAO 5 '
                        'GERA)'
                EXIT PARAGRAPH
            END-IF
            SET FIM-BAIXA-OK TO FALSE
            PERFORM UNTIL FIM-BAIXA-OK
                PERFORM P460-MOSTRA-CHECKLIST
                IF WS-QTD-PENDENTES = 0
                    SET FIM-BAIXA-OK TO TRUE
                ELSE
                    PERFORM P470-DA-BAIXA
                END-IF
            END-PERFORM
            CLOSE DOCALUNO-FILE
            .

       P450-LOCALIZA-ALUNO.
            DISPLAY 'NOME DO ALUNO: '
                ACCEPT WS-ALM-NOME
            MOVE FUNCTION UPPER-CASE(WS-ALM-NOME) TO WS-ALM-NOME
            MOVE 'N' TO WS-ALM-ACAO
            CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO WS-ALM-ID
                                  WS-ALM-NOME WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC
            IF NOT ALM-ACHADO-OK
                DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO MESTRE'
            END-IF
            .

       P460-MOSTRA-CHECKLIST.
            MOVE 0 TO WS-QTD-PENDENTES
            DISPLAY ' '
            DISPLAY 'CHECKLIST DE ' FUNCTION TRIM(WS-ALM-NOME)
                    ' (ID ' WS-ALM-ID ')'
            MOVE WS-ALM-ID  TO DA-ALUNO-ID
            MOVE LOW-VALUES TO DA-CODIGO
            SET EOF-OK TO FALSE
            START DOCALUNO-FILE KEY IS NOT LESS DA-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ DOCALUNO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DA-ALUNO-ID NOT = WS-ALM-ID
                            SET EOF-OK TO TRUE
                        ELSE
                            IF DA-ENTREGUE
                                DISPLAY DA-CODIGO ' ' DA-DESCRICAO
                                        ' ENTREGUE EM '
                                        DA-DATA-RECEBIDO
                                        ' (' FUNCTION TRIM(DA-OPERADOR)
                                        ')'
                            ELSE
                                ADD 1 TO WS-QTD-PENDENTES
                                DISPLAY DA-CODIGO ' ' DA-DESCRICAO
                                        ' PENDENTE - PRAZO ' DA-PRAZO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QTD-PENDENTES = 0
                DISPLAY 'NENHUM DOCUMENTO PENDENTE'
            END-IF
            .

       P470-DA-BAIXA.
            DISPLAY 'CODIGO DO DOCUMENTO ENTREGUE (BRANCO = SAIR): '
                ACCEPT WS-CODIGO-MANUT
            MOVE FUNCTION UPPER-CASE(WS-CODIGO-MANUT) TO WS-CODIGO-MANUT
            IF WS-CODIGO-MANUT = SPACES
                SET FIM-BAIXA-OK TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ALM-ID       TO DA-ALUNO-ID
            MOVE WS-CODIGO-MANUT TO DA-CODIGO
            READ DOCALUNO-FILE
                KEY IS DA-CHAVE
                INVALID KEY
                    DISPLAY 'DOCUMENTO NAO CONSTA DO CHECKLIST'
                NOT INVALID KEY
                    IF DA-ENTREGUE
                        DISPLAY 'DOCUMENTO JA ESTAVA ENTREGUE'
                    ELSE
                        ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                        CALL 'DATAFMT' USING WS-DATA-SISTEMA
                                             WS-DATA-FORMAT
                        SET DA-ENTREGUE TO TRUE
                        MOVE WS-DATA-FORMAT    TO DA-DATA-RECEBIDO
                        MOVE WS-OPERADOR-ATUAL TO DA-OPERADOR
                        REWRITE DOCALUNO-LINHA
                        IF FS-DOC-OK
                            DISPLAY 'ENTREGA REGISTRADA'
                        ELSE
                            DISPLAY 'ERRO AO REGISTRAR --> COD '
                                    WS-FS-DOC
                        END-IF
                    END-IF
            END-READ
            .

       P500-GERA-CHECKLIST.
      * Aluno matriculado antes da lista de documentos: o checklist
      * sai com prazo contado de hoje. Quem ja tem checklist fica
      * como esta.
            PERFORM P450-LOCALIZA-ALUNO
            IF NOT ALM-ACHADO-OK
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO-MANUT
            MOVE 'G' TO WS-DK-ACAO
            CALL 'DOCCHK' USING WS-DK-ACAO WS-ALM-NOME WS-ANO-MANUT
                                WS-ALM-TURMA WS-DK-PENDENTES
                                WS-DK-VENCIDOS
            MOVE 'P' TO WS-DK-ACAO
            CALL 'DOCCHK' USING WS-DK-ACAO WS-ALM-NOME WS-ANO-MANUT
                                WS-ALM-TURMA WS-DK-PENDENTES
                                WS-DK-VENCIDOS
            DISPLAY 'CHECKLIST DO ALUNO: ' WS-DK-PENDENTES
                    ' DOCUMENTO(S) PENDENTE(S)'
            .
