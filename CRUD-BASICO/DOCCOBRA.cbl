      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: COBRANCA SEMANAL DE DOCUMENTOS DE MATRICULA. LE OS
      *          CHECKLISTS DOS ALUNOS (DOCALUNO.DAT, GERADOS PELO
      *          DOCCHK) E IMPRIME NO SPOOL OS DOCUMENTOS AINDA NAO
      *          ENTREGUES, AGRUPADOS POR TURMA (A DO CADASTRO MESTRE,
      *          ALUNOMST), COM O NOME E O TELEFONE DO RESPONSAVEL
      *          (CADASTROPF.DAT) PARA A SECRETARIA LIGAR, O PRAZO DE
      *          CADA DOCUMENTO E A MARCA 'VENCIDO' NOS QUE JA
      *          PASSARAM DELE. SEM NENHUM ACCEPT: RODA SOZINHO NA
      *          AGENDA DO RUNCTL UMA VEZ POR SEMANA (TERMO SEMANAL NO
      *          AGENMAN). A BAIXA DOS ENTREGUES E NO DOCMAN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCOBRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DOCALUNO-FILE
               ASSIGN TO
                   WS-PATH-DOCALUNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS DA-CHAVE
                   FILE STATUS IS WS-FS-DOC
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
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD DOCALUNO-FILE
       DATA RECORD IS DOCALUNO-LINHA.
           COPY DOCALUNO_DADOS.
       FD CADASTRO-PF-FILE.
           COPY CADASTRO-PF-DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK).
       77 WS-TR-MODO               PIC X.
       77 WS-FS-DOC                PIC 99.
          88 FS-DOC-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-REL                PIC 99.
      * Spool de relatorios (SPOOLNOVO).
       77 WS-SPL-PROGRAMA          PIC X(12)
                                    VALUE 'DOCCOBRA'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-PF-ABERTO             PIC X VALUE 'N'.
          88 PF-ABERTO-OK          VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
      * Cadastro mestre de alunos (ALUNOMST): turma e responsavel.
       77 WS-ALM-ACAO              PIC X VALUE 'L'.
       77 WS-ALM-ACHADO            PIC X.
          88 ALM-ACHADO-OK         VALUE 'S' FALSE 'N'.
       77 WS-ALM-ID                PIC 9(06).
       77 WS-ALM-NOME              PIC X(30).
       77 WS-ALM-TURMA             PIC X(10).
       77 WS-ALM-RESP              PIC 9(06).
       77 WS-ALM-NASC              PIC X(10).
      * Ultimo aluno/responsavel lido: os documentos de um aluno vem
      * juntos no DOCALUNO (chave AL-ID + codigo).
       77 WS-ID-ANTERIOR           PIC 9(06) VALUE 0.
       77 WS-TURMA-ALUNO           PIC X(10).
       77 WS-RESP-NOME             PIC X(30).
       77 WS-RESP-FONE             PIC X(15).
      * Documentos pendentes, agrupados por turma na impressao.
       77 WS-QTD-PEND              PIC 9(03) VALUE 0.
       01 WS-PEND-TAB.
           05 WS-PEND-ENTRY OCCURS 500 TIMES.
               10 CD-TURMA             PIC X(10).
               10 CD-ALUNO-ID          PIC 9(06).
               10 CD-NOME              PIC X(30).
               10 CD-RESP-NOME         PIC X(30).
               10 CD-RESP-FONE         PIC X(15).
               10 CD-DESCRICAO         PIC X(30).
               10 CD-PRAZO             PIC X(10).
               10 CD-VENCIDO           PIC X.
               10 CD-IMPRESSO          PIC X.
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-GRP               PIC 9(03).
       77 WS-TURMA-ATUAL           PIC X(10).
       77 WS-ID-GRP                PIC 9(06).
       77 WS-CONT-PEND             PIC 9(03) VALUE 0.
       77 WS-CONT-VENC             PIC 9(03) VALUE 0.
       77 WS-CONT-ALUNOS           PIC 9(03) VALUE 0.
       77 WS-CONT-TURMA            PIC 9(03).
       77 WS-MARCA                 PIC X(07).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DOCCOBRA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            PERFORM P100-COLETA

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
            STRING '*** COBRANCA DE DOCUMENTOS DE MATRICULA - '
                                          DELIMITED BY SIZE
                   WS-DATA-FORMAT         DELIMITED BY SIZE
                   ' ***'                 DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            IF WS-QTD-PEND = 0
                MOVE 'NENHUM DOCUMENTO PENDENTE' TO REL-LINHA
                WRITE REL-LINHA
            ELSE
                PERFORM P200-IMPRIME
            END-IF
            CLOSE REPORT-FILE

            DISPLAY 'DOCUMENTOS PENDENTES: ' WS-CONT-PEND
                    ' (VENCIDOS: ' WS-CONT-VENC ')'
            DISPLAY 'COBRANCA GRAVADA EM: ' WS-PATH-RELATORIO
      * GOBACK, e nao STOP RUN: rodando como passo da cadeia do
      * RUNCTL, o controle tem de voltar para a cadeia seguir.
            GOBACK
            .

       P100-COLETA.
            SET EOF-OK TO FALSE
            OPEN INPUT DOCALUNO-FILE
            IF NOT FS-DOC-OK
                CALL 'FSMSG' USING WS-FS-DOC WS-FS-MSG
                DISPLAY 'SEM CHECKLISTS DE DOCUMENTOS --> COD '
                        WS-FS-DOC ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT CADASTRO-PF-FILE
            IF FS-PF-OK
                SET PF-ABERTO-OK TO TRUE
            END-IF

            PERFORM UNTIL EOF-OK
                READ DOCALUNO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DA-PENDENTE
                            PERFORM P110-GUARDA-PENDENTE
                        END-IF
                END-READ
            END-PERFORM

            CLOSE DOCALUNO-FILE
            IF PF-ABERTO-OK
                CLOSE CADASTRO-PF-FILE
            END-IF
            .

       P110-GUARDA-PENDENTE.
            IF WS-QTD-PEND >= 500
                EXIT PARAGRAPH
            END-IF
            IF DA-ALUNO-ID NOT = WS-ID-ANTERIOR
                PERFORM P120-DADOS-DO-ALUNO
            END-IF
            ADD 1 TO WS-QTD-PEND
            MOVE WS-TURMA-ALUNO TO CD-TURMA(WS-QTD-PEND)
            MOVE DA-ALUNO-ID    TO CD-ALUNO-ID(WS-QTD-PEND)
            MOVE DA-NOME        TO CD-NOME(WS-QTD-PEND)
            MOVE WS-RESP-NOME   TO CD-RESP-NOME(WS-QTD-PEND)
            MOVE WS-RESP-FONE   TO CD-RESP-FONE(WS-QTD-PEND)
            MOVE DA-DESCRICAO   TO CD-DESCRICAO(WS-QTD-PEND)
            MOVE DA-PRAZO       TO CD-PRAZO(WS-QTD-PEND)
            MOVE 'N'            TO CD-IMPRESSO(WS-QTD-PEND)
            IF DA-PRAZO < WS-DATA-FORMAT
                MOVE 'S' TO CD-VENCIDO(WS-QTD-PEND)
            ELSE
                MOVE 'N' TO CD-VENCIDO(WS-QTD-PEND)
            END-IF
            .

       P120-DADOS-DO-ALUNO.
            MOVE DA-ALUNO-ID TO WS-ID-ANTERIOR
            MOVE 'SEM TURMA'    TO WS-TURMA-ALUNO
            MOVE 'SEM RESPONSAVEL CADASTRADO' TO WS-RESP-NOME
            MOVE SPACES TO WS-RESP-FONE
            MOVE 0 TO WS-ALM-RESP
            MOVE DA-ALUNO-ID TO WS-ALM-ID
            CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO WS-ALM-ID
                                  WS-ALM-NOME WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC
            IF ALM-ACHADO-OK AND WS-ALM-TURMA NOT = SPACES
                MOVE WS-ALM-TURMA TO WS-TURMA-ALUNO
            END-IF
            IF NOT ALM-ACHADO-OK OR WS-ALM-RESP = 0
               OR NOT PF-ABERTO-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ALM-RESP TO F-ID-PF
            READ CADASTRO-PF-FILE
                KEY IS F-ID-PF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-RESP-NOME
                    STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                                          DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           FUNCTION TRIM(F-SEGUNDO-NOME)
                                          DELIMITED BY SIZE
                        INTO WS-RESP-NOME
                    STRING '('            DELIMITED BY SIZE
                           F-DDD          DELIMITED BY SIZE
                           ') '           DELIMITED BY SIZE
                           F-PREFIXO      DELIMITED BY SIZE
                           '-'            DELIMITED BY SIZE
                           F-SUFIXO       DELIMITED BY SIZE
                        INTO WS-RESP-FONE
            END-READ
            .

       P200-IMPRIME.
      * Uma turma por vez: pega a primeira pendencia ainda nao
      * impressa e imprime todas as da mesma turma, aluno a aluno.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PEND
                IF CD-IMPRESSO(WS-IDX) NOT = 'S'
                    MOVE CD-TURMA(WS-IDX) TO WS-TURMA-ATUAL
                    PERFORM P210-IMPRIME-TURMA
                END-IF
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL: '              DELIMITED BY SIZE
                   WS-CONT-PEND           DELIMITED BY SIZE
                   ' DOCUMENTO(S) PENDENTE(S) DE '
                                          DELIMITED BY SIZE
                   WS-CONT-ALUNOS         DELIMITED BY SIZE
                   ' ALUNO(S), '          DELIMITED BY SIZE
                   WS-CONT-VENC           DELIMITED BY SIZE
                   ' VENCIDO(S)'          DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P210-IMPRIME-TURMA.
            MOVE 0 TO WS-CONT-TURMA
            MOVE 0 TO WS-ID-GRP
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TURMA ' DELIMITED BY SIZE
                   WS-TURMA-ATUAL DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA

            PERFORM VARYING WS-IDX-GRP FROM WS-IDX BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-PEND
                IF CD-TURMA(WS-IDX-GRP) = WS-TURMA-ATUAL
                   AND CD-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                    MOVE 'S' TO CD-IMPRESSO(WS-IDX-GRP)
                    IF CD-ALUNO-ID(WS-IDX-GRP) NOT = WS-ID-GRP
                        PERFORM P220-CABECALHO-ALUNO
                    END-IF
                    MOVE SPACES TO WS-MARCA
                    IF CD-VENCIDO(WS-IDX-GRP) = 'S'
                        MOVE 'VENCIDO' TO WS-MARCA
                        ADD 1 TO WS-CONT-VENC
                    END-IF
                    ADD 1 TO WS-CONT-PEND
                    ADD 1 TO WS-CONT-TURMA
                    MOVE SPACES TO REL-LINHA
                    STRING '      '              DELIMITED BY SIZE
                           CD-DESCRICAO(WS-IDX-GRP)
                                                 DELIMITED BY SIZE
                           ' PRAZO '             DELIMITED BY SIZE
                           CD-PRAZO(WS-IDX-GRP)  DELIMITED BY SIZE
                           ' '                   DELIMITED BY SIZE
                           WS-MARCA              DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                END-IF
            END-PERFORM

            MOVE SPACES TO REL-LINHA
            STRING '   PENDENTES NA TURMA: ' DELIMITED BY SIZE
                   WS-CONT-TURMA            DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P220-CABECALHO-ALUNO.
            MOVE CD-ALUNO-ID(WS-IDX-GRP) TO WS-ID-GRP
            ADD 1 TO WS-CONT-ALUNOS
            MOVE SPACES TO REL-LINHA
            STRING '   '                        DELIMITED BY SIZE
                   CD-NOME(WS-IDX-GRP)          DELIMITED BY SIZE
                   ' RESP. '                    DELIMITED BY SIZE
                   CD-RESP-NOME(WS-IDX-GRP)     DELIMITED BY SIZE
                   ' FONE '                     DELIMITED BY SIZE
                   CD-RESP-FONE(WS-IDX-GRP)     DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .
