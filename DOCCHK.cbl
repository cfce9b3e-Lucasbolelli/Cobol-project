      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CHECKLIST DE DOCUMENTOS DE MATRICULA. ACOES:
      *            'I' - GARANTE A LISTA DE DOCUMENTOS EXIGIDOS
      *                  (DOCREQ.DAT), SEMEANDO A LISTA GERAL NA
      *                  PRIMEIRA EXECUCAO;
      *            'G' - GERA O CHECKLIST DO ALUNO (DOCALUNO.DAT):
      *                  UMA LINHA POR DOCUMENTO ATIVO DA LISTA GERAL
      *                  E DO SEGMENTO DA TURMA (TURMACAT), COM PRAZO
      *                  DE HOJE + PRAZO DO DOCUMENTO. SE O ALUNO JA
      *                  TEM CHECKLIST NAO FAZ NADA - CREATE,
      *                  PREMATRICULA E TRANSFIN PODEM CHAMAR SEM
      *                  MEDO DE DUPLICAR;
      *            'P' - DEVOLVE QUANTOS DOCUMENTOS ESTAO PENDENTES E
      *                  QUANTOS DELES JA PASSARAM DO PRAZO (GETONE).
      *          O ALUNO E LOCALIZADO PELO NOME NO CADASTRO MESTRE
      *          (ALUNOMST); ALUNO FORA DO MESTRE NAO TEM CHECKLIST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCHK.
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
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
                   .
       DATA DIVISION.
       FILE SECTION.
       FD DOCREQ-FILE
       DATA RECORD IS DOCREQ-LINHA.
           COPY DOCREQ_DADOS.
       FD DOCALUNO-FILE
       DATA RECORD IS DOCALUNO-LINHA.
           COPY DOCALUNO_DADOS.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-REQ                    PIC 99.
          88 FS-REQ-OK                 VALUE 0.
       77 WS-FS-DOC                    PIC 99.
          88 FS-DOC-OK                 VALUE 0.
       77 WS-FS-TUR                    PIC 99.
          88 FS-TUR-OK                 VALUE 0.
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                     PIC X VALUE 'N'.
          88 ACHOU-OK                  VALUE 'S' FALSE 'N'.
       77 WS-IDX                       PIC 99.
       77 WS-SEGMENTO                  PIC X(02).
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-DATA-FORMAT               PIC X(10).
       77 WS-DIAS-INT                  PIC 9(08).
       77 WS-DATA-PRAZO-N              PIC 9(08).
       77 WS-PRAZO-FMT                 PIC X(10).
       77 WS-ALM-ACAO                  PIC X.
       77 WS-ALM-ACHADO                PIC X.
          88 ALM-ACHADO-OK             VALUE 'S' FALSE 'N'.
       77 WS-ALM-ID                    PIC 9(06).
       77 WS-ALM-NOME                  PIC X(30).
       77 WS-ALM-TURMA                 PIC X(10).
       77 WS-ALM-RESP                  PIC 9(06).
       77 WS-ALM-NASCIMENTO            PIC X(10).
      * Lista geral semeada na primeira execucao (segmento '**' vale
      * para todas as turmas): segmento, codigo, descricao, prazo em
      * dias corridos a contar da matricula. O DOCMAN mantem.
       01 WS-LISTA-PADRAO.
           05 FILLER PIC X(39) VALUE
               '**CNASCERTIDAO DE NASCIMENTO        030'.
           05 FILLER PIC X(39) VALUE
               '**CENDCOMPROVANTE DE ENDERECO       030'.
           05 FILLER PIC X(39) VALUE
               '**CVACCARTEIRA DE VACINACAO         030'.
           05 FILLER PIC X(39) VALUE
               '**TRANDECLARACAO DE TRANSFERENCIA   060'.
       01 WS-LISTA-TAB REDEFINES WS-LISTA-PADRAO.
           05 WS-LP-ENTRY OCCURS 4 TIMES.
               10 WS-LP-SEGMENTO       PIC X(02).
               10 WS-LP-CODIGO         PIC X(04).
               10 WS-LP-DESCRICAO      PIC X(30).
               10 WS-LP-PRAZO          PIC 9(03).
       LINKAGE SECTION.
       01 WS-DK-ACAO                   PIC X.
       01 WS-DK-NOME                   PIC X(30).
       01 WS-DK-ANO                    PIC X(07).
       01 WS-DK-TURMA                  PIC X(10).
       01 WS-DK-PENDENTES              PIC 9(02).
       01 WS-DK-VENCIDOS               PIC 9(02).
       PROCEDURE DIVISION USING WS-DK-ACAO WS-DK-NOME WS-DK-ANO
                                WS-DK-TURMA WS-DK-PENDENTES
                                WS-DK-VENCIDOS.

       P100-INICIO.
           MOVE 0 TO WS-DK-PENDENTES
           MOVE 0 TO WS-DK-VENCIDOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
           EVALUATE WS-DK-ACAO
               WHEN 'I'
                   PERFORM P200-GARANTE-LISTA
               WHEN 'G'
                   PERFORM P200-GARANTE-LISTA
                   PERFORM P300-GERA-CHECKLIST
               WHEN 'P'
                   PERFORM P400-CONTA-PENDENTES
           END-EVALUATE
           GOBACK
           .

       P150-LOCALIZA-ALUNO.
           MOVE 'N'        TO WS-ALM-ACAO
           MOVE WS-DK-NOME TO WS-ALM-NOME
           MOVE 0          TO WS-ALM-ID
           CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO WS-ALM-ID
                                 WS-ALM-NOME WS-ALM-TURMA WS-ALM-RESP
                                 WS-ALM-NASCIMENTO
           .

       P200-GARANTE-LISTA.
           OPEN INPUT DOCREQ-FILE
           IF WS-FS-REQ = 35
               OPEN OUTPUT DOCREQ-FILE
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
                   MOVE WS-LP-SEGMENTO(WS-IDX)  TO RQ-SEGMENTO
                   MOVE WS-LP-CODIGO(WS-IDX)    TO RQ-CODIGO
                   MOVE WS-LP-DESCRICAO(WS-IDX) TO RQ-DESCRICAO
                   MOVE WS-LP-PRAZO(WS-IDX)     TO RQ-PRAZO
                   MOVE 'S'                     TO RQ-ATIVO
                   WRITE DOCREQ-LINHA
               END-PERFORM
           END-IF
           CLOSE DOCREQ-FILE
           .

       P300-GERA-CHECKLIST.
           PERFORM P150-LOCALIZA-ALUNO
           IF NOT ALM-ACHADO-OK
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DOCALUNO-FILE
           IF WS-FS-DOC = 35
               OPEN OUTPUT DOCALUNO-FILE
               CLOSE DOCALUNO-FILE
               OPEN I-O DOCALUNO-FILE
           END-IF
           IF NOT FS-DOC-OK
               EXIT PARAGRAPH
           END-IF

      * Ja tem checklist: nada a gerar.
           PERFORM P350-PRIMEIRO-DOCUMENTO
           IF ACHOU-OK
               CLOSE DOCALUNO-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SEGMENTO
           OPEN INPUT TURMACAT-FILE
           IF FS-TUR-OK
               MOVE WS-DK-ANO   TO TU-ANO
               MOVE WS-DK-TURMA TO TU-TURMA
               READ TURMACAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TU-SEGMENTO TO WS-SEGMENTO
               END-READ
               CLOSE TURMACAT-FILE
           END-IF

           OPEN INPUT DOCREQ-FILE
           IF NOT FS-REQ-OK
               CLOSE DOCALUNO-FILE
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ DOCREQ-FILE NEXT
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RQ-ATIVO = 'S'
                          AND (RQ-SEGMENTO = '**'
                           OR (RQ-SEGMENTO = WS-SEGMENTO
                               AND WS-SEGMENTO NOT = SPACES))
                           PERFORM P360-GRAVA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCREQ-FILE
           CLOSE DOCALUNO-FILE
           .

       P350-PRIMEIRO-DOCUMENTO.
           SET ACHOU-OK TO FALSE
           MOVE WS-ALM-ID TO DA-ALUNO-ID
           MOVE LOW-VALUES TO DA-CODIGO
           START DOCALUNO-FILE KEY IS >= DA-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ DOCALUNO-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF DA-ALUNO-ID = WS-ALM-ID
                       SET ACHOU-OK TO TRUE
                   END-IF
           END-READ
           .

       P360-GRAVA-DOCUMENTO.
           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) + RQ-PRAZO
           COMPUTE WS-DATA-PRAZO-N =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
           CALL 'DATAFMT' USING WS-DATA-PRAZO-N WS-PRAZO-FMT

           MOVE WS-ALM-ID      TO DA-ALUNO-ID
           MOVE RQ-CODIGO      TO DA-CODIGO
           MOVE WS-ALM-NOME    TO DA-NOME
           MOVE RQ-DESCRICAO   TO DA-DESCRICAO
           MOVE WS-DATA-FORMAT TO DA-DATA-GERADO
           MOVE WS-PRAZO-FMT   TO DA-PRAZO
           SET DA-PENDENTE     TO TRUE
           MOVE SPACES         TO DA-DATA-RECEBIDO
           MOVE SPACES         TO DA-OPERADOR
      * Codigo repetido entre a lista geral e a do segmento: vale o
      * primeiro gravado.
           WRITE DOCALUNO-LINHA
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       P400-CONTA-PENDENTES.
           PERFORM P150-LOCALIZA-ALUNO
           IF NOT ALM-ACHADO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DOCALUNO-FILE
           IF NOT FS-DOC-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALM-ID TO DA-ALUNO-ID
           MOVE LOW-VALUES TO DA-CODIGO
           SET EOF-OK TO FALSE
           START DOCALUNO-FILE KEY IS >= DA-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ DOCALUNO-FILE NEXT
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF DA-ALUNO-ID NOT = WS-ALM-ID
                           SET EOF-OK TO TRUE
                       ELSE
                           IF DA-PENDENTE
                               ADD 1 TO WS-DK-PENDENTES
                               IF DA-PRAZO < WS-DATA-FORMAT
                                   ADD 1 TO WS-DK-VENCIDOS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCALUNO-FILE
           .
