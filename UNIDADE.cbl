      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: UNIDADE ESCOLAR DA REDE. A MESMA INSTALACAO ATENDE
      *          A ESCOLA SEDE (UNIDADE '01') E OS ANEXOS ('02',
      *          '03'...); O OPERADOR TRABALHA NA UNIDADE GRAVADA NO
      *          SEU CADASTRO, QUE O SIGN-ON PASSA PARA A SESSAO
      *          (SESSAO.DAT). UNIDADE '00' E A REDE: ENXERGA TODAS.
      *          ACOES:
      *            'S' - DEVOLVE A UNIDADE DA SESSAO (SEM SESSAO
      *                  ASSINADA, PRIMEIRA INSTALACAO: '00');
      *            'T' - DEVOLVE A UNIDADE DA TURMA (TURMACAT.DAT,
      *                  ANO + TURMA; ANO EM BRANCO = O ANO MAIS
      *                  RECENTE EM QUE A TURMA EXISTE). TURMA FORA
      *                  DO CADASTRO FICA NA '01'. E ASSIM QUE O
      *                  BOLETIM (F-TURMA) SABE A SUA UNIDADE;
      *            'V' - NORMALIZA A UNIDADE INFORMADA (BRANCO OU
      *                  '00' NUM REGISTRO = '01', DADO ANTERIOR A
      *                  REDE).
      *          NAS TRES, O RESULTADO DIZ SE A SESSAO PODE VER A
      *          UNIDADE DEVOLVIDA: 'S' MESMA UNIDADE OU SESSAO DA
      *          REDE, 'N' OUTRA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIDADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
                   .
       DATA DIVISION.
       FILE SECTION.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
           03 SE-UNIDADE           PIC X(02).
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-SESSAO                 PIC 99.
       77 WS-FS-TUR                    PIC 99.
          88 FS-TUR-OK                 VALUE 0.
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO            PIC X(02).
      * Ultima turma consultada: as listagens perguntam linha a linha
      * pela mesma turma.
       77 WS-ULT-ANO                   PIC X(07) VALUE HIGH-VALUES.
       77 WS-ULT-TURMA                 PIC X(10) VALUE HIGH-VALUES.
       77 WS-ULT-UNIDADE               PIC X(02).
       LINKAGE SECTION.
       01 WS-UN-ACAO                   PIC X.
       01 WS-UN-ANO                    PIC X(07).
       01 WS-UN-TURMA                  PIC X(10).
       01 WS-UN-CODIGO                 PIC X(02).
       01 WS-UN-RESULTADO              PIC X.
       PROCEDURE DIVISION USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                WS-UN-CODIGO WS-UN-RESULTADO.

       P100-INICIO.
           MOVE 'S' TO WS-UN-RESULTADO
           PERFORM P200-LE-SESSAO
           EVALUATE WS-UN-ACAO
               WHEN 'S'
                   MOVE WS-UNIDADE-SESSAO TO WS-UN-CODIGO
                   GOBACK
               WHEN 'T'
                   PERFORM P300-UNIDADE-TURMA
               WHEN OTHER
                   IF WS-UN-CODIGO = SPACES OR WS-UN-CODIGO = '00'
                       MOVE '01' TO WS-UN-CODIGO
                   END-IF
           END-EVALUATE
           IF WS-UNIDADE-SESSAO NOT = '00'
              AND WS-UNIDADE-SESSAO NOT = WS-UN-CODIGO
               MOVE 'N' TO WS-UN-RESULTADO
           END-IF
           GOBACK
           .

       P200-LE-SESSAO.
      * Sessao gravada antes da rede (sem a unidade) e da '01'.
           MOVE '00' TO WS-UNIDADE-SESSAO
           OPEN INPUT SESSAO-FILE
           IF WS-FS-SESSAO = 0
               MOVE SPACES TO SESSAO-LINHA
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SE-UNIDADE TO WS-UNIDADE-SESSAO
                       IF WS-UNIDADE-SESSAO = SPACES
                           MOVE '01' TO WS-UNIDADE-SESSAO
                       END-IF
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           .

       P300-UNIDADE-TURMA.
           IF WS-UN-ANO = WS-ULT-ANO AND WS-UN-TURMA = WS-ULT-TURMA
               MOVE WS-ULT-UNIDADE TO WS-UN-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE '01' TO WS-UN-CODIGO
           OPEN INPUT TURMACAT-FILE
           IF NOT FS-TUR-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-UN-ANO NOT = SPACES
               MOVE WS-UN-ANO   TO TU-ANO
               MOVE WS-UN-TURMA TO TU-TURMA
               READ TURMACAT-FILE
                   KEY IS TU-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P310-GUARDA-UNIDADE
               END-READ
           ELSE
      * Sem ano: percorre o cadastro e fica com o ano mais recente
      * em que a turma aparece (chave em ordem de ano).
               SET EOF-OK TO FALSE
               MOVE LOW-VALUES TO TU-CHAVE
               START TURMACAT-FILE KEY IS NOT LESS TU-CHAVE
                   INVALID KEY SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ TURMACAT-FILE NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF TU-TURMA = WS-UN-TURMA
                               PERFORM P310-GUARDA-UNIDADE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TURMACAT-FILE
           MOVE WS-UN-ANO    TO WS-ULT-ANO
           MOVE WS-UN-TURMA  TO WS-ULT-TURMA
           MOVE WS-UN-CODIGO TO WS-ULT-UNIDADE
           .

       P310-GUARDA-UNIDADE.
           MOVE TU-UNIDADE TO WS-UN-CODIGO
           IF WS-UN-CODIGO = SPACES OR WS-UN-CODIGO = '00'
               MOVE '01' TO WS-UN-CODIGO
           END-IF
           .
