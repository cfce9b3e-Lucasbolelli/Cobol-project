      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: REGISTRO DO EGRESSO. GRAVA EM EGRESSOS.DAT O ALUNO
      *          QUE CONCLUIU A ETAPA NA ESCOLA, PARA A PESQUISA
      *          ANUAL DE ACOMPANHAMENTO (EGRESSOS): TURMA, ETAPA E
      *          UNIDADE DO CADASTRO DE TURMAS, ID DO MESTRE DE
      *          ALUNOS E O CONTATO DO RESPONSAVEL (CADASTROPF) COMO
      *          PONTO DE PARTIDA. CHAMADO PELO DOCEMITE A CADA
      *          CERTIFICADO DE CONCLUSAO E PELA GERACAO A PARTIR DAS
      *          DECISOES DO PROMOCAO; EGRESSO JA REGISTRADO NAO E
      *          DUPLICADO - SO RECEBE O NUMERO DO CERTIFICADO. CADA
      *          EGRESSO NOVO DEIXA TRILHA DE AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRESSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EGRESSO-FILE
               ASSIGN TO
                   WS-PATH-EGRESSOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS EG-CHAVE
                   ALTERNATE RECORD KEY IS EG-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-EGR
                   .
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
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
       DATA DIVISION.
       FILE SECTION.
       FD EGRESSO-FILE
       DATA RECORD IS EGRESSO-LINHA.
           COPY EGRESSO_DADOS.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-EGR                    PIC 99.
          88 FS-EGR-OK                 VALUE 0.
       77 WS-FS-TUR                    PIC 99.
          88 FS-TUR-OK                 VALUE 0.
       77 WS-FS-ALU                    PIC 99.
          88 FS-ALU-OK                 VALUE 0.
       77 WS-FS-PF                     PIC 99.
          88 FS-PF-OK                  VALUE 0.
       77 WS-FS-MSG                    PIC X(40).
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-DATA-FORMAT               PIC X(10).
       77 WS-AUD-OPERACAO              PIC X(10) VALUE 'EGRESSO'.
       77 WS-AUD-ANTES                 PIC X(40).
       77 WS-AUD-DEPOIS                PIC X(40).
       LINKAGE SECTION.
           COPY EGRESSO-AREA.
       PROCEDURE DIVISION USING WS-EGRESSO-AREA.

       P100-INICIO.
           MOVE 'E' TO WS-EG-RESULTADO
           OPEN I-O EGRESSO-FILE
           IF WS-FS-EGR = 35
               OPEN OUTPUT EGRESSO-FILE
               CLOSE EGRESSO-FILE
               OPEN I-O EGRESSO-FILE
           END-IF
           IF NOT FS-EGR-OK
               CALL 'FSMSG' USING WS-FS-EGR WS-FS-MSG
               DISPLAY 'ERRO AO ABRIR O EGRESSOS.DAT --> COD '
                       WS-FS-EGR ': ' WS-FS-MSG
               GOBACK
           END-IF

           MOVE WS-EG-ANO  TO EG-ANO
           MOVE WS-EG-NOME TO EG-NOME
           READ EGRESSO-FILE
               KEY IS EG-CHAVE
               INVALID KEY
                   PERFORM P200-MONTA-EGRESSO
                   WRITE EGRESSO-LINHA
                   IF FS-EGR-OK
                       MOVE 'N' TO WS-EG-RESULTADO
                   END-IF
               NOT INVALID KEY
      * Ja registrado (pelo PROMOCAO ou por via anterior): so o
      * numero do certificado e atualizado.
                   IF WS-EG-CERTIFICADO > 0
                       MOVE WS-EG-CERTIFICADO TO EG-CERTIFICADO
                       REWRITE EGRESSO-LINHA
                   END-IF
                   IF FS-EGR-OK
                       MOVE 'A' TO WS-EG-RESULTADO
                   END-IF
           END-READ
           IF EG-ERRO
               CALL 'FSMSG' USING WS-FS-EGR WS-FS-MSG
               DISPLAY 'ERRO AO GRAVAR O EGRESSO --> COD '
                       WS-FS-EGR ': ' WS-FS-MSG
           END-IF
           CLOSE EGRESSO-FILE

           IF EG-NOVO
               MOVE SPACES TO WS-AUD-ANTES
               STRING WS-EG-NOME DELIMITED BY SIZE
                      INTO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING 'EGRESSO ' DELIMITED BY SIZE
                      WS-EG-ANO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EG-TURMA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      EG-SEGMENTO DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               CALL 'AUDITORIA' USING WS-AUD-OPERACAO EG-ID-ALUNO
                                      WS-AUD-ANTES WS-AUD-DEPOIS
           END-IF
           GOBACK
           .

       P200-MONTA-EGRESSO.
           INITIALIZE EGRESSO-LINHA
           MOVE WS-EG-ANO         TO EG-ANO
           MOVE WS-EG-NOME        TO EG-NOME
           MOVE WS-EG-TURMA       TO EG-TURMA
           MOVE WS-EG-ID-RESP     TO EG-ID-RESPONSAVEL
           MOVE WS-EG-CERTIFICADO TO EG-CERTIFICADO
           MOVE WS-EG-ORIGEM      TO EG-ORIGEM
           MOVE '01'              TO EG-UNIDADE
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
           MOVE WS-DATA-FORMAT    TO EG-DATA-REGISTRO
           PERFORM P300-LE-TURMA
           PERFORM P400-LE-ALUNO
           PERFORM P500-LE-CONTATO
           .

       P300-LE-TURMA.
      * Etapa concluida: o segmento da turma; turma anterior ao
      * segmento fica pela serie (acima da 9a = medio).
           MOVE 'F2' TO EG-SEGMENTO
           OPEN INPUT TURMACAT-FILE
           IF NOT FS-TUR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EG-ANO   TO TU-ANO
           MOVE WS-EG-TURMA TO TU-TURMA
           READ TURMACAT-FILE
               KEY IS TU-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TU-SEGMENTO-VALIDO
                       MOVE TU-SEGMENTO TO EG-SEGMENTO
                   ELSE
                       IF TU-SERIE IS NUMERIC AND TU-SERIE > 9
                           MOVE 'EM' TO EG-SEGMENTO
                       END-IF
                   END-IF
                   IF TU-UNIDADE NOT = SPACES
                      AND TU-UNIDADE NOT = '00'
                       MOVE TU-UNIDADE TO EG-UNIDADE
                   END-IF
           END-READ
           CLOSE TURMACAT-FILE
           .

       P400-LE-ALUNO.
           OPEN INPUT ALUNOS-FILE
           IF NOT FS-ALU-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EG-NOME TO AL-NOME
           READ ALUNOS-FILE
               KEY IS AL-NOME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-ID TO EG-ID-ALUNO
                   IF EG-ID-RESPONSAVEL = 0
                       MOVE AL-ID-RESPONSAVEL TO EG-ID-RESPONSAVEL
                   END-IF
           END-READ
           CLOSE ALUNOS-FILE
           .

       P500-LE-CONTATO.
      * Contato inicial: telefone, e-mail e cidade do responsavel;
      * a secretaria troca pelo do egresso no primeiro contato.
           IF EG-ID-RESPONSAVEL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CADASTRO-PF-FILE
           IF NOT FS-PF-OK
               EXIT PARAGRAPH
           END-IF
           MOVE EG-ID-RESPONSAVEL TO F-ID-PF
           READ CADASTRO-PF-FILE
               KEY IS F-ID-PF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F-PREFIXO NOT = SPACES
                       STRING '(' DELIMITED BY SIZE
                              F-DDD DELIMITED BY SIZE
                              ') ' DELIMITED BY SIZE
                              F-PREFIXO DELIMITED BY SPACE
                              '-' DELIMITED BY SIZE
                              F-SUFIXO DELIMITED BY SIZE
                              INTO EG-TELEFONE
                   END-IF
                   MOVE F-EMAIL  TO EG-EMAIL
                   MOVE F-CIDADE TO EG-CIDADE
                   MOVE F-UF     TO EG-UF
           END-READ
           CLOSE CADASTRO-PF-FILE
           .
