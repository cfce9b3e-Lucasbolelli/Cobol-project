      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CONFERE A IDADE DO ALUNO CONTRA A SERIE DA TURMA NA
      *          MATRICULA. A SERIE VEM DO CADASTRO DE TURMAS
      *          (TU-SERIE) E O NASCIMENTO DO MESTRE DE ALUNOS
      *          (AL-NASCIMENTO, AAAA/MM/DD). A IDADE CONTA ATE 31 DE
      *          MARCO DO ANO LETIVO (CORTE LEGAL DO 1O ANO: SEIS
      *          ANOS COMPLETOS ATE 31/03). FAIXA ACEITA: DA IDADE
      *          ESPERADA (SERIE + 5) ATE UM ANO ACIMA - DOIS OU MAIS
      *          ACIMA JA E DISTORCAO IDADE-SERIE, COMO NO REPETREL.
      *          TURMA DE EJA SO TEM MINIMO: 15 ANOS NO FUNDAMENTAL,
      *          18 NO MEDIO. FORA DA FAIXA, A MATRICULA SO PASSA COM
      *          UMA LIBERACAO GRAVADA NO IDADELIB.DAT PARA O ALUNO
      *          NAQUELA TURMA; NA ACAO 'L' A PROPRIA CONFERENCIA
      *          OFERECE A LIBERACAO: CONFIRMACAO, FUNCAO LIBERA DO
      *          IDADELIB NA MATRIZ DE PERMISSOES E JUSTIFICATIVA
      *          OBRIGATORIA, COM TRILHA DE AUDITORIA. TURMA SEM SERIE
      *          OU ALUNO SEM NASCIMENTO NO MESTRE NAO SAO CONFERIDOS.
      *          CHAMADO PELO CREATE (TODO CAMINHO DE CADASTRO), PELO
      *          PREMATRICULA, PELO TRANSFIN, PELO REMANEJA E PELO
      *          RELATORIO DA COORDENACAO (IDADELIB).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDADECHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT IDADELIB-FILE
               ASSIGN TO
                   WS-PATH-IDADELIB
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS IL-CHAVE
                   FILE STATUS IS WS-FS-LIB
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD IDADELIB-FILE
       DATA RECORD IS IDADELIB-LINHA.
           COPY IDADELIB_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR              PIC X(20).
           03 SE-PERFIL                PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-TUR                    PIC 99.
          88 FS-TUR-OK                 VALUE 0.
       77 WS-FS-ALU                    PIC 99.
          88 FS-ALU-OK                 VALUE 0.
       77 WS-FS-LIB                    PIC 99.
          88 FS-LIB-OK                 VALUE 0.
       77 WS-FS-SESSAO                 PIC 99.
       77 WS-FS-MSG                    PIC X(40).
       77 WS-SEGMENTO                  PIC X(02).
       77 WS-ID-ALUNO                  PIC 9(06) VALUE 0.
       77 WS-ANO-CORTE                 PIC 9(04).
       77 WS-ANO-NASC                  PIC 9(04).
       77 WS-MESDIA-NASC               PIC X(04).
       77 WS-IDADE-CALC                PIC S9(04).
       77 WS-CONFIRMA                  PIC X.
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-DATA-FORMAT               PIC X(10).
      * Liberacao e funcao propria na matriz de permissoes.
       77 WS-PROGRAMA-LIB              PIC X(12) VALUE 'IDADELIB'.
       77 WS-PM-FUNCAO                 PIC X(10) VALUE 'LIBERA'.
       77 WS-PM-RESULTADO              PIC X.
          88 PM-PERMITIDO              VALUE 'S' FALSE 'N'.
       77 WS-AUD-OPERACAO              PIC X(10) VALUE 'IDADELIB'.
       77 WS-AUD-ANTES                 PIC X(40).
       77 WS-AUD-DEPOIS                PIC X(40).
       LINKAGE SECTION.
           COPY IDADECHK-AREA.
       PROCEDURE DIVISION USING WS-IDADECHK-AREA.

       P100-INICIO.
           MOVE 'S'    TO WS-IC-RESULTADO
           MOVE 0      TO WS-IC-SERIE WS-IC-IDADE
                          WS-IC-IDADE-MIN WS-IC-IDADE-MAX
           MOVE SPACES TO WS-IC-NASCIMENTO WS-IC-MOTIVO
                          WS-IC-OPERADOR WS-IC-DATA
           MOVE 0      TO WS-ID-ALUNO

           PERFORM P200-LE-TURMA
           IF WS-IC-SERIE = 0
               GOBACK
           END-IF
           PERFORM P300-LE-NASCIMENTO
           IF WS-IC-NASCIMENTO = SPACES
               GOBACK
           END-IF
           PERFORM P400-CALCULA-FAIXA
           IF WS-IC-IDADE >= WS-IC-IDADE-MIN
              AND WS-IC-IDADE <= WS-IC-IDADE-MAX
               MOVE 'D' TO WS-IC-RESULTADO
               GOBACK
           END-IF

           MOVE 'F' TO WS-IC-RESULTADO
           PERFORM P500-PROCURA-LIBERACAO
           IF WS-IC-RESULTADO = 'F' AND WS-IC-ACAO = 'L'
               PERFORM P600-LIBERA
           END-IF
           GOBACK
           .

       P200-LE-TURMA.
      * Sem cadastro de turmas, turma fora dele ou sem serie: nada a
      * conferir.
           OPEN INPUT TURMACAT-FILE
           IF NOT FS-TUR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IC-ANO   TO TU-ANO
           MOVE WS-IC-TURMA TO TU-TURMA
           READ TURMACAT-FILE
               KEY IS TU-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TU-SERIE IS NUMERIC
                       MOVE TU-SERIE    TO WS-IC-SERIE
                       MOVE TU-SEGMENTO TO WS-SEGMENTO
                   END-IF
           END-READ
           CLOSE TURMACAT-FILE
           .

       P300-LE-NASCIMENTO.
      * Nascimento so vale no formato do ALUMAN (AAAA/MM/DD); o
      * ano letivo precisa comecar pelo ano (2026/1).
           OPEN INPUT ALUNOS-FILE
           IF NOT FS-ALU-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IC-NOME TO AL-NOME
           READ ALUNOS-FILE
               KEY IS AL-NOME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-ID TO WS-ID-ALUNO
                   IF AL-NASCIMENTO(1:4) IS NUMERIC
                      AND AL-NASCIMENTO(6:2) IS NUMERIC
                      AND AL-NASCIMENTO(9:2) IS NUMERIC
                      AND WS-IC-ANO(1:4) IS NUMERIC
                       MOVE AL-NASCIMENTO TO WS-IC-NASCIMENTO
                   END-IF
           END-READ
           CLOSE ALUNOS-FILE
           .

       P400-CALCULA-FAIXA.
      * Idade completada ate 31/03 do ano letivo: quem faz
      * aniversario depois do corte ainda conta com um ano a menos.
           MOVE WS-IC-ANO(1:4)         TO WS-ANO-CORTE
           MOVE WS-IC-NASCIMENTO(1:4)  TO WS-ANO-NASC
           MOVE WS-IC-NASCIMENTO(6:2)  TO WS-MESDIA-NASC(1:2)
           MOVE WS-IC-NASCIMENTO(9:2)  TO WS-MESDIA-NASC(3:2)
           COMPUTE WS-IDADE-CALC = WS-ANO-CORTE - WS-ANO-NASC
           IF WS-MESDIA-NASC > '0331'
               SUBTRACT 1 FROM WS-IDADE-CALC
           END-IF
           IF WS-IDADE-CALC < 0
               MOVE 0 TO WS-IDADE-CALC
           END-IF
           MOVE WS-IDADE-CALC TO WS-IC-IDADE

           IF WS-SEGMENTO = 'EJ'
               IF WS-IC-SERIE > 9
                   MOVE 18 TO WS-IC-IDADE-MIN
               ELSE
                   MOVE 15 TO WS-IC-IDADE-MIN
               END-IF
               MOVE 99 TO WS-IC-IDADE-MAX
           ELSE
               COMPUTE WS-IC-IDADE-MIN = WS-IC-SERIE + 5
               COMPUTE WS-IC-IDADE-MAX = WS-IC-SERIE + 6
           END-IF
           .

       P500-PROCURA-LIBERACAO.
           OPEN INPUT IDADELIB-FILE
           IF NOT FS-LIB-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IC-ANO   TO IL-ANO
           MOVE WS-IC-TURMA TO IL-TURMA
           MOVE WS-IC-NOME  TO IL-NOME
           READ IDADELIB-FILE
               KEY IS IL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'L'         TO WS-IC-RESULTADO
                   MOVE IL-MOTIVO   TO WS-IC-MOTIVO
                   MOVE IL-OPERADOR TO WS-IC-OPERADOR
                   MOVE IL-DATA     TO WS-IC-DATA
           END-READ
           CLOSE IDADELIB-FILE
           .

       P600-LIBERA.
      * Matricula fora da faixa e decisao da coordenacao/direcao:
      * confirmacao, funcao LIBERA e justificativa obrigatoria.
           DISPLAY FUNCTION TRIM(WS-IC-NOME) ' TEM ' WS-IC-IDADE
                   ' ANOS EM 31/03/' WS-IC-ANO(1:4)
           DISPLAY 'FORA DA FAIXA DA SERIE ' WS-IC-SERIE ' DA TURMA '
                   WS-IC-TURMA ' (' WS-IC-IDADE-MIN ' A '
                   WS-IC-IDADE-MAX ' ANOS)'
           DISPLAY 'LIBERAR A MATRICULA FORA DA FAIXA ? S/N'
               CALL 'CONFIRMA' USING WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           CALL 'PERMCHK' USING WS-PROGRAMA-LIB WS-PM-FUNCAO
                                WS-PM-RESULTADO
           IF NOT PM-PERMITIDO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'JUSTIFICATIVA DA LIBERACAO (OBRIGATORIA): '
               ACCEPT WS-IC-MOTIVO
           IF WS-IC-MOTIVO = SPACES
               DISPLAY 'SEM JUSTIFICATIVA - LIBERACAO NAO REGISTRADA'
               EXIT PARAGRAPH
           END-IF

           MOVE 'DESCONHECIDO' TO WS-IC-OPERADOR
           OPEN INPUT SESSAO-FILE
           IF WS-FS-SESSAO = 0
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SE-OPERADOR TO WS-IC-OPERADOR
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
           MOVE WS-DATA-FORMAT TO WS-IC-DATA

           OPEN I-O IDADELIB-FILE
           IF WS-FS-LIB = 35
               OPEN OUTPUT IDADELIB-FILE
               CLOSE IDADELIB-FILE
               OPEN I-O IDADELIB-FILE
           END-IF
           IF NOT FS-LIB-OK
               CALL 'FSMSG' USING WS-FS-LIB WS-FS-MSG
               DISPLAY 'ERRO AO ABRIR O IDADELIB.DAT --> COD '
                       WS-FS-LIB ': ' WS-FS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IC-ANO        TO IL-ANO
           MOVE WS-IC-TURMA      TO IL-TURMA
           MOVE WS-IC-NOME       TO IL-NOME
           MOVE WS-IC-SERIE      TO IL-SERIE
           MOVE WS-IC-NASCIMENTO TO IL-NASCIMENTO
           MOVE WS-IC-IDADE      TO IL-IDADE
           MOVE WS-IC-IDADE-MIN  TO IL-IDADE-MIN
           MOVE WS-IC-IDADE-MAX  TO IL-IDADE-MAX
           MOVE WS-IC-MOTIVO     TO IL-MOTIVO
           MOVE WS-IC-OPERADOR   TO IL-OPERADOR
           MOVE WS-IC-DATA       TO IL-DATA
           MOVE WS-IC-PROGRAMA   TO IL-PROGRAMA
           WRITE IDADELIB-LINHA
           IF NOT FS-LIB-OK
               CALL 'FSMSG' USING WS-FS-LIB WS-FS-MSG
               DISPLAY 'ERRO AO GRAVAR A LIBERACAO --> COD '
                       WS-FS-LIB ': ' WS-FS-MSG
               CLOSE IDADELIB-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE IDADELIB-FILE

           MOVE 'L' TO WS-IC-RESULTADO
           MOVE SPACES TO WS-AUD-ANTES
           STRING WS-IC-NOME DELIMITED BY SIZE
                  ' IDADE ' DELIMITED BY SIZE
                  WS-IC-IDADE DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING 'LIBERADO ' DELIMITED BY SIZE
                  WS-IC-ANO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IC-TURMA DELIMITED BY SIZE
                  ' SERIE ' DELIMITED BY SIZE
                  WS-IC-SERIE DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-ID-ALUNO
                                  WS-AUD-ANTES WS-AUD-DEPOIS
           DISPLAY 'MATRICULA FORA DA FAIXA LIBERADA - REGISTRADO NO '
                   'IDADELIB E NA AUDITORIA'
           .
