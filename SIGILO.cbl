      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: SIGILO DOS DADOS SENSIVEIS DO ALUNO EM REPOUSO: CPF
      *          E RG DO ALUNOS.DAT, CPF DO RESPONSAVEL NO
      *          CADASTROPF.DAT E ALERTAS MEDICOS DO
      *          SAUDEALUNO.DAT. O CAMPO E CIFRADO NO PROPRIO
      *          REGISTRO, SEM MUDAR DE TAMANHO, COM A CHAVE DE
      *          SIGILO.KEY (FORA DA PASTA DE DADOS - FILE-PATHS):
      *          CPF DE 11 DIGITOS VIRA '$' + 8 POSICOES BASE 36;
      *          RG E ALERTAS VIRAM '$' + TEXTO CIFRADO, O QUE EXIGE
      *          A ULTIMA POSICAO DO CAMPO EM BRANCO (AS TELAS SO
      *          ACEITAM UMA POSICAO A MENOS). CAMPO EM BRANCO FICA
      *          EM BRANCO - O 'TEM ALERTA?' DO SAUDECHK CONTINUA
      *          VALENDO. ACOES:
      *            'K' - GARANTE A CHAVE: GERA E GRAVA SE NAO EXISTIR
      *                  ('S' CRIADA, 'N' JA EXISTIA, 'E' ERRO);
      *            'C' - CIFRA O VALOR ('S' CIFRADO, 'J' NADA A
      *                  FAZER - BRANCO OU JA CIFRADO, 'N' NAO
      *                  CIFRADO - SEM CHAVE OU FORA DO PADRAO);
      *            'D' - DECIFRA O VALOR ('S', 'J' JA EM CLARO, 'N'
      *                  SEM CHAVE);
      *            'V' - MONTA O TEXTO DE TELA/RELATORIO: INTEGRAL SE
      *                  A MATRIZ DE PERMISSOES DER AO PERFIL DA
      *                  SESSAO A FUNCAO SIGILO/VISAOINT ('S' - E A
      *                  VISAO VAI PARA O LOG DE ACESSOS LGPD),
      *                  MASCARADO NOS DEMAIS CASOS ('M', EX.
      *                  ***.456.789-**). SEM LINHA NA MATRIZ SO O
      *                  PERFIL X VE INTEGRAL.
      *          TIPO DO CAMPO: 'C' CPF, 'R' RG, 'S' ALERTAS DE SAUDE.
      *          A MIGRACAO DOS DADOS JA GRAVADOS E FEITA PELO SIGMIG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGILO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CHAVE-FILE
               ASSIGN TO
                   WS-PATH-SIGILO-CHAVE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CHAVE
                   .
               SELECT PERM-FILE
               ASSIGN TO
                   WS-PATH-PERMISSOES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PM-CHAVE
                   FILE STATUS IS WS-FS-PERM
                   .
               SELECT OPER-FILE
               ASSIGN TO
                   WS-PATH-OPERADORES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS OP-NOME
                   FILE STATUS IS WS-FS-OPER
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD CHAVE-FILE
       DATA RECORD IS CHAVE-LINHA.
       01 CHAVE-LINHA                  PIC X(16).
       FD PERM-FILE
       DATA RECORD IS PERMISSAO-LINHA.
           COPY PERMISSAO_DADOS.
       FD OPER-FILE
       DATA RECORD IS OPERADOR-LINHA.
           COPY OPERADOR_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR              PIC X(20).
           03 SE-PERFIL                PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-FS-CHAVE                  PIC 99.
       77 WS-FS-PERM                   PIC 99.
       77 WS-FS-OPER                   PIC 99.
       77 WS-FS-SESSAO                 PIC 99.
       77 WS-FS-MSG                    PIC X(40).
       77 WS-BASE36                    PIC X(36)
                 VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * A chave e lida uma vez por execucao e fica aqui, ja
      * desdobrada no fluxo de 60 posicoes usado na cifra.
       77 WS-CHAVE                     PIC X(16) VALUE SPACES.
       77 WS-CHAVE-LIDA                PIC X VALUE 'N'.
          88 CHAVE-LIDA                VALUE 'S' FALSE 'N'.
       77 WS-TEM-CHAVE                 PIC X VALUE 'N'.
          88 TEM-CHAVE                 VALUE 'S' FALSE 'N'.
       01 WS-FLUXO-TAB.
           05 WS-FLUXO OCCURS 60 TIMES PIC 9(04).
       77 WS-VISAO                     PIC X VALUE 'N'.
          88 VISAO-INTEGRAL            VALUE 'S' FALSE 'N'.
       77 WS-PERFIL-ATUAL              PIC X.
       77 WS-H                         PIC 9(10).
       77 WS-RODADA                    PIC 9(04).
       77 WS-IDX                       PIC 9(02).
       77 WS-J                         PIC 9(02).
       77 WS-TAM                       PIC 9(02).
       77 WS-P                         PIC S9(05).
       77 WS-C                         PIC S9(05).
       77 WS-ANT                       PIC 9(02).
       77 WS-DIG                       PIC 9.
       77 WS-RESTO                     PIC 9(02).
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-HORA-SISTEMA              PIC 9(08).
       77 WS-TEXTO                     PIC X(60).
       77 WS-SAIDA                     PIC X(60).
       77 WS-GUARDA                    PIC X(60).
       77 WS-CLARO                     PIC X(60).
       01 WS-CPF-NUM                   PIC 9(11).
       01 WS-CPF-X REDEFINES WS-CPF-NUM PIC X(11).
      * Registro da visao integral no log de acessos (LGPDLOG).
       77 WS-LG-PROGRAMA               PIC X(12).
       77 WS-LG-PROPOSITO              PIC X(10).
       LINKAGE SECTION.
       01 WS-SG-ACAO                   PIC X.
       01 WS-SG-TIPO                   PIC X.
       01 WS-SG-VALOR                  PIC X(60).
       01 WS-SG-EXIBE                  PIC X(60).
       01 WS-SG-ID                     PIC 9(06).
       01 WS-SG-NOME                   PIC X(30).
       01 WS-SG-RESULTADO              PIC X.
       PROCEDURE DIVISION USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE WS-SG-ID WS-SG-NOME
                                WS-SG-RESULTADO.

       P100-INICIO.
           MOVE 'N' TO WS-SG-RESULTADO
           IF NOT CHAVE-LIDA
               PERFORM P200-CARREGA-CHAVE
           END-IF
           EVALUATE WS-SG-TIPO
               WHEN 'C'
                   MOVE 11 TO WS-TAM
               WHEN 'R'
                   MOVE 12 TO WS-TAM
               WHEN OTHER
                   MOVE 60 TO WS-TAM
           END-EVALUATE
           EVALUATE WS-SG-ACAO
               WHEN 'K'
                   PERFORM P250-GERA-CHAVE
               WHEN 'C'
                   PERFORM P300-CIFRA
               WHEN 'D'
                   PERFORM P400-DECIFRA
               WHEN 'V'
                   PERFORM P500-EXIBE
           END-EVALUATE
           GOBACK
           .

       P200-CARREGA-CHAVE.
           SET CHAVE-LIDA TO TRUE
           SET TEM-CHAVE TO FALSE
           OPEN INPUT CHAVE-FILE
           IF WS-FS-CHAVE = 0
               READ CHAVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHAVE-LINHA NOT = SPACES
                           MOVE CHAVE-LINHA TO WS-CHAVE
                           SET TEM-CHAVE TO TRUE
                           PERFORM P210-MONTA-FLUXO
                       END-IF
               END-READ
               CLOSE CHAVE-FILE
           END-IF
           .

       P210-MONTA-FLUXO.
      * Mesma mistura do SENHAHASH: cem rodadas sobre a chave e
      * depois um valor por posicao do campo.
           MOVE 5381 TO WS-H
           PERFORM VARYING WS-RODADA FROM 1 BY 1
                   UNTIL WS-RODADA > 100
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 16
                   COMPUTE WS-H = FUNCTION MOD(
                           WS-H * 131
                           + FUNCTION ORD(WS-CHAVE(WS-J:1))
                           + WS-RODADA, 999999937)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 60
               COMPUTE WS-J = FUNCTION MOD(WS-IDX - 1, 16) + 1
               COMPUTE WS-H = FUNCTION MOD(
                       WS-H * 257
                       + FUNCTION ORD(WS-CHAVE(WS-J:1)) * 7
                       + WS-IDX, 1000000007)
               COMPUTE WS-FLUXO(WS-IDX) = FUNCTION MOD(WS-H, 9973)
           END-PERFORM
           .

       P250-GERA-CHAVE.
           IF TEM-CHAVE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           COMPUTE WS-H = FUNCTION MOD(
                   WS-DATA-SISTEMA * 7919 + WS-HORA-SISTEMA,
                   999999937)
           MOVE SPACES TO WS-CHAVE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
               ACCEPT WS-HORA-SISTEMA FROM TIME
               COMPUTE WS-H = FUNCTION MOD(
                       WS-H * 131 + WS-HORA-SISTEMA
                       + WS-IDX * 7919, 999999937)
               COMPUTE WS-RESTO = FUNCTION MOD(WS-H, 36)
               MOVE WS-BASE36(WS-RESTO + 1:1) TO WS-CHAVE(WS-IDX:1)
           END-PERFORM
           OPEN OUTPUT CHAVE-FILE
           IF WS-FS-CHAVE NOT = 0
               CALL 'FSMSG' USING WS-FS-CHAVE WS-FS-MSG
               MOVE WS-FS-MSG TO WS-SG-EXIBE
               MOVE 'E' TO WS-SG-RESULTADO
               MOVE SPACES TO WS-CHAVE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHAVE TO CHAVE-LINHA
           WRITE CHAVE-LINHA
           CLOSE CHAVE-FILE
           SET TEM-CHAVE TO TRUE
           PERFORM P210-MONTA-FLUXO
           MOVE 'S' TO WS-SG-RESULTADO
           .

       P300-CIFRA.
           MOVE SPACES TO WS-TEXTO
           MOVE WS-SG-VALOR(1:WS-TAM) TO WS-TEXTO
           IF WS-TEXTO = SPACES OR WS-TEXTO(1:1) = '$'
               MOVE 'J' TO WS-SG-RESULTADO
               EXIT PARAGRAPH
           END-IF
           IF NOT TEM-CHAVE
               EXIT PARAGRAPH
           END-IF
           IF WS-SG-TIPO = 'C'
               IF WS-TEXTO(1:11) NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               PERFORM P310-CIFRA-CPF
           ELSE
               IF WS-TEXTO(WS-TAM:1) NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
               PERFORM P320-CIFRA-TEXTO
           END-IF
           MOVE WS-SAIDA TO WS-SG-VALOR
           MOVE 'S' TO WS-SG-RESULTADO
           .

       P310-CIFRA-CPF.
      * Cada digito somado ao fluxo e ao digito cifrado anterior;
      * os 11 digitos resultantes cabem em 8 posicoes base 36.
           MOVE 0 TO WS-ANT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 11
               MOVE WS-TEXTO(WS-IDX:1) TO WS-DIG
               COMPUTE WS-DIG = FUNCTION MOD(
                       WS-DIG + WS-FLUXO(WS-IDX) + WS-ANT, 10)
               MOVE WS-DIG TO WS-ANT
               MOVE WS-DIG TO WS-CPF-X(WS-IDX:1)
           END-PERFORM
           MOVE SPACES TO WS-SAIDA
           MOVE '$' TO WS-SAIDA(1:1)
           PERFORM VARYING WS-IDX FROM 9 BY -1 UNTIL WS-IDX < 2
               COMPUTE WS-RESTO = FUNCTION MOD(WS-CPF-NUM, 36)
               MOVE WS-BASE36(WS-RESTO + 1:1) TO WS-SAIDA(WS-IDX:1)
               COMPUTE WS-CPF-NUM = WS-CPF-NUM / 36
           END-PERFORM
           .

       P320-CIFRA-TEXTO.
      * So os caracteres imprimiveis (espaco a til) sao cifrados;
      * o resto passa como esta e nao entra no encadeamento.
           MOVE 0 TO WS-ANT
           MOVE SPACES TO WS-SAIDA
           MOVE '$' TO WS-SAIDA(1:1)
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= WS-TAM
               COMPUTE WS-P = FUNCTION ORD(WS-TEXTO(WS-IDX:1)) - 33
               IF WS-P >= 0 AND WS-P <= 94
                   COMPUTE WS-P = FUNCTION MOD(
                           WS-P + WS-FLUXO(WS-IDX) + WS-ANT, 95)
                   MOVE WS-P TO WS-ANT
                   MOVE FUNCTION CHAR(WS-P + 33)
                       TO WS-SAIDA(WS-IDX + 1:1)
               ELSE
                   MOVE WS-TEXTO(WS-IDX:1) TO WS-SAIDA(WS-IDX + 1:1)
               END-IF
           END-PERFORM
           .

       P400-DECIFRA.
           MOVE SPACES TO WS-TEXTO
           MOVE WS-SG-VALOR(1:WS-TAM) TO WS-TEXTO
           IF WS-TEXTO(1:1) NOT = '$'
               MOVE 'J' TO WS-SG-RESULTADO
               EXIT PARAGRAPH
           END-IF
           IF NOT TEM-CHAVE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SAIDA
           IF WS-SG-TIPO = 'C'
               PERFORM P410-DECIFRA-CPF
           ELSE
               PERFORM P420-DECIFRA-TEXTO
           END-IF
           MOVE WS-SAIDA TO WS-SG-VALOR
           MOVE 'S' TO WS-SG-RESULTADO
           .

       P410-DECIFRA-CPF.
           MOVE 0 TO WS-CPF-NUM
           PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 9
               IF WS-TEXTO(WS-IDX:1) >= 'A'
                   COMPUTE WS-C = FUNCTION ORD(WS-TEXTO(WS-IDX:1))
                                - FUNCTION ORD('A') + 10
               ELSE
                   COMPUTE WS-C = FUNCTION ORD(WS-TEXTO(WS-IDX:1))
                                - FUNCTION ORD('0')
               END-IF
               COMPUTE WS-CPF-NUM = WS-CPF-NUM * 36 + WS-C
           END-PERFORM
           MOVE 0 TO WS-ANT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 11
               MOVE WS-CPF-X(WS-IDX:1) TO WS-C
               COMPUTE WS-DIG = FUNCTION MOD(
                       WS-C - WS-FLUXO(WS-IDX) - WS-ANT + 20000, 10)
               MOVE WS-C TO WS-ANT
               MOVE WS-DIG TO WS-SAIDA(WS-IDX:1)
           END-PERFORM
           .

       P420-DECIFRA-TEXTO.
           MOVE 0 TO WS-ANT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= WS-TAM
               COMPUTE WS-C = FUNCTION ORD(WS-TEXTO(WS-IDX + 1:1))
                            - 33
               IF WS-C >= 0 AND WS-C <= 94
                   COMPUTE WS-P = FUNCTION MOD(
                           WS-C - WS-FLUXO(WS-IDX) - WS-ANT + 19000,
                           95)
                   MOVE WS-C TO WS-ANT
                   MOVE FUNCTION CHAR(WS-P + 33)
                       TO WS-SAIDA(WS-IDX:1)
               ELSE
                   MOVE WS-TEXTO(WS-IDX + 1:1) TO WS-SAIDA(WS-IDX:1)
               END-IF
           END-PERFORM
           .

       P500-EXIBE.
      * O valor do chamador nao muda: so o texto de exibicao.
           MOVE SPACES TO WS-SG-EXIBE
           MOVE WS-SG-VALOR TO WS-GUARDA
           PERFORM P400-DECIFRA
           MOVE WS-SG-VALOR TO WS-CLARO
           MOVE WS-GUARDA TO WS-SG-VALOR
           IF WS-CLARO(1:WS-TAM) = SPACES
               MOVE 'J' TO WS-SG-RESULTADO
               EXIT PARAGRAPH
           END-IF
           IF WS-SG-RESULTADO = 'N'
               MOVE '*** SEM A CHAVE DE SIGILO ***' TO WS-SG-EXIBE
               EXIT PARAGRAPH
           END-IF
           PERFORM P600-CONFERE-VISAO
           IF VISAO-INTEGRAL
               MOVE WS-CLARO(1:WS-TAM) TO WS-SG-EXIBE
               MOVE 'S' TO WS-SG-RESULTADO
               PERFORM P700-REGISTRA-VISAO
           ELSE
               PERFORM P550-MASCARA
               MOVE 'M' TO WS-SG-RESULTADO
           END-IF
           .

       P550-MASCARA.
           EVALUATE WS-SG-TIPO
               WHEN 'C'
                   IF WS-CLARO(1:11) NUMERIC
                       STRING '***.' DELIMITED BY SIZE
                              WS-CLARO(4:3) DELIMITED BY SIZE
                              '.' DELIMITED BY SIZE
                              WS-CLARO(7:3) DELIMITED BY SIZE
                              '-**' DELIMITED BY SIZE
                           INTO WS-SG-EXIBE
                   ELSE
                       MOVE '***********' TO WS-SG-EXIBE
                   END-IF
               WHEN 'R'
      * RG: so as duas ultimas posicoes preenchidas aparecem.
                   PERFORM VARYING WS-IDX FROM WS-TAM BY -1
                           UNTIL WS-IDX < 1
                              OR WS-CLARO(WS-IDX:1) NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   MOVE WS-CLARO(1:WS-TAM) TO WS-SG-EXIBE
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J + 2 > WS-IDX
                       MOVE '*' TO WS-SG-EXIBE(WS-J:1)
                   END-PERFORM
                   IF WS-IDX < 3
                       MOVE '***' TO WS-SG-EXIBE
                   END-IF
               WHEN OTHER
                   MOVE '*** RESTRITO - HA ALERTA MEDICO NA FICHA ***'
                       TO WS-SG-EXIBE
           END-EVALUATE
           .

       P600-CONFERE-VISAO.
      * Consulta silenciosa da matriz: quem nao pode ver integral
      * recebe a mascara, sem aviso de acesso negado.
           SET VISAO-INTEGRAL TO FALSE
           OPEN INPUT OPER-FILE
           IF WS-FS-OPER NOT = 0
      * Primeira instalacao, como no PERMCHK: sem operadores nao ha
      * perfil a conferir.
               SET VISAO-INTEGRAL TO TRUE
               EXIT PARAGRAPH
           END-IF
           CLOSE OPER-FILE

           MOVE SPACE TO WS-PERFIL-ATUAL
           OPEN INPUT SESSAO-FILE
           IF WS-FS-SESSAO = 0
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SE-PERFIL TO WS-PERFIL-ATUAL
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           IF WS-PERFIL-ATUAL = 'X'
               SET VISAO-INTEGRAL TO TRUE
           END-IF

           OPEN INPUT PERM-FILE
           IF WS-FS-PERM NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERFIL-ATUAL TO PM-PERFIL
           MOVE 'SIGILO'        TO PM-PROGRAMA
           MOVE 'VISAOINT'      TO PM-FUNCAO
           READ PERM-FILE
               KEY IS PM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-PERMITE = 'S'
                       SET VISAO-INTEGRAL TO TRUE
                   ELSE
                       SET VISAO-INTEGRAL TO FALSE
                   END-IF
           END-READ
           CLOSE PERM-FILE
           .

       P700-REGISTRA-VISAO.
           EVALUATE WS-SG-TIPO
               WHEN 'C'
                   MOVE 'VISAOCPF'   TO WS-LG-PROPOSITO
               WHEN 'R'
                   MOVE 'VISAORG'    TO WS-LG-PROPOSITO
               WHEN OTHER
                   MOVE 'VISAOSAUDE' TO WS-LG-PROPOSITO
           END-EVALUATE
           MOVE WS-PROGRAMA-CORRENTE TO WS-LG-PROGRAMA
           CALL 'LGPDLOG' USING WS-SG-ID WS-SG-NOME
                                WS-LG-PROGRAMA WS-LG-PROPOSITO
           .
