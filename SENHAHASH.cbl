      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CIFRA DE MAO UNICA DAS SENHAS DE OPERADOR. A SENHA
      *          NUNCA MAIS E GRAVADA EM CLARO NO OPERADORES.DAT: O
      *          CAMPO DE 12 POSICOES (OP-SENHA E CADA OP-SENHA-ANT)
      *          GUARDA '$' + SAL DE 3 POSICOES + RESUMO DE 8
      *          POSICOES (BASE 36), CALCULADO SOBRE SAL + SENHA EM
      *          MIL RODADAS. MODO 'G' GERA UM SAL NOVO E DEVOLVE O
      *          VALOR A GRAVAR; MODO 'C' CONFERE UMA SENHA DIGITADA
      *          CONTRA O VALOR GRAVADO (COM O SAL DELE) E DEVOLVE
      *          'S' OU 'N'. VALOR GRAVADO SEM O '$' E SENHA ANTIGA
      *          AINDA EM CLARO (CADASTRO NAO MIGRADO PELO SENHAMIG):
      *          CONFERE DIRETO. VALOR EM BRANCO NUNCA CONFERE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAHASH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-BASE36                PIC X(36)
                 VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 WS-SEQ-SAL               PIC 9(05) VALUE 0.
       77 WS-HORA                  PIC 9(08).
       77 WS-SAL                   PIC X(03).
       77 WS-SAL-NUM               PIC 9(08).
       77 WS-TEXTO                 PIC X(15).
       77 WS-H1                    PIC 9(10).
       77 WS-H2                    PIC 9(10).
       77 WS-RESUMO                PIC 9(18).
       77 WS-RESTO                 PIC 9(02).
       77 WS-RODADA                PIC 9(04).
       77 WS-IDX                   PIC S9(02).
       77 WS-CODIGO                PIC X(08).
       77 WS-CALCULADO             PIC X(12).
       LINKAGE SECTION.
       01 WS-SH-MODO               PIC X.
       01 WS-SH-SENHA              PIC X(12).
       01 WS-SH-GUARDADA           PIC X(12).
       01 WS-SH-RESULTADO          PIC X.
       PROCEDURE DIVISION USING WS-SH-MODO WS-SH-SENHA
                                WS-SH-GUARDADA WS-SH-RESULTADO.

       P100-INICIO.
           MOVE 'N' TO WS-SH-RESULTADO
           EVALUATE WS-SH-MODO
               WHEN 'G'
                   PERFORM P200-GERA-SAL
                   PERFORM P300-RESUME
                   MOVE WS-CALCULADO TO WS-SH-GUARDADA
                   MOVE 'S' TO WS-SH-RESULTADO
               WHEN 'C'
                   IF WS-SH-GUARDADA = SPACES
                       CONTINUE
                   ELSE
                       IF WS-SH-GUARDADA(1:1) NOT = '$'
                           IF WS-SH-GUARDADA = WS-SH-SENHA
                               MOVE 'S' TO WS-SH-RESULTADO
                           END-IF
                       ELSE
                           MOVE WS-SH-GUARDADA(2:3) TO WS-SAL
                           PERFORM P300-RESUME
                           IF WS-CALCULADO = WS-SH-GUARDADA
                               MOVE 'S' TO WS-SH-RESULTADO
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           GOBACK
           .

       P200-GERA-SAL.
      * Sal diferente a cada chamada, mesmo dentro do mesmo
      * centesimo de segundo (migracao de um cadastro inteiro).
           ADD 1 TO WS-SEQ-SAL
           ACCEPT WS-HORA FROM TIME
           COMPUTE WS-SAL-NUM = FUNCTION MOD(
                   WS-HORA * 7 + WS-SEQ-SAL * 7919
                   + FUNCTION ORD(WS-SH-SENHA(1:1)), 46656)
           MOVE SPACES TO WS-SAL
           PERFORM VARYING WS-IDX FROM 3 BY -1 UNTIL WS-IDX < 1
               COMPUTE WS-RESTO = FUNCTION MOD(WS-SAL-NUM, 36)
               MOVE WS-BASE36(WS-RESTO + 1:1) TO WS-SAL(WS-IDX:1)
               COMPUTE WS-SAL-NUM = WS-SAL-NUM / 36
           END-PERFORM
           .

       P300-RESUME.
           MOVE SPACES TO WS-TEXTO
           STRING WS-SAL DELIMITED BY SIZE
                  WS-SH-SENHA DELIMITED BY SIZE
               INTO WS-TEXTO
           MOVE 5381 TO WS-H1
           MOVE 7    TO WS-H2
           PERFORM VARYING WS-RODADA FROM 1 BY 1
                   UNTIL WS-RODADA > 1000
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 15
                   COMPUTE WS-H1 = FUNCTION MOD(
                           WS-H1 * 131
                           + FUNCTION ORD(WS-TEXTO(WS-IDX:1))
                           + WS-RODADA, 999999937)
                   COMPUTE WS-H2 = FUNCTION MOD(
                           WS-H2 * 257
                           + FUNCTION ORD(WS-TEXTO(WS-IDX:1)) * 7
                           + WS-H1, 1000000007)
               END-PERFORM
           END-PERFORM
      * 36 ** 8 = 2821109907456: o resumo cabe em 8 posicoes.
           COMPUTE WS-RESUMO = FUNCTION MOD(
                   WS-H1 * 1000003 + WS-H2, 2821109907456)
           MOVE SPACES TO WS-CODIGO
           PERFORM VARYING WS-IDX FROM 8 BY -1 UNTIL WS-IDX < 1
               COMPUTE WS-RESTO = FUNCTION MOD(WS-RESUMO, 36)
               MOVE WS-BASE36(WS-RESTO + 1:1) TO WS-CODIGO(WS-IDX:1)
               COMPUTE WS-RESUMO = WS-RESUMO / 36
           END-PERFORM
           MOVE SPACES TO WS-CALCULADO
           STRING '$' DELIMITED BY SIZE
                  WS-SAL DELIMITED BY SIZE
                  WS-CODIGO DELIMITED BY SIZE
               INTO WS-CALCULADO
           .
