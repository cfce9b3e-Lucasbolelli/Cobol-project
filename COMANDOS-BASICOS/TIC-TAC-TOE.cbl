                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TN
                   .
               SELECT PARTIDAS-FILE
               ASSIGN TO
                   WS-PATH-PARTIDAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PT
                   .
       DATA DIVISION.
       FILE SECTION.
       FD LEADERBOARD
      * partida ja disputada. A fila de confrontos e reconstruida
      * desses registros a cada sessao, entao o torneio sobrevive
      * entre execucoes.
      * Na linha 'P', TN-PARTIDA aponta a partida gravada no
      * arquivo de partidas que decidiu o confronto (zero no W.O.).
       01 TN-LINHA.
           03 TN-TIPO          PIC X.
           03 TN-NOME          PIC X(20).
           03 TN-PARTIDA       PIC 9(06).
       FD PARTIDAS-FILE
       DATA RECORD IS PT-CABECALHO PT-LANCE.
      * Sumula lance a lance: uma linha 'C' por partida seguida de
      * uma linha 'L' por jogada (inclusive as do computador). A
      * partida de torneio leva a copa e o numero do confronto na
      * chave, para conferir resultado contestado.
       01 PT-CABECALHO.
           03 PT-TIPO          PIC X.
           03 PT-NUM           PIC 9(06).
           03 PT-DATA          PIC X(10).
           03 PT-NOME-X        PIC X(20).
           03 PT-NOME-O        PIC X(20).
           03 PT-VENCEDOR      PIC X(20).
           03 PT-COPA          PIC 9(04).
           03 PT-CONFRONTO     PIC 9(02).
       01 PT-LANCE.
           03 PL-TIPO          PIC X.
           03 PL-NUM           PIC 9(06).
           03 PL-SEQ           PIC 9.
           03 PL-MARCA         PIC X.
           03 PL-JOGADOR       PIC X(20).
           03 PL-LINHA         PIC 9.
           03 PL-COLUNA        PIC 9.
           03 PL-CPU           PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-DATA-SISTEMA      PIC 9(08).
       77 WS-H2H-V1           PIC 9(03).
       77 WS-H2H-V2           PIC 9(03).
       77 WS-H2H-E            PIC 9(03).
      * Sumula da partida: os lances ficam na tabela ate o fim e sao
      * gravados junto com o cabecalho.
       77 WS-FS-PT            PIC 99.
       77 WS-EOF-PT           PIC X.
          88 EOF-PT-OK        VALUE 'S' FALSE 'N'.
       77 WS-QTD-LANCES       PIC 9 VALUE 0.
       01 WS-LANCE-TAB.
           05 WS-LANCE-ENTRY OCCURS 9 TIMES.
               10 LC-MARCA     PIC X.
               10 LC-JOGADOR   PIC X(20).
               10 LC-LINHA     PIC 9.
               10 LC-COLUNA    PIC 9.
               10 LC-CPU       PIC X.
       77 WS-IDX-LC           PIC 9(02).
       77 WS-CASA             PIC 9.
       77 WS-CASA-BASE        PIC 9.
       77 WS-ULTIMA-PARTIDA   PIC 9(06) VALUE 0.
       77 WS-COPA-ATUAL       PIC 9(04) VALUE 0.
       77 WS-CONFRONTO-ATUAL  PIC 9(02) VALUE 0.
       77 WS-QTD-CONFRONTOS   PIC 9(02) VALUE 0.
      * Replay.
       77 WS-PARTIDA-REPLAY   PIC 9(06).
       77 WS-ACHOU-PT         PIC X.
          88 ACHOU-PT-OK      VALUE 'S' FALSE 'N'.
       77 WS-RP-VENCEDOR      PIC X(20).
       77 WS-RP-COPA          PIC 9(04).
       77 WS-RP-CONFRONTO     PIC 9(02).
       77 WS-PAUSA            PIC X.

       PROCEDURE DIVISION.
            DISPLAY '1 - UM JOGADOR (CONTRA O COMPUTADOR)'
            DISPLAY '2 - DOIS JOGADORES'
            DISPLAY '3 - TORNEIO DA COPA (CHAVE ELIMINATORIA)'
            DISPLAY '4 - ESTATISTICAS DA TEMPORADA'
            DISPLAY '5 - REPLAY DE PARTIDAS (SUMULA LANCE A LANCE)'
            DISPLAY 'ESCOLHA O MODO DE JOGO: '
               ACCEPT WS-MODO

                PERFORM P-ESTATISTICAS
                STOP RUN
            END-IF
            IF WS-MODO = '5'
                PERFORM P-REPLAY
                STOP RUN
            END-IF

            DISPLAY 'NOME DO JOGADOR X: '
               ACCEPT WS-NOME-X
            MOVE 'N' TO WS-GAME-OVER
            MOVE 'N' TO WS-EMPATE
            MOVE 0   TO WS-CONTADOR
            MOVE 0   TO WS-QTD-LANCES
            PERFORM DISPLAY-TABULEIRO.

            PERFORM UNTIL WS-GAME-OVER EQUAL 'Y' OR WS-DEU-VELHA
            PERFORM TURNO
            PERFORM P-ANOTA-LANCE
            IF WS-GAME-OVER EQUAL 'Y'
                PERFORM GANHADOR
            ELSE
                END-IF
            END-IF
            END-PERFORM.
            PERFORM P-GRAVA-PARTIDA.


       LIMPA-TABULEIRO.
            IF NOT TEM-TORNEIO-OK
                PERFORM P-INSCRICOES
            END-IF
            PERFORM P-NUMERO-COPA
            IF WS-QTD-FILA < 2
                DISPLAY 'TORNEIO SEM CONFRONTOS PENDENTES'
            END-IF
                        'O TORNEIO PARA DEPOIS'
                   ACCEPT WS-SEGUE
                IF WS-SEGUE = 'S'
                    COMPUTE WS-CONFRONTO-ATUAL =
                        WS-QTD-CONFRONTOS + 1
                    MOVE 0 TO WS-ULTIMA-PARTIDA
                    PERFORM P-DISPUTA-CONFRONTO
                    PERFORM P-GRAVA-RESULTADO-TORNEIO
                    ADD 1 TO WS-QTD-CONFRONTOS
                    PERFORM P-AVANCA-FILA
                END-IF
            END-PERFORM
            SET TEM-TORNEIO-OK TO FALSE
            MOVE 0 TO WS-QTD-FILA
            MOVE 0 TO WS-QTD-INSCRITOS
            MOVE 0 TO WS-QTD-CONFRONTOS
            SET EOF-TN-OK TO FALSE
            OPEN INPUT TORNEIO-FILE
            IF WS-FS-TN <> 0
                                END-IF
                            WHEN 'P'
                                MOVE TN-NOME TO WS-VENCEDOR
                                ADD 1 TO WS-QTD-CONFRONTOS
                                PERFORM P-AVANCA-FILA
                            WHEN OTHER
                                CONTINUE
                END-IF
                MOVE 'J' TO TN-TIPO
                MOVE WS-FILA(WS-IDX-TN) TO TN-NOME
                MOVE 0 TO TN-PARTIDA
                WRITE TN-LINHA
            END-PERFORM
            CLOSE TORNEIO-FILE
            END-IF
            MOVE 'P' TO TN-TIPO
            MOVE WS-VENCEDOR TO TN-NOME
            MOVE WS-ULTIMA-PARTIDA TO TN-PARTIDA
            WRITE TN-LINHA
            CLOSE TORNEIO-FILE
            .
            CLOSE LEADERBOARD
            .

       P-NUMERO-COPA.
      * A copa em disputa e a seguinte a ultima ja decidida: conta os
      * campeoes de torneio gravados no placar.
            MOVE 1 TO WS-COPA-ATUAL
            SET EOF-LB-OK TO FALSE
            OPEN INPUT LEADERBOARD
            IF WS-FS-LB <> 0
                SET EOF-LB-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-LB-OK
                READ LEADERBOARD
                    AT END
                        SET EOF-LB-OK TO TRUE
                    NOT AT END
                        IF LB-RESULTADO = 'CAMPEAO TORNEIO'
                            ADD 1 TO WS-COPA-ATUAL
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-LB = 10
                CLOSE LEADERBOARD
            END-IF
            .

       P-ANOTA-LANCE.
      * Guarda a jogada do turno: casa 1-9 vira linha/coluna.
            IF WS-QTD-LANCES >= 9
               OR WS-COLUNA < '1' OR WS-COLUNA > '9'
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-LANCES
            MOVE WS-COLUNA TO WS-CASA
            COMPUTE WS-CASA-BASE = WS-CASA - 1
            DIVIDE WS-CASA-BASE BY 3
                GIVING LC-LINHA(WS-QTD-LANCES)
                REMAINDER LC-COLUNA(WS-QTD-LANCES)
            ADD 1 TO LC-LINHA(WS-QTD-LANCES)
            ADD 1 TO LC-COLUNA(WS-QTD-LANCES)
            MOVE WS-JOGADOR    TO LC-MARCA(WS-QTD-LANCES)
            MOVE WS-NOME-ATUAL TO LC-JOGADOR(WS-QTD-LANCES)
            IF MODO-UM-JOGADOR AND WS-JOGADOR = 'O'
                MOVE 'S' TO LC-CPU(WS-QTD-LANCES)
            ELSE
                MOVE 'N' TO LC-CPU(WS-QTD-LANCES)
            END-IF
            .

       P-GRAVA-PARTIDA.
      * Numera a partida pela ultima do arquivo e grava o cabecalho
      * seguido dos lances.
            MOVE 0 TO WS-ULTIMA-PARTIDA
            SET EOF-PT-OK TO FALSE
            OPEN INPUT PARTIDAS-FILE
            IF WS-FS-PT <> 0
                SET EOF-PT-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-PT-OK
                READ PARTIDAS-FILE
                    AT END
                        SET EOF-PT-OK TO TRUE
                    NOT AT END
                        IF PT-TIPO = 'C'
                            MOVE PT-NUM TO WS-ULTIMA-PARTIDA
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-PT = 10
                CLOSE PARTIDAS-FILE
            END-IF
            ADD 1 TO WS-ULTIMA-PARTIDA

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            OPEN EXTEND PARTIDAS-FILE
            IF WS-FS-PT <> 0
                OPEN OUTPUT PARTIDAS-FILE
            END-IF
            MOVE 'C'               TO PT-TIPO
            MOVE WS-ULTIMA-PARTIDA TO PT-NUM
            MOVE WS-DATA-FORMAT    TO PT-DATA
            MOVE WS-NOME-X         TO PT-NOME-X
            MOVE WS-NOME-O         TO PT-NOME-O
            IF WS-SITUACAO
                MOVE WS-NOME-ATUAL TO PT-VENCEDOR
            ELSE
                MOVE SPACES        TO PT-VENCEDOR
            END-IF
            IF WS-CONFRONTO-ATUAL = 0
                MOVE 0 TO PT-COPA
            ELSE
                MOVE WS-COPA-ATUAL TO PT-COPA
            END-IF
            MOVE WS-CONFRONTO-ATUAL TO PT-CONFRONTO
            WRITE PT-CABECALHO
            PERFORM VARYING WS-IDX-LC FROM 1 BY 1
                    UNTIL WS-IDX-LC > WS-QTD-LANCES
                MOVE 'L'                    TO PL-TIPO
                MOVE WS-ULTIMA-PARTIDA      TO PL-NUM
                MOVE WS-IDX-LC              TO PL-SEQ
                MOVE LC-MARCA(WS-IDX-LC)    TO PL-MARCA
                MOVE LC-JOGADOR(WS-IDX-LC)  TO PL-JOGADOR
                MOVE LC-LINHA(WS-IDX-LC)    TO PL-LINHA
                MOVE LC-COLUNA(WS-IDX-LC)   TO PL-COLUNA
                MOVE LC-CPU(WS-IDX-LC)      TO PL-CPU
                WRITE PT-LANCE
            END-PERFORM
            CLOSE PARTIDAS-FILE
            DISPLAY 'SUMULA GRAVADA - PARTIDA No ' WS-ULTIMA-PARTIDA
            .

       P-REPLAY.
      * Lista as partidas gravadas e reproduz uma delas, lance a
      * lance, no tabuleiro de sempre.
            DISPLAY 'PARTIDAS GRAVADAS:'
            SET EOF-PT-OK TO FALSE
            OPEN INPUT PARTIDAS-FILE
            IF WS-FS-PT <> 0
                DISPLAY 'NENHUMA PARTIDA GRAVADA'
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-PT-OK
                READ PARTIDAS-FILE
                    AT END
                        SET EOF-PT-OK TO TRUE
                    NOT AT END
                        IF PT-TIPO = 'C'
                            PERFORM P-LISTA-PARTIDA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARTIDAS-FILE

            DISPLAY 'NUMERO DA PARTIDA PARA O REPLAY (0 = SAIR): '
               ACCEPT WS-PARTIDA-REPLAY
            IF WS-PARTIDA-REPLAY = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM P-CARREGA-REPLAY
            IF NOT ACHOU-PT-OK
                DISPLAY 'PARTIDA ' WS-PARTIDA-REPLAY ' NAO ENCONTRADA'
                EXIT PARAGRAPH
            END-IF

            PERFORM LIMPA-TABULEIRO
            DISPLAY 'REPLAY DA PARTIDA ' WS-PARTIDA-REPLAY ': '
                    FUNCTION TRIM(WS-NOME-X) ' (X) X '
                    FUNCTION TRIM(WS-NOME-O) ' (O)'
            IF WS-RP-CONFRONTO NOT = 0
                DISPLAY 'COPA ' WS-RP-COPA ' - CONFRONTO '
                        WS-RP-CONFRONTO ' DA CHAVE'
            END-IF
            PERFORM DISPLAY-TABULEIRO
            MOVE SPACE TO WS-PAUSA
            PERFORM VARYING WS-IDX-LC FROM 1 BY 1
                    UNTIL WS-IDX-LC > WS-QTD-LANCES OR WS-PAUSA = 'F'
                DISPLAY 'ENTER PARA O PROXIMO LANCE (F = FIM)'
                   ACCEPT WS-PAUSA
                MOVE FUNCTION UPPER-CASE(WS-PAUSA) TO WS-PAUSA
                IF WS-PAUSA NOT = 'F'
                    MOVE LC-MARCA(WS-IDX-LC)
                        TO M-ESPACO(LC-LINHA(WS-IDX-LC),
                                    LC-COLUNA(WS-IDX-LC))
                    DISPLAY 'LANCE ' WS-IDX-LC ': '
                            FUNCTION TRIM(LC-JOGADOR(WS-IDX-LC))
                            ' (' LC-MARCA(WS-IDX-LC) ') NA LINHA '
                            LC-LINHA(WS-IDX-LC) ' COLUNA '
                            LC-COLUNA(WS-IDX-LC)
                    PERFORM DISPLAY-TABULEIRO
                END-IF
            END-PERFORM
            IF WS-RP-VENCEDOR = SPACES
                DISPLAY 'RESULTADO: DEU VELHA'
            ELSE
                DISPLAY 'RESULTADO: ' FUNCTION TRIM(WS-RP-VENCEDOR)
                        ' VENCEU'
            END-IF
            .

       P-LISTA-PARTIDA.
            IF PT-VENCEDOR = SPACES
                MOVE 'EMPATE' TO WS-RP-VENCEDOR
            ELSE
                MOVE PT-VENCEDOR TO WS-RP-VENCEDOR
            END-IF
            IF PT-CONFRONTO = 0
                DISPLAY PT-NUM ' ' PT-DATA ' '
                        FUNCTION TRIM(PT-NOME-X) ' X '
                        FUNCTION TRIM(PT-NOME-O) ' - '
                        FUNCTION TRIM(WS-RP-VENCEDOR)
            ELSE
                DISPLAY PT-NUM ' ' PT-DATA ' '
                        FUNCTION TRIM(PT-NOME-X) ' X '
                        FUNCTION TRIM(PT-NOME-O) ' - '
                        FUNCTION TRIM(WS-RP-VENCEDOR)
                        ' [COPA ' PT-COPA ' CONFRONTO '
                        PT-CONFRONTO ']'
            END-IF
            .

       P-CARREGA-REPLAY.
            SET ACHOU-PT-OK TO FALSE
            MOVE 0 TO WS-QTD-LANCES
            SET EOF-PT-OK TO FALSE
            OPEN INPUT PARTIDAS-FILE
            IF WS-FS-PT <> 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-PT-OK
                READ PARTIDAS-FILE
                    AT END
                        SET EOF-PT-OK TO TRUE
                    NOT AT END
                        IF PT-TIPO = 'C'
                           AND PT-NUM = WS-PARTIDA-REPLAY
                            SET ACHOU-PT-OK TO TRUE
                            MOVE PT-NOME-X    TO WS-NOME-X
                            MOVE PT-NOME-O    TO WS-NOME-O
                            MOVE PT-VENCEDOR  TO WS-RP-VENCEDOR
                            MOVE PT-COPA      TO WS-RP-COPA
                            MOVE PT-CONFRONTO TO WS-RP-CONFRONTO
                        END-IF
                        IF PL-TIPO = 'L'
                           AND PL-NUM = WS-PARTIDA-REPLAY
                           AND WS-QTD-LANCES < 9
                            ADD 1 TO WS-QTD-LANCES
                            MOVE PL-MARCA
                                TO LC-MARCA(WS-QTD-LANCES)
                            MOVE PL-JOGADOR
                                TO LC-JOGADOR(WS-QTD-LANCES)
                            MOVE PL-LINHA
                                TO LC-LINHA(WS-QTD-LANCES)
                            MOVE PL-COLUNA
                                TO LC-COLUNA(WS-QTD-LANCES)
                            MOVE PL-CPU
                                TO LC-CPU(WS-QTD-LANCES)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARTIDAS-FILE
            .

       TROCA-JOGADOR.
            IF WS-JOGADOR = 'X'
               MOVE 'O' TO WS-JOGADOR
