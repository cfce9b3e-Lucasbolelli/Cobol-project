       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       COPY INF-ALUNO.
       77 WS-FS-TRANS              PIC 99.
          88 FS-TRANS-OK           VALUE 0.
      * Controle de termos (TERMVAL): transacao apontando para ano
      * fechado e ignorada.
       77 WS-TERMO-RESULTADO       PIC X.
      * Controle de periodos (PERVAL): coluna de periodo fechado
      * pelo BIMCTL fica congelada - a transacao tipo 'U' pode
      * alterar o resto do registro, mas a media do periodo fechado
      * e restaurada da imagem antes do REWRITE.
       77 WS-BIM-RESULTADO         PIC X.
       77 WS-BIM-NUM               PIC 9.
       MAIN-PROC SECTION.
       P001-ABRE-ARQUIVO.
            MOVE 'BATCHDRV' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** BATCH DE TRANSACOES - INICIO ***'
            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-FREQUENCIA-MINIMA
            MOVE TR-MEDIA4          TO MEDIA4
            MOVE TR-FREQUENCIA      TO WS-FREQUENCIA
            MOVE TR-PROFESSOR       TO WS-PROFESSOR
            CALL 'MEDIAPER' USING WS-ANO-LETIVO WS-TURMA MEDIA1 MEDIA2
                                  MEDIA3 MEDIA4 MEDIATOTAL

      * Parametros e corte em vigor para o ano da transacao.
            CALL 'PARAMANO' USING WS-ANO-LETIVO WS-PAR-MEDIA
                        MOVE TR-FREQUENCIA     TO F-FREQUENCIA
                        MOVE TR-PROFESSOR      TO F-PROFESSOR
                        PERFORM P002-RESPEITA-BIMESTRES
                        CALL 'MEDIAPER' USING F-ANO-LETIVO F-TURMA
                                 F-MEDIA1 F-MEDIA2 F-MEDIA3 F-MEDIA4
                                 F-MEDIATOTAL

      * Parametros e corte em vigor para o ANO DO REGISTRO
      * (PARAMANO/MATINFOA): regra nova nao rejulga ano antigo.
      * a linha fica marcada no log para a revisao da manha.
                        CALL 'NOTAOUT' USING F-ANO-LETIVO F-TURMA
                             F-MATERIA F-MEDIATOTAL WS-NO-FORA
                             WS-NO-MEDIA-TURMA F-NOME
                        IF WS-NO-FORA = 'S'
                            DISPLAY '*** TRANSACAO ' WS-CONT-LIDAS
                                    ' FORA DA CURVA: MEDIA '
                                    ' X MEDIA DA TURMA '
                                    WS-NO-MEDIA-TURMA ' ***'
                        END-IF
                        IF WS-NO-FORA = 'A'
                            DISPLAY 'TRANSACAO ' WS-CONT-LIDAS
                                    ' AVALIACAO ADAPTADA (AEE) - '
                                    'SEM COMPARACAO COM A TURMA'
                        END-IF
                        REWRITE BOLETIM-LINHA
                        IF WS-FS-BOL = 0
                            ADD 1 TO WS-CONT-ALTERADAS
            EXIT.

       P002-RESPEITA-BIMESTRES.
      * Restaura da imagem a media de todo periodo ja fechado pelo
      * BIMCTL: o lote pode trazer o valor que quiser, a coluna
      * congelada nao muda. Coluna que nao existe no regime da turma
      * (PERVAL 'I') tambem fica como estava.
            MOVE 1 TO WS-BIM-NUM
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIM-NUM
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO NOT = 'A'
                MOVE IA-MEDIA1 TO F-MEDIA1
            END-IF
            MOVE 2 TO WS-BIM-NUM
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIM-NUM
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO NOT = 'A'
                MOVE IA-MEDIA2 TO F-MEDIA2
            END-IF
            MOVE 3 TO WS-BIM-NUM
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIM-NUM
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO NOT = 'A'
                MOVE IA-MEDIA3 TO F-MEDIA3
            END-IF
            MOVE 4 TO WS-BIM-NUM
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIM-NUM
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO NOT = 'A'
                MOVE IA-MEDIA4 TO F-MEDIA4
