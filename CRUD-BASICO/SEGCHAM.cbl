       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-SOMA-PESO             PIC 9(04)V9.
       77 WS-MEDIA-BIM             PIC 9(02)V9.
       77 WS-BIM-RESULTADO         PIC X.
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-TERMO-RESULTADO       PIC X.
       77 WS-FREQUENCIA-MINIMA     PIC 9(03) VALUE 75.
       77 WS-PAR-MEDIA             PIC 9(02)V9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SEGCHAM' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-FREQUENCIA-MINIMA
                                  WS-PAR-MAXNOTAS
            DISPLAY 'ALUNO: ' FUNCTION TRIM(F-NOME)
                    ' MATERIA: ' F-MATERIA

            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            DISPLAY FUNCTION TRIM(WS-NOME-PERIODO)
                    ' DA PROVA PERDIDA (1-' WS-QTD-PERIODOS '): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > WS-QTD-PERIODOS
                DISPLAY FUNCTION TRIM(WS-NOME-PERIODO) ' INVALIDO'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'SEQUENCIA DA AVALIACAO PERDIDA (VEJA NO '
                    'AVALIA; 1 SE A UNICA DO PERIODO): '
                ACCEPT WS-AVAL-SEQ

            PERFORM P150-PROXIMA-SEQUENCIA
                        'RECUSADA (TERMCTL)'
                EXIT PARAGRAPH
            END-IF
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA SC-BIMESTRE
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO NOT = 'A'
                DISPLAY 'PERIODO FECHADO - REABRA PELO BIMCTL '
                        'ANTES DE LANCAR A SEGUNDA CHAMADA'
                EXIT PARAGRAPH
            END-IF
                WHEN 3 MOVE WS-MEDIA-BIM TO F-MEDIA3
                WHEN 4 MOVE WS-MEDIA-BIM TO F-MEDIA4
            END-EVALUATE
            CALL 'MEDIAPER' USING F-ANO-LETIVO F-TURMA F-MEDIA1
                                  F-MEDIA2 F-MEDIA3 F-MEDIA4
                                  F-MEDIATOTAL

      * Situacao recalculada pela regra de sempre, com os
      * parametros e o corte EM VIGOR PARA O ANO DO REGISTRO
