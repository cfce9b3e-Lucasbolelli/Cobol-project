      *          NOTA COMO PENDENCIA TIPO 'B' EM PENDENTES.DAT - O
      *          COORDENADOR APROVA EM LOTE PELO APROVA. QUEM CORRIGE
      *          DIGITA UMA VEZ SO, E O COORDENADOR SEGUE NO
      *          CIRCUITO. PERIODO FECHADO PELO BIMCTL E RECUSADO; O
      *          PERIODO SEGUE O REGIME DA TURMA (BIMESTRE, TRIMESTRE
      *          OU SEMESTRE - REGIME/PERVAL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-FOL                PIC 99.
       77 WS-TURMA                 PIC X(10).
       77 WS-MATERIA               PIC X(20).
       77 WS-BIMESTRE              PIC 9.
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-CONT                  PIC 9(04).
       77 WS-CONT-REJ              PIC 9(04).
       77 WS-BIM-RESULTADO         PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FOLHANOTA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
                ACCEPT WS-TURMA
            DISPLAY 'MATERIA: '
                ACCEPT WS-MATERIA
            CALL 'REGIME' USING WS-ANO WS-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            DISPLAY FUNCTION TRIM(WS-NOME-PERIODO)
                    ' (1-' WS-QTD-PERIODOS '): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > WS-QTD-PERIODOS
                DISPLAY FUNCTION TRIM(WS-NOME-PERIODO) ' INVALIDO'
                EXIT PARAGRAPH
            END-IF

      * coordenador decide no APROVA), mas marcada no log da carga.
            CALL 'NOTAOUT' USING F-ANO-LETIVO F-TURMA F-MATERIA
                                 WS-NOTA-NUM WS-NO-FORA
                                 WS-NO-MEDIA-TURMA F-NOME
            IF WS-NO-FORA = 'S'
                DISPLAY '*** ID ' WS-ID-NUM ' NOTA ' WS-NOTA-NUM
                        ' FORA DA CURVA (MEDIA DA TURMA '
                        WS-NO-MEDIA-TURMA ') ***'
            END-IF
            IF WS-NO-FORA = 'A'
                DISPLAY 'ID ' WS-ID-NUM ' AVALIACAO ADAPTADA (AEE) - '
                        'SEM COMPARACAO COM A TURMA'
            END-IF

            MOVE WS-PROX-SEQ-PEND TO PD-SEQ
            MOVE WS-ID-NUM        TO PD-ID
                MOVE 23 TO WS-FS-BOL
                EXIT PARAGRAPH
            END-IF
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIMESTRE
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO = 'I'
                DISPLAY 'PERIODO ' WS-BIMESTRE ' NAO EXISTE NO '
                        'REGIME DA TURMA ' F-TURMA ' - LINHA '
                        'REJEITADA'
                MOVE 23 TO WS-FS-BOL
                EXIT PARAGRAPH
            END-IF
            IF WS-BIM-RESULTADO NOT = 'A'
                DISPLAY 'PERIODO ' WS-BIMESTRE ' DE '
                        F-ANO-LETIVO ' FECHADO (BIMCTL) - '
                        'LINHA REJEITADA'
                MOVE 23 TO WS-FS-BOL
