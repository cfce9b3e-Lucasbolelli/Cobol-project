       77 WS-NO-FORA               PIC X.
       77 WS-NO-MEDIA-TURMA        PIC 9(02)V9.
       77 WS-NO-SEGUE              PIC X.
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).

      * Campos do formulario (espelho de BOLETIM-COMPLETO).
       01 TELA-DADOS.
           05 LINE 07 COLUMN 18 PIC 9(06) USING TL-ID-RESP.
           05 LINE 08 COLUMN 02 VALUE 'PROFESSOR.....:'.
           05 LINE 08 COLUMN 18 PIC X(30) USING TL-PROFESSOR.
           05 LINE 10 COLUMN 02 VALUE 'MEDIA PERIODO 1:'.
           05 LINE 10 COLUMN 18 PIC 9(02)V9 USING TL-MEDIA1.
           05 LINE 10 COLUMN 30 VALUE 'MEDIA PERIODO 2:'.
           05 LINE 10 COLUMN 46 PIC 9(02)V9 USING TL-MEDIA2.
           05 LINE 11 COLUMN 02 VALUE 'MEDIA PERIODO 3:'.
           05 LINE 11 COLUMN 18 PIC 9(02)V9 USING TL-MEDIA3.
           05 LINE 11 COLUMN 30 VALUE 'MEDIA PERIODO 4:'.
           05 LINE 11 COLUMN 46 PIC 9(02)V9 USING TL-MEDIA4.
           05 LINE 12 COLUMN 02 VALUE 'FREQUENCIA %..:'.
           05 LINE 12 COLUMN 18 PIC 9(03) USING TL-FREQUENCIA.
            PERFORM P200-CRITICA-MATERIA
            PERFORM P210-CRITICA-PROFESSOR
            PERFORM P220-CRITICA-NOTAS
            PERFORM P225-CRITICA-REGIME
            PERFORM P230-CRITICA-FREQUENCIA

            CALL 'MEDIAPER' USING TL-ANO TL-TURMA TL-MEDIA1 TL-MEDIA2
                                  TL-MEDIA3 TL-MEDIA4 TL-MEDIATOTAL

      * Media muito longe da distribuicao da turma (NOTAOUT) pede
      * confirmacao antes de seguir para a gravacao.
            CALL 'NOTAOUT' USING TL-ANO TL-TURMA TL-MATERIA
                                 TL-MEDIATOTAL WS-NO-FORA
                                 WS-NO-MEDIA-TURMA TL-NOME
            IF WS-NO-FORA = 'S'
                DISPLAY 'ATENCAO: MEDIA MUITO LONGE DA MEDIA DA '
                    LINE 14 COLUMN 2
                LINE 20 COLUMN 2
            .

       P225-CRITICA-REGIME.
      * Turma trimestral usa 3 colunas, semestral 2 (REGIME): nota
      * digitada em periodo que a turma nao tem e descartada.
            CALL 'REGIME' USING TL-ANO TL-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            IF WS-QTD-PERIODOS < 4 AND TL-MEDIA4 NOT = 0
                MOVE 0 TO TL-MEDIA4
                DISPLAY 'TURMA EM REGIME DE ' WS-QTD-PERIODOS
                        ' PERIODOS - COLUNAS EXTRAS ZERADAS'
                    LINE 21 COLUMN 2
            END-IF
            IF WS-QTD-PERIODOS < 3 AND TL-MEDIA3 NOT = 0
                MOVE 0 TO TL-MEDIA3
                DISPLAY 'TURMA EM REGIME DE ' WS-QTD-PERIODOS
                        ' PERIODOS - COLUNAS EXTRAS ZERADAS'
                    LINE 21 COLUMN 2
            END-IF
            .

       P230-CRITICA-FREQUENCIA.
            PERFORM UNTIL TL-FREQUENCIA <= 100
                DISPLAY 'FREQUENCIA FORA DE 0-100 - CORRIJA'
