      * Controle de termos (TERMVAL): registro de ano fechado nao
      * pode ser alterado sem a direcao reabrir o termo.
       77 WS-TERMO-RESULTADO               PIC X.
      * Controle de periodos (PERVAL): coluna de periodo fechado
      * pelo BIMCTL nao aceita mais correcao.
       77 WS-BIM-RESULTADO                 PIC X.
       77 WS-QTD-PERIODOS                  PIC 9.
       77 WS-NOME-PERIODO                  PIC X(09).
      * Historico de mudancas de nome (NOMEHIST): a grafia antiga
      * fica registrada para as buscas e documentos antigos ainda
      * acharem o aluno.
                       MOVE F-MATERIA TO WS-MATERIA-ANTERIOR

                       DISPLAY 'INFORME OQUE DESEJA ALTERAR: '
                               'M PARA MEDIA, B PARA UM PERIODO, '
                               'F PARA FREQUENCIA, D PARA MATERIA, '
                               'R PARA LANCAR NOTA DE RECUPERACAO '
                               'OU N PARA ALTERAR NOME'
      * A correcao de bimestre e alteracao de nota: em vez de mexer
      * no registro, registra a pendencia; o recalculo da media e da
      * situacao acontece no APROVA, quando o coordenador aplicar.
      * O periodo segue o regime da turma (REGIME): 4 bimestres,
      * 3 trimestres ou 2 semestres.
            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            DISPLAY 'QUAL ' FUNCTION TRIM(WS-NOME-PERIODO)
                    ' DESEJA CORRIGIR ? (1-' WS-QTD-PERIODOS ')'
                ACCEPT WS-BIMESTRE
      * Coluna congelada pelo fechamento de periodo (BIMCTL) nao
      * aceita correcao - nem como pendencia para o coordenador.
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIMESTRE
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO = 'I'
                DISPLAY FUNCTION TRIM(WS-NOME-PERIODO) ' INVALIDO'
            ELSE
                IF WS-BIM-RESULTADO NOT = 'A'
                    DISPLAY 'O ' FUNCTION TRIM(WS-NOME-PERIODO) ' '
                            WS-BIMESTRE ' DE '
                            F-ANO-LETIVO ' ESTA FECHADO PELA '
                            'DIRECAO - CORRECAO RECUSADA (BIMCTL).'
                ELSE
      * numero interno e a da tabela do CONCEITO.
                    CALL 'MATCONC' USING F-MATERIA WS-MCC-CONCEITO
                    IF WS-MCC-CONCEITO = 'S'
                        DISPLAY 'QUAL O NOVO CONCEITO DO '
                                FUNCTION TRIM(WS-NOME-PERIODO)
                                ' (A-E) ?'
                            ACCEPT WS-CNC-LETRA
                        MOVE 'L' TO WS-CNC-ACAO
                        CALL 'CONCEITO' USING WS-CNC-ACAO
                             WS-CNC-LETRA WS-CNC-NOTA
                        MOVE WS-CNC-NOTA TO WS-PEND-VALOR
                    ELSE
                        DISPLAY 'QUAL A NOVA NOTA DO '
                                FUNCTION TRIM(WS-NOME-PERIODO) ' ?'
                            ACCEPT WS-PEND-VALOR
                    END-IF
                    PERFORM P540-AVISA-FORA-DA-CURVA
            MOVE 'S' TO WS-NO-SEGUE
            CALL 'NOTAOUT' USING F-ANO-LETIVO F-TURMA F-MATERIA
                                 WS-PEND-VALOR WS-NO-FORA
                                 WS-NO-MEDIA-TURMA F-NOME
            IF WS-NO-FORA = 'S'
                DISPLAY 'ATENCAO: ' WS-PEND-VALOR ' ESTA MUITO '
                        'LONGE DA MEDIA DA TURMA ('
