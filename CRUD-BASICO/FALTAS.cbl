      * Date: 22/08/2026
      * Purpose: LIVRO DE FALTAS - SUBSISTEMA DE PRESENCA. TRES
      *          FUNCOES: (1) LANCAR FALTA NA TELA (ALUNO/MATERIA
      *          PELO F-ID DO BOLETIM, PERIODO E AULAS PERDIDAS);
      *          (2) CARGA EM LOTE DE FALTAS_LOTE.DAT NO MESMO
      *          LAYOUT, VALIDANDO O ID; (3) CONSOLIDACAO: SOMA AS
      *          FALTAS DO LIVRO POR ALUNO/MATERIA, CALCULA
           COPY BOLETIM_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-FAL                PIC 99.
       77 WS-FS-LOTE               PIC 99.
       77 WS-FS                    PIC 99.
           03 IA-STATUS            PIC X(14).
       77 WS-EST-ACAO              PIC X.
       77 WS-TERMO-RESULTADO       PIC X.
      * Controle de periodos (PERVAL): bimestre/trimestre/semestre
      * fechado pelo BIMCTL, ou que nao existe no regime da turma,
      * nao aceita lancamento de falta novo.
       77 WS-BIM-RESULTADO         PIC X.
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-BLQ-ACAO              PIC X.
       77 WS-BLQ-CHAVE             PIC X(12).
       77 WS-BLQ-PROGRAMA          PIC X(10) VALUE 'FALTAS'.
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FALTAS' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-FREQUENCIA-MINIMA
                                  WS-PAR-MAXNOTAS
            ELSE
                DISPLAY 'ALUNO: ' FUNCTION TRIM(F-NOME)
                        ' MATERIA: ' F-MATERIA
                CALL 'REGIME' USING F-ANO-LETIVO F-TURMA
                                    WS-QTD-PERIODOS WS-NOME-PERIODO
                DISPLAY 'QUAL ' FUNCTION TRIM(WS-NOME-PERIODO)
                        ' (1-' WS-QTD-PERIODOS ') ? '
                    ACCEPT WS-BIM-LANC
                CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIM-LANC
                                    WS-BIM-RESULTADO
                IF WS-BIM-RESULTADO = 'I'
                    DISPLAY FUNCTION TRIM(WS-NOME-PERIODO)
                            ' INVALIDO - FALTA NAO LANCADA'
                ELSE
                    IF WS-BIM-RESULTADO NOT = 'A'
                        DISPLAY 'O ' FUNCTION TRIM(WS-NOME-PERIODO)
                                ' ' WS-BIM-LANC ' DE '
                                F-ANO-LETIVO ' ESTA FECHADO PELA '
                                'DIRECAO - FALTA NAO LANCADA '
                                '(BIMCTL)'
                MOVE LT-QTD TO WS-QTD-LANC
                MOVE LT-DATA TO WS-DATA-LANC
                PERFORM P150-VALIDA-ID
                IF FS-OK
                    CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA
                                        WS-BIM-LANC WS-BIM-RESULTADO
                END-IF
                IF FS-OK AND WS-BIM-RESULTADO NOT = 'I'
                    IF WS-BIM-RESULTADO NOT = 'A'
                        ADD 1 TO WS-CONT-REJ
                        DISPLAY 'LINHA REJEITADA (PERIODO FECHADO '
                                'PELO BIMCTL): ' LT-ID ' '
                                LT-BIMESTRE
                    ELSE
                    END-IF
                ELSE
                    ADD 1 TO WS-CONT-REJ
                    DISPLAY 'LINHA REJEITADA (ID OU PERIODO): '
                            LT-ID ' ' LT-BIMESTRE
                END-IF
            END-IF
            .

       P450-APLICA-FREQUENCIA.
      * Linha de matricula cancelada (CANCMAT) guarda a situacao da
      * saida: a consolidacao nao a rejulga.
            IF F-STATUS = 'CANCELADO'
                DISPLAY 'ID ' F-ID ' DE MATRICULA CANCELADA - PULADO'
                EXIT PARAGRAPH
            END-IF
            CALL 'TERMVAL' USING F-ANO-LETIVO WS-TERMO-RESULTADO
            IF WS-TERMO-RESULTADO NOT = 'A'
                DISPLAY 'ID ' F-ID ' DE ANO FECHADO - PULADO'
