      *          PREVIA MOSTRA O QUE A RODADA DESTA NOITE VAI E NAO
      *          VAI EXECUTAR, PELA MESMA REGRA DO RUNCTL (QUE GRAVA
      *          OS PULADOS COMO 'PULADO-CAL' NO RUNLOG, DISTINTO DE
      *          FALHA). O PASSO PODE SER MARCADO PARA PULAR OS
      *          FERIADOS E RECESSOS ESCOLARES DO CALENDARIO DE DIAS
      *          (CALENMAN/DIALETIVO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 AG-TERMO             PIC X.
           03 AG-VALOR             PIC X(10).
           03 AG-SUSPENSO          PIC X.
           03 AG-PULA-FERIADO      PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-AGE                PIC 99.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
               10 AM-TERMO         PIC X.
               10 AM-VALOR         PIC X(10).
               10 AM-SUSPENSO      PIC X.
               10 AM-PULA-FERIADO  PIC X.
       77 WS-IDX                   PIC 9(02).
       77 WS-IDX-ALVO              PIC 9(02).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DIA-SEMANA            PIC 9.
       77 WS-DIA-MES               PIC X(02).
       77 WS-RODA-HOJE             PIC X.
      * Feriado/recesso escolar hoje (DIALETIVO).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AGENMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P100-CARREGA
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
                                MOVE AG-SUSPENSO TO
                                    AM-SUSPENSO(WS-QTD-PASSOS)
                            END-IF
                            IF AG-PULA-FERIADO = 'S'
                                MOVE 'S' TO
                                    AM-PULA-FERIADO(WS-QTD-PASSOS)
                            ELSE
                                MOVE 'N' TO
                                    AM-PULA-FERIADO(WS-QTD-PASSOS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
                MOVE AM-TERMO(WS-IDX)    TO AG-TERMO
                MOVE AM-VALOR(WS-IDX)    TO AG-VALOR
                MOVE AM-SUSPENSO(WS-IDX) TO AG-SUSPENSO
                MOVE AM-PULA-FERIADO(WS-IDX) TO AG-PULA-FERIADO
                WRITE AGENDA-LINHA
            END-PERFORM
            CLOSE AGENDA-FILE
                        ' TERMO ' AM-TERMO(WS-IDX)
                        ' VALOR ' AM-VALOR(WS-IDX)
                        ' SUSPENSO ' AM-SUSPENSO(WS-IDX)
                        ' PULA FERIADO ' AM-PULA-FERIADO(WS-IDX)
            END-PERFORM
            .

                    MOVE 'D'    TO AM-TERMO(WS-IDX-ALVO)
                    MOVE SPACES TO AM-VALOR(WS-IDX-ALVO)
            END-EVALUATE
            DISPLAY 'PULAR EM FERIADO/RECESSO ESCOLAR ? S/N'
                CALL 'CONFIRMA' USING AM-PULA-FERIADO(WS-IDX-ALVO)
            .

       P500-SUSPENDE.
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            CALL 'DIASEM' USING WS-DATA-SISTEMA WS-DIA-SEMANA
            MOVE WS-DATA-FORMAT(9:2) TO WS-DIA-MES
            CALL 'DIALETIVO' USING WS-DATA-FORMAT WS-DV-LETIVO
                                   WS-DV-TIPO WS-DV-DIA-GRADE
                                   WS-DV-DESCRICAO
            DISPLAY 'PREVIA DA RODADA DE ' WS-DATA-FORMAT
                    ' (DIA DA SEMANA ' WS-DIA-SEMANA ')'
            IF WS-DV-TIPO = 'F' OR WS-DV-TIPO = 'R'
                DISPLAY 'HOJE E FERIADO/RECESSO ESCOLAR: '
                        WS-DV-DESCRICAO
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PASSOS
                PERFORM P650-DECIDE-PASSO
                ELSE
                    DISPLAY '  NAO EXECUTA: ' AM-PROGRAMA(WS-IDX)
                            ' (TERMO ' AM-TERMO(WS-IDX)
                            ' / SUSPENSO ' AM-SUSPENSO(WS-IDX)
                            ' / PULA FERIADO '
                            AM-PULA-FERIADO(WS-IDX) ')'
                END-IF
            END-PERFORM
            .
            IF AM-SUSPENSO(WS-IDX) = 'S'
                EXIT PARAGRAPH
            END-IF
            IF AM-PULA-FERIADO(WS-IDX) = 'S'
               AND (WS-DV-TIPO = 'F' OR WS-DV-TIPO = 'R')
                EXIT PARAGRAPH
            END-IF
            EVALUATE AM-TERMO(WS-IDX)
                WHEN 'D'
                    MOVE 'S' TO WS-RODA-HOJE
