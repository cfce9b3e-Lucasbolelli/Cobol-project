      *          SOMADAS NO DESTINO, PARA O ESTATVIS CONTINUAR
      *          BATENDO. EXIGE EXCLUSIVIDADE COMO O ANOFECHA: NAO
      *          RODA COM SESSAO INTERATIVA ABERTA NEM COM OUTRO
      *          BATCH SEGURANDO O BOLETIM. A IDADE DE CADA ALUNO E
      *          CONFERIDA CONTRA A SERIE DA TURMA DE DESTINO
      *          (IDADECHK): FORA DA FAIXA, SO MUDA DE TURMA COM A
      *          LIBERACAO JUSTIFICADA OFERECIDA NA TELA.
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
       77 WS-FS-MSG                PIC X(40).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'REMANEJA'.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
      * Idade x serie da turma de destino (IDADECHK).
           COPY IDADECHK-AREA.
       01 WS-IMG-ANTES             PIC X(147).
       01 WS-IMG-ANTES-R REDEFINES WS-IMG-ANTES.
           03 IA-ID                PIC 9(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REMANEJA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** REMANEJAMENTO DE TURMA EM MASSA ***'
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO

            PERFORM P900-SOLTA-TRAVA
            DISPLAY 'REGISTROS MOVIDOS: ' WS-CONT-MOVIDOS
            DISPLAY 'ALUNOS PULADOS (DESTINO LOTADO, IDADE OU '
                    'RECUSA): '
                    WS-CONT-PULADOS
            STOP RUN
            .
                            WS-TURMA-DESTINO ' (TURMAMAN)'
                    PERFORM P900-SOLTA-TRAVA
                    STOP RUN
                WHEN 'U'
                    DISPLAY 'TURMA DE DESTINO E DE OUTRA UNIDADE: '
                            WS-TURMA-DESTINO
                    PERFORM P900-SOLTA-TRAVA
                    STOP RUN
                WHEN 'C'
                    DISPLAY FUNCTION TRIM(RJ-NOME(WS-IDX))
                            ' NAO MOVIDO - DESTINO LOTADO ('
                    CONTINUE
            END-EVALUATE

            MOVE 'L'              TO WS-IC-ACAO
            MOVE WS-ANO           TO WS-IC-ANO
            MOVE WS-TURMA-DESTINO TO WS-IC-TURMA
            MOVE RJ-NOME(WS-IDX)  TO WS-IC-NOME
            MOVE 'REMANEJA'       TO WS-IC-PROGRAMA
            CALL 'IDADECHK' USING WS-IDADECHK-AREA
            IF IC-FORA
                DISPLAY FUNCTION TRIM(RJ-NOME(WS-IDX))
                        ' NAO MOVIDO - IDADE FORA DA FAIXA DA SERIE '
                        'DO DESTINO SEM LIBERACAO'
                ADD 1 TO WS-CONT-PULADOS
                EXIT PARAGRAPH
            END-IF

            PERFORM P400-MOVE-LINHAS
            .

