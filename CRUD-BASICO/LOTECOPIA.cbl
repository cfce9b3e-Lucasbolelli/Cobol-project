      *          COM QUEBRA DE PAGINA POR FORM FEED E RESUMO DE
      *          QUANTOS BOLETINS FORAM PRODUZIDOS NO FIM. ACABA COM
      *          A REIMPRESSAO UM-A-UM NO FECHAMENTO DO BIMESTRE.
      *          AS DEPENDENCIAS (PROGRESSAO PARCIAL, DEPCHK) SAEM
      *          NUM BLOCO PROPRIO ABAIXO DAS MATERIAS REGULARES, COM
      *          O ANO EM QUE O ALUNO FOI REPROVADO. NAS MATERIAS
      *          POR CONCEITO, OS PARECERES DESCRITIVOS DE CADA
      *          BIMESTRE (PARECLER) SAEM ABAIXO DA LINHA DO
      *          CONCEITO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT LOTE-FILE
       01 LOTE-LINHA               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Modo treinamento (TREINOCHK): o lote sai com a tarja.
       77 WS-TR-MODO               PIC X.
      * Materia avaliada por conceito (MATCONC/CONCEITO): a letra
       77 WS-CNC-ACAO              PIC X.
       77 WS-CNC-LETRA             PIC X.
       77 WS-CNC-NOTA              PIC 9(02)V9.
      * Parecer descritivo por bimestre (PARECLER).
       77 WS-PL-ACAO               PIC X.
       77 WS-PL-BIMESTRE           PIC 9.
       77 WS-PL-TEXTO              PIC X(360).
       01 WS-PL-LINHAS.
           05 WS-PL-LINHA          PIC X(70) OCCURS 8 TIMES.
       77 WS-PL-QTD-LINHAS         PIC 9.
       77 WS-PL-ACHOU              PIC X.
       77 WS-PL-IDX                PIC 9.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-PF                 PIC 99.
       77 WS-QTD-REGS              PIC 9(03) VALUE 0.
       01 WS-REG-TAB.
           05 WS-REG-ENTRY OCCURS 500 TIMES.
               10 RG-ID                PIC 9(06).
               10 RG-NOME              PIC X(30).
               10 RG-MATERIA           PIC X(20).
               10 RG-MEDIA1            PIC 9(02)V9.
               10 RG-FREQUENCIA        PIC 9(03).
               10 RG-STATUS            PIC X(14).
               10 RG-ID-RESP           PIC 9(06).
               10 RG-DEP               PIC X.
               10 RG-ANO-ORIGEM        PIC X(07).
               10 RG-IMPRESSO          PIC X.
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-GRP               PIC 9(03).
       77 WS-CONT-BOLETINS         PIC 9(03) VALUE 0.
       77 WS-PF-ABERTO             PIC X VALUE 'N'.
          88 PF-ABERTO-OK          VALUE 'S' FALSE 'N'.
      * Linha de dependencia - progressao parcial (DEPCHK).
       77 WS-DC-DEP                PIC X.
       77 WS-DC-ORIGEM             PIC 9(06).
       77 WS-DC-STATUS             PIC X.
       77 WS-QTD-DEP-ALUNO         PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'LOTECOPIA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** EMISSAO DE BOLETINS EM LOTE ***'
            DISPLAY 'INFORME O ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO-ALVO
                           AND F-STATUS NOT = 'EXPURGADO'
                           AND WS-QTD-REGS < 500
                            ADD 1 TO WS-QTD-REGS
                            MOVE F-ID
                                TO RG-ID(WS-QTD-REGS)
                            MOVE F-NOME
                                TO RG-NOME(WS-QTD-REGS)
                            MOVE F-MATERIA
                                TO RG-STATUS(WS-QTD-REGS)
                            MOVE F-ID-RESPONSAVEL
                                TO RG-ID-RESP(WS-QTD-REGS)
                            CALL 'DEPCHK' USING F-ID WS-DC-DEP
                                 WS-DC-ORIGEM
                                 RG-ANO-ORIGEM(WS-QTD-REGS)
                                 WS-DC-STATUS
                            MOVE WS-DC-DEP
                                TO RG-DEP(WS-QTD-REGS)
                            MOVE 'N'
                                TO RG-IMPRESSO(WS-QTD-REGS)
                        END-IF
      -         'ACAO' TO LOTE-LINHA
            WRITE LOTE-LINHA

      * Materias regulares primeiro; as dependencias do aluno ficam
      * para o bloco proprio logo abaixo.
            MOVE 0 TO WS-QTD-DEP-ALUNO
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-REGS
                IF RG-NOME(WS-IDX-GRP) = WS-NOME-ATUAL
                   AND RG-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                    IF RG-DEP(WS-IDX-GRP) = 'S'
                        ADD 1 TO WS-QTD-DEP-ALUNO
                    ELSE
                        PERFORM P210-LINHA-MATERIA
                    END-IF
                END-IF
            END-PERFORM

            IF WS-QTD-DEP-ALUNO > 0
                MOVE SPACES TO LOTE-LINHA
                WRITE LOTE-LINHA
                MOVE 'DEPENDENCIAS (PROGRESSAO PARCIAL)' TO LOTE-LINHA
                WRITE LOTE-LINHA
                PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                        UNTIL WS-IDX-GRP > WS-QTD-REGS
                    IF RG-NOME(WS-IDX-GRP) = WS-NOME-ATUAL
                       AND RG-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                       AND RG-DEP(WS-IDX-GRP) = 'S'
                        PERFORM P210-LINHA-MATERIA
                        MOVE SPACES TO LOTE-LINHA
                        STRING
                            '    REPROVADO EM ' DELIMITED BY SIZE
                            RG-ANO-ORIGEM(WS-IDX-GRP)
                                                DELIMITED BY SIZE
                            INTO LOTE-LINHA
                        WRITE LOTE-LINHA
                    END-IF
                END-PERFORM
            END-IF

            IF WS-RESP-ATUAL NOT = 0 AND PF-ABERTO-OK
                PERFORM P300-BLOCO-RESPONSAVEL
            END-IF
            WRITE LOTE-LINHA
            .

       P210-LINHA-MATERIA.
            MOVE 'S' TO RG-IMPRESSO(WS-IDX-GRP)
      * Materia por conceito: a letra da media total sai junto.
            MOVE SPACE TO WS-CNC-LETRA
            CALL 'MATCONC' USING RG-MATERIA(WS-IDX-GRP)
                                 WS-MCC-CONCEITO
            IF WS-MCC-CONCEITO = 'S'
                MOVE 'N' TO WS-CNC-ACAO
                MOVE RG-MEDIATOTAL(WS-IDX-GRP)
                    TO WS-CNC-NOTA
                CALL 'CONCEITO' USING WS-CNC-ACAO
                     WS-CNC-LETRA WS-CNC-NOTA
            END-IF
            MOVE SPACES TO LOTE-LINHA
            IF WS-MCC-CONCEITO = 'S'
                STRING
                    RG-MATERIA(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    RG-MEDIA1(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '/'                   DELIMITED BY SIZE
                    RG-MEDIA2(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '/'                   DELIMITED BY SIZE
                    RG-MEDIA3(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '/'                   DELIMITED BY SIZE
                    RG-MEDIA4(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '  '                  DELIMITED BY SIZE
                    RG-MEDIATOTAL(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    ' CONCEITO '          DELIMITED BY SIZE
                    WS-CNC-LETRA          DELIMITED BY SIZE
                    '  '                  DELIMITED BY SIZE
                    RG-STATUS(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    INTO LOTE-LINHA
            ELSE
                STRING
                    RG-MATERIA(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    RG-MEDIA1(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '/'                   DELIMITED BY SIZE
                    RG-MEDIA2(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '/'                   DELIMITED BY SIZE
                    RG-MEDIA3(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '/'                   DELIMITED BY SIZE
                    RG-MEDIA4(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '  '                  DELIMITED BY SIZE
                    RG-MEDIATOTAL(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    '  '                  DELIMITED BY SIZE
                    RG-STATUS(WS-IDX-GRP)
                                          DELIMITED BY SIZE
                    INTO LOTE-LINHA
            END-IF
            WRITE LOTE-LINHA
            IF WS-MCC-CONCEITO = 'S'
                PERFORM P220-PARECERES
            END-IF
            .

       P220-PARECERES.
      * Pareceres descritivos da materia por conceito, bimestre a
      * bimestre, recuados abaixo da linha do conceito.
            PERFORM VARYING WS-PL-BIMESTRE FROM 1 BY 1
                    UNTIL WS-PL-BIMESTRE > 4
                MOVE 'L' TO WS-PL-ACAO
                CALL 'PARECLER' USING WS-PL-ACAO RG-ID(WS-IDX-GRP)
                                      WS-PL-BIMESTRE WS-PL-TEXTO
                                      WS-PL-LINHAS WS-PL-QTD-LINHAS
                                      WS-PL-ACHOU
                IF WS-PL-ACHOU = 'S'
                    MOVE SPACES TO LOTE-LINHA
                    STRING '    PARECER DESCRITIVO - '
                                              DELIMITED BY SIZE
                           WS-PL-BIMESTRE     DELIMITED BY SIZE
                           '. BIMESTRE:'      DELIMITED BY SIZE
                        INTO LOTE-LINHA
                    WRITE LOTE-LINHA
                    PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                            UNTIL WS-PL-IDX > WS-PL-QTD-LINHAS
                        MOVE SPACES TO LOTE-LINHA
                        STRING '      ' DELIMITED BY SIZE
                               WS-PL-LINHA(WS-PL-IDX)
                                        DELIMITED BY SIZE
                            INTO LOTE-LINHA
                        WRITE LOTE-LINHA
                    END-PERFORM
                END-IF
            END-PERFORM
            .

       P300-BLOCO-RESPONSAVEL.
      * Contato do responsavel no rodape, no mesmo espirito do
      * P200-RESPONSAVEL do TXTCOPIA.
