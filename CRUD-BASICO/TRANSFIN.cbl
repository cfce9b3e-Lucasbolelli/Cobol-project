      *          CREATE DE SEMPRE - TUDO ENCADEADO POR F-ID-ORIGINAL,
      *          PARA O HISTESCOLAR E UM FUTURO GUIATRANSF MOSTRAREM
      *          A TRAJETORIA COMPLETA EM VEZ DE UMA HISTORIA QUE
      *          COMECA NO MEIO. O ALUNO GANHA O CHECKLIST DE
      *          DOCUMENTOS DA MATRICULA COM OS PRAZOS (DOCCHK).
      *          O CPF DO ALUNO, QUANDO INFORMADO, SO E ACEITO COM O
      *          DIGITO VERIFICADOR CERTO E SE NAO FOR DE OUTRO ALUNO
      *          (CPFCHK), E VAI PARA O MESTRE DEPOIS DAS CASCAS.
      *          ALUNO AINDA FORA DO MESTRE ENTRA NELE COM O
      *          NASCIMENTO DA GUIA, E A IDADE E CONFERIDA CONTRA A
      *          SERIE DA TURMA DE DESTINO (IDADECHK): FORA DA FAIXA,
      *          AS CASCAS SO SAEM COM A LIBERACAO JUSTIFICADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       COPY INF-ALUNO.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'TRANSFIN'.
       77 WS-AUD-ANTES             PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS            PIC X(40).
      * Checklist de documentos da matricula (DOCCHK) do transferido.
       77 WS-DK-ACAO               PIC X.
       77 WS-DK-PENDENTES          PIC 9(02).
       77 WS-DK-VENCIDOS           PIC 9(02).
      * CPF do aluno: conferencia e gravacao no mestre (CPFCHK), com
      * o aluno achado pelo nome no mestre (ALUNOMST).
       77 WS-CPF-INTAKE            PIC X(11).
       77 WS-CPF-OK                PIC X.
          88 CPF-OK                VALUE 'S' FALSE 'N'.
       77 WS-CC-ACAO               PIC X.
       77 WS-CC-ID-DONO            PIC 9(06).
       77 WS-CC-RESULTADO          PIC X.
       77 WS-CC-MENSAGEM           PIC X(60).
       77 WS-ALM-ACAO              PIC X VALUE 'N'.
       77 WS-ALM-ACHADO            PIC X.
       77 WS-ALM-ID                PIC 9(06).
       77 WS-ALM-TURMA             PIC X(10).
       77 WS-ALM-RESP              PIC 9(06).
       77 WS-ALM-NASC              PIC X(10).
      * Idade x serie da turma de destino (IDADECHK), com a
      * liberacao oferecida na tela.
           COPY IDADECHK-AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'TRANSFIN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** ENTRADA DE TRANSFERENCIA (GUIA RECEBIDA) '
                    '***'
            DISPLAY 'NOME DO ALUNO (COMO FICARA NO BOLETIM): '
            DISPLAY 'ID DO RESPONSAVEL NO CADASTRO-PF (0 SE AINDA '
                    'NAO CADASTRADO - USE O PFMANUT ANTES): '
                ACCEPT WS-RESP-INTAKE
            PERFORM P050-PEDE-CPF

            PERFORM P100-PROXIMO-ID

            IF WS-CRIA-ATUAL = 'S'
                PERFORM P500-CASCAS-ANO-CORRENTE
            END-IF
            IF WS-CPF-INTAKE NOT = SPACES
                PERFORM P600-GRAVA-CPF
            END-IF

            MOVE SPACES TO WS-AUD-DEPOIS
            STRING FUNCTION TRIM(WS-NOME-INTAKE) DELIMITED BY SIZE
            STOP RUN
            .

       P050-PEDE-CPF.
      * Aluno que ja esta no mestre (mesmo nome) pode repetir o CPF
      * que e dele; de outro aluno, nao.
            PERFORM P060-ACHA-NO-MESTRE
            SET CPF-OK TO FALSE
            PERFORM UNTIL CPF-OK
                DISPLAY 'CPF DO ALUNO (SO NUMEROS, BRANCO SE NAO '
                        'TIVER): '
                    ACCEPT WS-CPF-INTAKE
                MOVE 'A' TO WS-CC-ACAO
                CALL 'CPFCHK' USING WS-CC-ACAO WS-CPF-INTAKE WS-ALM-ID
                                    WS-CC-ID-DONO WS-CC-RESULTADO
                                    WS-CC-MENSAGEM
                IF WS-CC-RESULTADO = 'S' OR WS-CC-RESULTADO = 'B'
                    SET CPF-OK TO TRUE
                ELSE
                    DISPLAY FUNCTION TRIM(WS-CC-MENSAGEM)
                END-IF
            END-PERFORM
            .

       P060-ACHA-NO-MESTRE.
            MOVE 0 TO WS-ALM-ID
            CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                  WS-ALM-ID WS-NOME-INTAKE
                                  WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC
            IF WS-ALM-ACHADO NOT = 'S'
                MOVE 0 TO WS-ALM-ID
            END-IF
            .

       P100-PROXIMO-ID.
      * Os IDs dos registros digitados precisam ser ineditos tanto
      * no vivo quanto nos anos ja arquivados; parte-se do maior
                ACCEPT WS-ANO-GUIA
            DISPLAY 'TURMA DE DESTINO: '
                ACCEPT WS-TURMA-GUIA
            PERFORM P520-CONFERE-IDADE
            IF IC-FORA
                DISPLAY 'MATRICULA FORA DA FAIXA NAO LIBERADA - '
                        'CASCAS DO ANO CORRENTE NAO CRIADAS'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'QUANTAS MATERIAS CURSARA (1-20) ? '
                ACCEPT WS-QTD-ATUAL
            IF WS-QTD-ATUAL > 20
                            'ERRO ACIMA)'
                END-IF
            END-PERFORM
            MOVE 'G' TO WS-DK-ACAO
            CALL 'DOCCHK' USING WS-DK-ACAO WS-NOME-INTAKE
                                WS-ANO-GUIA WS-TURMA-GUIA
                                WS-DK-PENDENTES WS-DK-VENCIDOS
            .

       P520-CONFERE-IDADE.
      * O nascimento vem da guia: aluno novo entra no mestre com ele
      * antes das cascas (o CREATE acha o aluno la).
            PERFORM P060-ACHA-NO-MESTRE
            IF WS-ALM-ID = 0
                DISPLAY 'DATA DE NASCIMENTO DA GUIA (AAAA/MM/DD): '
                    ACCEPT WS-ALM-NASC
                MOVE 'G'            TO WS-ALM-ACAO
                MOVE WS-TURMA-GUIA  TO WS-ALM-TURMA
                MOVE WS-RESP-INTAKE TO WS-ALM-RESP
                CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                      WS-ALM-ID WS-NOME-INTAKE
                                      WS-ALM-TURMA WS-ALM-RESP
                                      WS-ALM-NASC
                MOVE 'N'            TO WS-ALM-ACAO
            END-IF
            MOVE 'L'            TO WS-IC-ACAO
            MOVE WS-ANO-GUIA    TO WS-IC-ANO
            MOVE WS-TURMA-GUIA  TO WS-IC-TURMA
            MOVE WS-NOME-INTAKE TO WS-IC-NOME
            MOVE 'TRANSFIN'     TO WS-IC-PROGRAMA
            CALL 'IDADECHK' USING WS-IDADECHK-AREA
            .

       P600-GRAVA-CPF.
      * As cascas do ano corrente (CREATE) e que poem o aluno no
      * mestre; sem elas o CPF fica para o ALUMAN.
            PERFORM P060-ACHA-NO-MESTRE
            IF WS-ALM-ID = 0
                DISPLAY 'ALUNO AINDA FORA DO CADASTRO MESTRE - '
                        'INFORME O CPF PELO ALUMAN'
                EXIT PARAGRAPH
            END-IF
            MOVE 'G' TO WS-CC-ACAO
            CALL 'CPFCHK' USING WS-CC-ACAO WS-CPF-INTAKE WS-ALM-ID
                                WS-CC-ID-DONO WS-CC-RESULTADO
                                WS-CC-MENSAGEM
            IF WS-CC-RESULTADO = 'S'
                DISPLAY 'CPF GRAVADO NO MESTRE (ALUNO ID ' WS-ALM-ID
                        ')'
            ELSE
                DISPLAY FUNCTION TRIM(WS-CC-MENSAGEM)
            END-IF
            .
