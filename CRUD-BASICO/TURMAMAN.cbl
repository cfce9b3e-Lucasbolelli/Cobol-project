      *          VAGAS (ZERO = SEM CONTROLE DE VAGAS). E CONTRA ESTE
      *          CADASTRO QUE O TURMAVAL BARRA TURMA DIGITADA ERRADA
      *          E MATRICULA ACIMA DA CAPACIDADE NA EPOCA DE
      *          MATRICULAS. CADA TURMA TEM TAMBEM O TURNO (MANHA,
      *          TARDE, NOITE OU INTEGRAL), QUE A CONTAGEM DIARIA DA
      *          MERENDA USA PARA SEPARAR AS REFEICOES. E AQUI QUE SE
      *          DEFINE O REGIME DE AVALIACAO DA TURMA NO ANO (4
      *          BIMESTRES, 3 TRIMESTRES OU 2 SEMESTRES), QUE OS
      *          LANCAMENTOS, AS MEDIAS E OS BOLETINS RESPEITAM.
      *          E O SEGMENTO (INFANTIL, FUNDAMENTAL I/II, MEDIO, EJA),
      *          QUE ESCOLHE OS DOCUMENTOS EXIGIDOS NA MATRICULA.
      *          CADA TURMA PERTENCE A UMA UNIDADE ESCOLAR DA REDE:
      *          QUEM ESTA ASSINADO NUMA UNIDADE SO VE E SO MANTEM AS
      *          TURMAS DELA, E A TURMA NOVA NASCE NELA; A SESSAO DA
      *          REDE ESCOLHE A UNIDADE. O CODIGO DA TURMA E UNICO NA
      *          REDE (NO MESMO ANO, '6A' SO EXISTE EM UMA UNIDADE).
      *          E A SERIE (ANO ESCOLAR) DA TURMA, DE ONDE SAI A FAIXA
      *          DE IDADE QUE A MATRICULA CONFERE (IDADECHK).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY TURMACAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-TUR                PIC 99.
          88 FS-TUR-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ANO-MANUT             PIC X(07).
       77 WS-TURMA-MANUT           PIC X(10).
      * Unidade escolar da sessao (UNIDADE): '00' = rede.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-RESULTADO          PIC X.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'TURMAMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P900-GARANTE-ARQUIVO
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO-MANUT WS-TURMA-MANUT
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            DISPLAY '**** CADASTRO DE TURMAS - MANUTENCAO ****'
            DISPLAY '1 - LISTAR AS TURMAS DE UM ANO'
            DISPLAY '2 - INCLUIR TURMA'
            DISPLAY '3 - ALTERAR CAPACIDADE/TURNO/REGIME/SEGMENTO/'
                    'SERIE/UNIDADE'
            DISPLAY '4 - EXCLUIR TURMA'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF TU-ANO = WS-ANO-MANUT
                                PERFORM P150-MOSTRA-TURMA
                            ELSE
                                SET EOF-OK TO TRUE
                            END-IF
            END-IF
            .

       P150-MOSTRA-TURMA.
            PERFORM P290-CONFERE-UNIDADE
            IF WS-UN-RESULTADO = 'S'
                DISPLAY 'TURMA ' TU-TURMA
                        ' CAPACIDADE: '
                        TU-CAPACIDADE
                        ' TURNO: ' TU-TURNO
                        ' REGIME: ' TU-REGIME
                        ' SEGMENTO: ' TU-SEGMENTO
                        ' SERIE: ' TU-SERIE
                        ' UNIDADE: ' WS-UN-CODIGO
            END-IF
            .

       P200-INCLUI.
            PERFORM P050-PEDE-CHAVE
            OPEN I-O TURMACAT-FILE
            MOVE WS-TURMA-MANUT TO TU-TURMA
            DISPLAY 'CAPACIDADE DE VAGAS (0 = SEM CONTROLE): '
                ACCEPT TU-CAPACIDADE
            PERFORM P250-PEDE-TURNO
            PERFORM P260-PEDE-REGIME
            PERFORM P270-PEDE-SEGMENTO
            PERFORM P275-PEDE-SERIE
            MOVE SPACES TO TU-UNIDADE
            PERFORM P280-PEDE-UNIDADE
            WRITE TURMACAT-LINHA
            IF WS-FS-TUR = 22
                DISPLAY 'TURMA JA CADASTRADA NESTE ANO (O CODIGO DA '
                        'TURMA E UNICO NA REDE)'
            ELSE
                IF FS-TUR-OK
                    DISPLAY 'TURMA INCLUIDA'
            CLOSE TURMACAT-FILE
            .

       P250-PEDE-TURNO.
            MOVE SPACES TO TU-TURNO
            PERFORM UNTIL TU-TURNO-VALIDO
                DISPLAY 'TURNO (M=MANHA T=TARDE N=NOITE I=INTEGRAL): '
                    ACCEPT TU-TURNO
                MOVE FUNCTION UPPER-CASE(TU-TURNO) TO TU-TURNO
                IF NOT TU-TURNO-VALIDO
                    DISPLAY 'TURNO INVALIDO'
                END-IF
            END-PERFORM
            .

       P260-PEDE-REGIME.
      * Regime de avaliacao: numero de periodos (colunas de media)
      * da turma no ano. Trocar o regime com notas ja lancadas nao
      * apaga colunas: so muda quantas entram na media e no boletim.
            MOVE 0 TO TU-REGIME
            PERFORM UNTIL TU-REGIME-VALIDO
                DISPLAY 'REGIME (4=BIMESTRAL 3=TRIMESTRAL '
                        '2=SEMESTRAL): '
                    ACCEPT TU-REGIME
                IF NOT TU-REGIME-VALIDO
                    DISPLAY 'REGIME INVALIDO'
                END-IF
            END-PERFORM
            .

       P270-PEDE-SEGMENTO.
      * Segmento da turma: escolhe a lista de documentos exigidos
      * na matricula (DOCREQ/DOCMAN).
            MOVE SPACES TO TU-SEGMENTO
            PERFORM UNTIL TU-SEGMENTO-VALIDO
                DISPLAY 'SEGMENTO (EI=INFANTIL F1=FUNDAMENTAL I '
                        'F2=FUNDAMENTAL II EM=MEDIO EJ=EJA): '
                    ACCEPT TU-SEGMENTO
                MOVE FUNCTION UPPER-CASE(TU-SEGMENTO) TO TU-SEGMENTO
                IF NOT TU-SEGMENTO-VALIDO
                    DISPLAY 'SEGMENTO INVALIDO'
                END-IF
            END-PERFORM
            .

       P275-PEDE-SERIE.
      * Serie da turma: faixa de idade da matricula (IDADECHK). Zero
      * deixa a turma sem conferencia de idade.
            MOVE 99 TO TU-SERIE
            PERFORM UNTIL TU-SERIE-VALIDA
                DISPLAY 'SERIE (01-09=FUNDAMENTAL 1O AO 9O ANO '
                        '10-12=MEDIO 1A A 3A 00=SEM SERIE): '
                    ACCEPT TU-SERIE
                IF NOT TU-SERIE-VALIDA
                    DISPLAY 'SERIE INVALIDA'
                END-IF
            END-PERFORM
            .

       P280-PEDE-UNIDADE.
      * Na unidade, a turma e dela; so a sessao da rede escolhe.
            IF WS-UNIDADE-SESSAO NOT = '00'
                MOVE WS-UNIDADE-SESSAO TO TU-UNIDADE
                EXIT PARAGRAPH
            END-IF
            MOVE TU-UNIDADE TO WS-UN-CODIGO
            IF TU-UNIDADE NOT = SPACES
                DISPLAY 'UNIDADE ATUAL: ' TU-UNIDADE
                        ' (BRANCO = MANTEM)'
            END-IF
            DISPLAY 'UNIDADE ESCOLAR DA TURMA (01 = SEDE, 02, 03...): '
                ACCEPT TU-UNIDADE
            IF TU-UNIDADE = SPACES AND WS-UN-CODIGO NOT = SPACES
                MOVE WS-UN-CODIGO TO TU-UNIDADE
                EXIT PARAGRAPH
            END-IF
            IF TU-UNIDADE = SPACES OR TU-UNIDADE NOT NUMERIC
               OR TU-UNIDADE = '00'
                DISPLAY 'UNIDADE INVALIDA - ASSUMIDA 01 (SEDE)'
                MOVE '01' TO TU-UNIDADE
            END-IF
            .

       P290-CONFERE-UNIDADE.
            MOVE 'V' TO WS-UN-ACAO
            MOVE TU-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-ANO-MANUT WS-TURMA-MANUT
                                 WS-UN-CODIGO WS-UN-RESULTADO
            .

       P300-ALTERA.
            PERFORM P050-PEDE-CHAVE
            OPEN I-O TURMACAT-FILE
                INVALID KEY
                    DISPLAY 'TURMA NAO CADASTRADA NESTE ANO'
                NOT INVALID KEY
                    PERFORM P290-CONFERE-UNIDADE
                    IF WS-UN-RESULTADO NOT = 'S'
                        DISPLAY 'TURMA DE OUTRA UNIDADE (' WS-UN-CODIGO
                                ') - NADA ALTERADO'
                        CLOSE TURMACAT-FILE
                        EXIT PARAGRAPH
                    END-IF
                    DISPLAY 'CAPACIDADE ATUAL: ' TU-CAPACIDADE
                    DISPLAY 'NOVA CAPACIDADE (0 = SEM CONTROLE): '
                        ACCEPT TU-CAPACIDADE
                    DISPLAY 'TURNO ATUAL: ' TU-TURNO
                    PERFORM P250-PEDE-TURNO
                    DISPLAY 'REGIME ATUAL: ' TU-REGIME
                    PERFORM P260-PEDE-REGIME
                    DISPLAY 'SEGMENTO ATUAL: ' TU-SEGMENTO
                    PERFORM P270-PEDE-SEGMENTO
                    DISPLAY 'SERIE ATUAL: ' TU-SERIE
                    PERFORM P275-PEDE-SERIE
                    PERFORM P280-PEDE-UNIDADE
                    REWRITE TURMACAT-LINHA
                    IF FS-TUR-OK
                        DISPLAY 'CAPACIDADE/TURNO/REGIME/SEGMENTO/'
                                'SERIE/UNIDADE ALTERADOS'
                    ELSE
                        DISPLAY 'ERRO AO ALTERAR --> COD ' WS-FS-TUR
                    END-IF
            OPEN I-O TURMACAT-FILE
            MOVE WS-ANO-MANUT   TO TU-ANO
            MOVE WS-TURMA-MANUT TO TU-TURMA
            READ TURMACAT-FILE
                KEY IS TU-CHAVE
                INVALID KEY
                    DISPLAY 'TURMA NAO CADASTRADA NESTE ANO'
                NOT INVALID KEY
                    PERFORM P290-CONFERE-UNIDADE
                    IF WS-UN-RESULTADO NOT = 'S'
                        DISPLAY 'TURMA DE OUTRA UNIDADE (' WS-UN-CODIGO
                                ') - NADA EXCLUIDO'
                    ELSE
                        DELETE TURMACAT-FILE RECORD
                        IF FS-TUR-OK
                            DISPLAY 'TURMA EXCLUIDA DO CADASTRO'
                        ELSE
                            DISPLAY 'ERRO AO EXCLUIR --> COD '
                                    WS-FS-TUR
                        END-IF
                    END-IF
            END-READ
            CLOSE TURMACAT-FILE
            .

