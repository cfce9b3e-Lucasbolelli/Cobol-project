      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DO CADASTRO DE TURMAS. O TURMACAT.DAT
      *          GANHOU TURNO, REGIME, SEGMENTO, UNIDADE E SERIE NO
      *          FIM DO REGISTRO DESDE A VERSAO ANTERIOR; ESTE
      *          PROGRAMA LE O ARQUIVO NO LAYOUT DA VERSAO ANTERIOR E
      *          GRAVA TURMACAT.DAT.NOVO NO ATUAL: SEM TURNO, REGIME
      *          ZERO (VALE BIMESTRAL), SEM SEGMENTO, NA UNIDADE '01'
      *          E JA COM A SERIE DEDUZIDA DO CODIGO DA TURMA QUANDO
      *          ELE COMECA PELO ANO ('6A' = 6O ANO) - A MESMA
      *          CONVENCAO DO REPETREL. COMO A TURMA ANTIGA NAO TEM
      *          SEGMENTO, '1A' A '3A' VIRAM 1O A 3O ANO DO
      *          FUNDAMENTAL E SAEM NA TELA PARA CONFERIR: SE FOREM DO
      *          MEDIO, ACERTE SEGMENTO E SERIE (10 A 12) NO TURMAMAN.
      *          CODIGO QUE NAO COMECA POR ALGARISMO FICA SEM SERIE
      *          (00) E TAMBEM SAI NA TELA. ARQUIVO QUE NAO EXISTE OU
      *          QUE JA ESTA NO LAYOUT NOVO E PULADO. A TROCA DO .NOVO
      *          PELO VIVO E FEITA PELO OPERADOR DEPOIS DE CONFERIR,
      *          COM A ESCOLA PARADA (COMO NO UNIMIG). ORDEM DAS
      *          MIGRACOES: VER O CABECALHO DO UNIMIG - ESTA RODA NO
      *          PASSO 1, ANTES DA TROCA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIEMIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMACAT-ANT
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS TA-CHAVE
                   FILE STATUS IS WS-FS-ANT
                   .
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT-NOVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-NOVO
                   .
       DATA DIVISION.
       FILE SECTION.
      * Layout da versao anterior: a chave e a capacidade, copiadas
      * como estao para o comeco do layout novo.
       FD TURMACAT-ANT
       DATA RECORD IS TURMACAT-ANT-LINHA.
       01 TURMACAT-ANT-LINHA.
           03 TA-CHAVE             PIC X(17).
           03 TA-RESTO             PIC X(03).
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-PATH-TURMACAT-NOVO    PIC X(100).
       77 WS-FS-ANT                PIC 99.
          88 FS-ANT-OK             VALUE 0.
       77 WS-FS-NOVO               PIC 99.
          88 FS-NOVO-OK            VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-DIGITO                PIC 9.
       77 WS-CONT-TURMAS           PIC 9(06) VALUE 0.
       77 WS-CONT-SEM-SERIE        PIC 9(06) VALUE 0.
       77 WS-CONT-CONFERIR         PIC 9(06) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SERIEMIG' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MIGRACAO DA SERIE DAS TURMAS ***'
            DISPLAY 'GRAVA TURMACAT .NOVO NA UNIDADE 01 COM A SERIE '
                    'DEDUZIDA DO CODIGO DA TURMA. CONFIRMA ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                STOP RUN
            END-IF

            MOVE SPACES TO WS-PATH-TURMACAT-NOVO
            STRING FUNCTION TRIM(WS-PATH-TURMACAT) DELIMITED BY SIZE
                   '.NOVO'                         DELIMITED BY SIZE
                INTO WS-PATH-TURMACAT-NOVO

            PERFORM P100-MIGRA-TURMAS

            DISPLAY 'TURMAS MIGRADAS.....: ' WS-CONT-TURMAS
            DISPLAY '  DELAS SEM SERIE...: ' WS-CONT-SEM-SERIE
            DISPLAY '  A CONFERIR (1-3)..: ' WS-CONT-CONFERIR
            DISPLAY 'ERROS DE GRAVACAO...: ' WS-CONT-ERROS
            DISPLAY 'ACERTE AS TURMAS LISTADAS NO TURMAMAN DEPOIS DA '
                    'TROCA'
            DISPLAY 'CONFIRA E TROQUE O .NOVO PELO ARQUIVO VIVO '
                    'COM A ESCOLA PARADA'
            STOP RUN
            .

       P100-MIGRA-TURMAS.
      * Arquivo antigo que nao abre com o tamanho de antes ja foi
      * migrado (ou nunca existiu) e fica como esta.
            OPEN INPUT TURMACAT-ANT
            EVALUATE TRUE
                WHEN WS-FS-ANT = 35
                    DISPLAY 'TURMACAT.DAT: NAO EXISTE - PULADO'
                    EXIT PARAGRAPH
                WHEN WS-FS-ANT = 39
                    DISPLAY 'TURMACAT.DAT: JA ESTA NO LAYOUT NOVO - '
                            'PULADO'
                    EXIT PARAGRAPH
                WHEN NOT FS-ANT-OK
                    CALL 'FSMSG' USING WS-FS-ANT WS-FS-MSG
                    DISPLAY 'TURMACAT.DAT: ERRO AO ABRIR --> COD '
                            WS-FS-ANT ': ' WS-FS-MSG
                    EXIT PARAGRAPH
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            OPEN OUTPUT TURMACAT-FILE
            IF NOT FS-NOVO-OK
                CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                DISPLAY 'TURMACAT.DAT: ERRO AO CRIAR O .NOVO --> '
                        'COD ' WS-FS-NOVO ': ' WS-FS-MSG
                CLOSE TURMACAT-ANT
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ TURMACAT-ANT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE TURMACAT-ANT-LINHA TO TURMACAT-LINHA
                        MOVE SPACES TO TU-TURNO TU-SEGMENTO
                        MOVE 0 TO TU-REGIME
                        MOVE '01' TO TU-UNIDADE
                        PERFORM P200-DEDUZ-SERIE
                        WRITE TURMACAT-LINHA
                        IF FS-NOVO-OK
                            ADD 1 TO WS-CONT-TURMAS
                        ELSE
                            ADD 1 TO WS-CONT-ERROS
                            CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                            DISPLAY 'TURMACAT.DAT: ERRO AO GRAVAR '
                                    TU-ANO ' ' TU-TURMA ' --> COD '
                                    WS-FS-NOVO ': ' WS-FS-MSG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMACAT-ANT TURMACAT-FILE
            .

       P200-DEDUZ-SERIE.
      * Serie = primeiro caractere do codigo da turma; no medio as
      * tres series viram 10, 11 e 12.
            MOVE 0 TO TU-SERIE
            IF TU-TURMA(1:1) IS NUMERIC
               AND TU-SEGMENTO NOT = 'EI'
               AND TU-SEGMENTO NOT = 'EJ'
                MOVE TU-TURMA(1:1) TO WS-DIGITO
                IF TU-SEGMENTO = 'EM'
                    IF WS-DIGITO >= 1 AND WS-DIGITO <= 3
                        COMPUTE TU-SERIE = WS-DIGITO + 9
                    END-IF
                ELSE
                    MOVE WS-DIGITO TO TU-SERIE
                END-IF
            END-IF
            IF TU-SERIE = 0
                ADD 1 TO WS-CONT-SEM-SERIE
                DISPLAY 'SEM SERIE: ' TU-ANO ' ' TU-TURMA
                        ' SEGMENTO ' TU-SEGMENTO
            END-IF
      * Sem segmento nao da para saber se '1A' e fundamental ou
      * medio: fica fundamental e vai para a conferencia.
            IF TU-SEGMENTO = SPACES
               AND TU-SERIE >= 1 AND TU-SERIE <= 3
                ADD 1 TO WS-CONT-CONFERIR
                DISPLAY 'CONFERIR SERIE ' TU-SERIE ': ' TU-ANO ' '
                        TU-TURMA ' (SE FOR DO MEDIO, 10 A 12)'
            END-IF
            .
