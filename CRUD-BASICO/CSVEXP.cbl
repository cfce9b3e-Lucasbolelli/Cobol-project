      *          MEDIAS COM VIRGULA DECIMAL. HONRA OS MESMOS FILTROS
      *          DE ANO/TURMA/MATERIA QUE O GETALL PERGUNTA. A VOLTA
      *          (PLANILHA -> BOLETIM) E FEITA PELO CSVIMP, QUE PASSA
      *          PELO MESMO CREATE DE SEMPRE. ARQUIVO QUE SAI PARA
      *          TERCEIROS (PREFEITURA, OUTROS ORGAOS) SO LEVA OS
      *          ALUNOS COM CONSENTIMENTO DE COMPARTILHAMENTO VIGENTE
      *          (CONSCHK); OS DEMAIS FICAM DE FORA E SAO CONTADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 CSV-LINHA                PIC X(250).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-CSV                PIC 99.
       77 WS-CNC-ACAO              PIC X.
       77 WS-CNC-LETRA             PIC X.
       77 WS-CNC-NOTA              PIC 9(02)V9.
      * Destino do arquivo e consentimento LGPD (CONSCHK): so a
      * saida para terceiros depende do consentimento da familia.
       77 WS-DESTINO               PIC X VALUE 'I'.
          88 DESTINO-TERCEIROS     VALUE 'T'.
       77 WS-CK-FINALIDADE         PIC X VALUE 'T'.
       77 WS-CK-ID-ALUNO           PIC 9(06) VALUE 0.
       77 WS-CK-RESULTADO          PIC X.
       77 WS-CK-NOME-ANT           PIC X(30) VALUE SPACES.
       77 WS-CONT-SEM-CONSENT      PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CSVEXP' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** EXPORTACAO DO BOLETIM EM CSV ***'
            DISPLAY 'FILTRAR POR ANO LETIVO/PERIODO '
                    '(DEIXE EM BRANCO PARA TODOS): '
            DISPLAY 'FILTRAR POR MATERIA '
                    '(DEIXE EM BRANCO PARA TODAS): '
               ACCEPT WS-MATERIA-FILTRO
            DISPLAY 'DESTINO DO ARQUIVO: I=USO INTERNO DA SECRETARIA '
                    'T=TERCEIROS (PREFEITURA/OUTROS ORGAOS): '
               ACCEPT WS-DESTINO
            MOVE FUNCTION UPPER-CASE(WS-DESTINO) TO WS-DESTINO
            IF NOT DESTINO-TERCEIROS
                MOVE 'I' TO WS-DESTINO
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT BOLETIM
                           OR F-TURMA = WS-TURMA-FILTRO)
                           AND (WS-MATERIA-FILTRO = SPACES
                           OR F-MATERIA = WS-MATERIA-FILTRO)
                            PERFORM P050-CONFERE-CONSENT
                            IF WS-CK-RESULTADO = 'S'
                                PERFORM P100-GRAVA-LINHA-CSV
                            ELSE
                                ADD 1 TO WS-CONT-SEM-CONSENT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CSV-FILE
            CLOSE BOLETIM
            DISPLAY 'REGISTROS EXPORTADOS: ' WS-CONT-EXPORTADOS
            IF DESTINO-TERCEIROS
                DISPLAY 'REGISTROS FORA POR FALTA DE CONSENTIMENTO: '
                        WS-CONT-SEM-CONSENT
                        ' (RELATORIO NO CONSMAN, OPCAO 4)'
            END-IF
            DISPLAY 'ARQUIVO GRAVADO EM: ' WS-PATH-CSV-EXPORT
            STOP RUN
            .

       P050-CONFERE-CONSENT.
      * Uso interno nao depende de consentimento. Para terceiros, o
      * mesmo aluno costuma vir em varias linhas seguidas (uma por
      * materia): so consulta de novo quando o nome muda.
            IF NOT DESTINO-TERCEIROS
                MOVE 'S' TO WS-CK-RESULTADO
                EXIT PARAGRAPH
            END-IF
            IF F-NOME = WS-CK-NOME-ANT
                EXIT PARAGRAPH
            END-IF
            MOVE F-NOME TO WS-CK-NOME-ANT
            CALL 'CONSCHK' USING WS-CK-FINALIDADE F-NOME
                                 WS-CK-ID-ALUNO F-ID-RESPONSAVEL
                                 WS-CK-RESULTADO
            .

       P100-GRAVA-LINHA-CSV.
      * As medias sao gravadas com virgula decimal explicita: o campo
      * 9(2)V9 e armazenado como 3 digitos DISPLAY, entao os dois
