      *          MEDIAS), COM MARCADOR DE NAO ENCONTRADO PARA O
      *          RESTO. E O PONTO DE INTEGRACAO MAIS BARATO QUE A
      *          SECRETARIA PODE OFERECER SEM ATENDER TELEFONE.
      *          ALUNO SEM CONSENTIMENTO DE COMPARTILHAMENTO VIGENTE
      *          (CONSCHK) NAO TEM DADO NENHUM NA RESPOSTA: SAI SO O
      *          MARCADOR SEM-CONSENTIMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY BOLETIM_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-PED                PIC 99.
       77 WS-FS-RES                PIC 99.
       77 WS-FS                    PIC 99.
       77 WS-SITUACAO-GERAL        PIC X(14).
       77 WS-CONT-PEDIDOS          PIC 9(04) VALUE 0.
       77 WS-CONT-ENCONTRADOS      PIC 9(04) VALUE 0.
      * Consentimento LGPD de compartilhamento (CONSCHK).
       77 WS-CK-FINALIDADE         PIC X VALUE 'T'.
       77 WS-CK-ID-ALUNO           PIC 9(06) VALUE 0.
       77 WS-CK-ID-RESP            PIC 9(06).
       77 WS-CK-RESULTADO          PIC X.
       77 WS-CONT-SEM-CONSENT      PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CONSLOTE' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** CONSULTA EM LOTE - INICIO ***'

            OPEN INPUT PEDIDO-FILE
            DISPLAY '*** CONSULTA EM LOTE - FIM ***'
            DISPLAY 'PEDIDOS LIDOS: '      WS-CONT-PEDIDOS
            DISPLAY 'ALUNOS ENCONTRADOS: ' WS-CONT-ENCONTRADOS
            DISPLAY 'SEM CONSENTIMENTO (SO O MARCADOR): '
                    WS-CONT-SEM-CONSENT
            DISPLAY 'RESPOSTAS GRAVADAS EM: '
                    FUNCTION TRIM(WS-PATH-CONS-RESPOSTA)
            STOP RUN
                PERFORM P300-CONSOLIDA-ALUNO
            END-IF

            MOVE 'S' TO WS-CK-RESULTADO
            IF ACHOU-OK
                CALL 'CONSCHK' USING WS-CK-FINALIDADE WS-NOME-ALVO
                                     WS-CK-ID-ALUNO WS-CK-ID-RESP
                                     WS-CK-RESULTADO
            END-IF

            IF ACHOU-OK AND WS-CK-RESULTADO NOT = 'S'
                ADD 1 TO WS-CONT-ENCONTRADOS
                ADD 1 TO WS-CONT-SEM-CONSENT
                MOVE SPACES TO RESPOSTA-LINHA
                STRING
                    'PEDIDO: '    DELIMITED BY SIZE
                    PE-TIPO       DELIMITED BY SIZE
                    ' '           DELIMITED BY SIZE
                    FUNCTION TRIM(PE-VALOR) DELIMITED BY SIZE
                    ' | SEM-CONSENTIMENTO' DELIMITED BY SIZE
                    INTO RESPOSTA-LINHA
                WRITE RESPOSTA-LINHA
                EXIT PARAGRAPH
            END-IF

            IF ACHOU-OK
                ADD 1 TO WS-CONT-ENCONTRADOS
                MOVE SPACES TO RESPOSTA-LINHA
            SET ACHOU-OK TO FALSE
            SET EOF-BOL-OK TO FALSE
            MOVE SPACES TO WS-TURMA-RESP WS-ANO-RESP
            MOVE 0 TO WS-CK-ID-RESP
            MOVE 'N' TO WS-TEM-REPROVADO WS-TEM-RECUPERACAO
                        WS-TEM-ANDAMENTO

                                    MOVE F-ANO-LETIVO
                                        TO WS-ANO-RESP
                                    MOVE F-TURMA TO WS-TURMA-RESP
                                    MOVE F-ID-RESPONSAVEL
                                        TO WS-CK-ID-RESP
                                END-IF
                                EVALUATE F-STATUS
                                    WHEN 'REPROVADO'
