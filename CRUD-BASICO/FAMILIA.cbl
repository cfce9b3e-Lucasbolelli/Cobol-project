      *          COM TURMA, MATERIAS E SITUACAO - O CAMINHO INVERSO
      *          DO GETONE, PARA QUANDO O PAI OU A MAE LIGA E O
      *          ESCRITORIO PRECISA DE TUDO DA FAMILIA DE UMA VEZ.
      *          NO FIM MOSTRA O HISTORICO DE COMUNICACAO COM A
      *          FAMILIA (FILA DE SAIDA COMUNICA.DAT): O QUE FOI
      *          MANDADO, POR QUAL CANAL E SE CHEGOU.
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
               SELECT COMUNICA-FILE
               ASSIGN TO
                   WS-PATH-COMUNICA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CO-SEQ
                   ALTERNATE RECORD KEY IS CO-ID-RESP
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-COM
                   .
       DATA DIVISION.
       FILE SECTION.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD CADASTRO-PF-FILE.
           COPY CADASTRO-PF-DADOS.
       FD COMUNICA-FILE
       DATA RECORD IS COMUNICA-LINHA.
           COPY COMUNICA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-COM                PIC 99.
          88 FS-COM-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONT-MENSAGENS        PIC 9(04) VALUE 0.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-TIPO-BUSCA            PIC X.
       77 WS-SC-TEM-ALERTA         PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FAMILIA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** VISAO DE FAMILIA (POR RESPONSAVEL) ***'
            DISPLAY 'CODIGO DE PROPOSITO DA CONSULTA (BRANCO SE '
                    'NAO HOUVER): '
                DISPLAY 'FILHOS VINCULADOS: '  WS-CONT-FILHOS
                DISPLAY 'REGISTROS DE MATERIA: ' WS-CONT-REGISTROS
            END-IF

            PERFORM P300-COMUNICACOES
            STOP RUN
            .

            DISPLAY 'ENDERECO: ' FUNCTION TRIM(F-RUA) ' - '
                    FUNCTION TRIM(F-BAIRRO) ' - '
                    FUNCTION TRIM(F-CIDADE) '/' F-UF
            DISPLAY 'E-MAIL: ' FUNCTION TRIM(F-EMAIL)
                    '  CANAL PREFERIDO: ' F-CANAL
                    ' (C=CARTA T=TELEFONE E=E-MAIL)'
            .

       P200-VARRE-FILHOS.
                END-IF
            END-PERFORM
            .

       P300-COMUNICACOES.
      * Historico da familia na fila de saida, pela chave alternada
      * do responsavel (mesma leitura do CORREIO, opcao 4).
            OPEN INPUT COMUNICA-FILE
            IF NOT FS-COM-OK
                EXIT PARAGRAPH
            END-IF
            DISPLAY ' '
            DISPLAY 'COMUNICACOES COM A FAMILIA:'
            SET EOF-OK TO FALSE
            MOVE WS-ID-BUSCA TO CO-ID-RESP
            START COMUNICA-FILE KEY IS EQUAL CO-ID-RESP
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ COMUNICA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CO-ID-RESP NOT = WS-ID-BUSCA
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-CONT-MENSAGENS
                            DISPLAY '  ' CO-DATA-GERACAO ' '
                                    CO-TIPO ' CANAL ' CO-CANAL
                                    ' SITUACAO ' CO-SITUACAO
                                    ' EM ' CO-DATA-SITUACAO
                            DISPLAY '     '
                                    FUNCTION TRIM(CO-ASSUNTO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COMUNICA-FILE
            IF WS-CONT-MENSAGENS = 0
                DISPLAY '  NENHUMA COMUNICACAO REGISTRADA'
            ELSE
                DISPLAY '  (SITUACAO: P PENDENTE, E ENVIADA, '
                        'D DEVOLVIDA, I INALCANCAVEL)'
            END-IF
            .
