      *          AQUELE PUBLICO E OS MARCA COMO ENTREGUES, REGRAVANDO
      *          O FEED. A COORDENACAO DE RECUPERACAO VE SO AS
      *          TRANSICOES PARA 'EM RECUPERACAO'; O CONSELHEIRO, AS
      *          PARA 'REPROVADO'; A MALA DIRETA VE TODAS. NA MALA
      *          DIRETA CADA EVENTO VIRA TAMBEM UMA MENSAGEM AO
      *          RESPONSAVEL DO ALUNO NA FILA DE SAIDA DE
      *          COMUNICACOES (COMUNICA), NO CANAL PREFERIDO DELE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-EVE
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD EVENTO-FILE
       DATA RECORD IS EVENTO-LINHA.
           COPY EVENTO_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-EVE                PIC 99.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
      * Fila de saida de comunicacoes (COMUNICA), na mala direta.
       77 WS-CM-TIPO               PIC X(10) VALUE 'SITUACAO'.
       77 WS-CM-ORIGEM             PIC X(12) VALUE 'DESPACHO'.
       77 WS-CM-ASSUNTO            PIC X(60).
       77 WS-CONT-FILA             PIC 9(03) VALUE 0.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-PUBLICO               PIC X.
          88 TRUNCADO-OK           VALUE 'S' FALSE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DESPACHO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** DESPACHO DO FEED DE EVENTOS ***'
            DISPLAY 'PUBLICO: <C> CONSELHEIRO, <R> COORDENACAO DE '
                    'RECUPERACAO OU <M> MALA DIRETA ? '
            .

       P200-DESPACHA.
            IF WS-PUBLICO = 'M'
                OPEN INPUT BOLETIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-EVENTOS
                MOVE WS-EVENTO-ENTRY(WS-IDX) TO EVENTO-LINHA
                            MOVE 'S' TO EV-ENT-RECUP
                        WHEN 'M'
                            MOVE 'S' TO EV-ENT-MALA
                            PERFORM P270-FILA-RESPONSAVEL
                    END-EVALUATE
                    MOVE EVENTO-LINHA TO WS-EVENTO-ENTRY(WS-IDX)
                END-IF
            END-PERFORM
            IF WS-PUBLICO = 'M'
                IF FS-BOL-OK
                    CLOSE BOLETIM
                END-IF
                DISPLAY WS-CONT-FILA ' MENSAGEM(NS) NA FILA DE '
                        'COMUNICACOES (CORREIO)'
            END-IF
            .

       P250-CHECA-RELEVANCIA.
            END-EVALUATE
            .

       P270-FILA-RESPONSAVEL.
      * O evento traz o F-ID da linha do boletim; o responsavel sai
      * dela.
            IF NOT FS-BOL-OK
                EXIT PARAGRAPH
            END-IF
            MOVE EV-ID TO F-ID
            READ BOLETIM
                KEY IS F-ID
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF F-ID-RESPONSAVEL = 0
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-CM-ASSUNTO
            STRING FUNCTION TRIM(F-NOME) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(EV-MATERIA) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   FUNCTION TRIM(EV-STATUS-NOVO) DELIMITED BY SIZE
                INTO WS-CM-ASSUNTO
            CALL 'COMUNICA' USING F-ID-RESPONSAVEL WS-CM-TIPO
                                  EV-ID WS-CM-ASSUNTO WS-CM-ORIGEM
            ADD 1 TO WS-CONT-FILA
            .

       P300-REGRAVA.
            OPEN OUTPUT EVENTO-FILE
            PERFORM VARYING WS-IDX FROM 1 BY 1
