      *          APROVA) COMO QUALQUER ALTERACAO DE NOTA. A CORRECAO
      *          DE UMA UNICA PROVA REDERIVA A MEDIA DAS NOTAS
      *          GUARDADAS, SEM CONTA DE CALCULADORA. BIMESTRE
      *          FECHADO PELO BIMCTL NAO ACEITA LANCAMENTO. TURMA EM
      *          REGIME TRIMESTRAL OU SEMESTRAL LANCA POR TRIMESTRE OU
      *          SEMESTRE, NA MESMA COLUNA DE NUMERO DO PERIODO.
      *          CADA NOTA LANCADA PODE SER LIGADA A PROVA AGENDADA
      *          NO CALENDARIO DE PROVAS (PROVAS.DAT, DO CALPROVA) DA
      *          MESMA TURMA E MATERIA; A LIGACAO FICA EM AV-PROVA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PEND
                   .
               SELECT PROVA-FILE
               ASSIGN TO
                   WS-PATH-PROVAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PV-NUMERO
                   ALTERNATE RECORD KEY IS PV-CHAVE-TURMA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRV
                   .
       DATA DIVISION.
       FILE SECTION.
       FD AVAL-FILE
       FD PENDENTES-FILE
       DATA RECORD IS PENDENTE-LINHA.
           COPY PENDENTE_DADOS.
       FD PROVA-FILE
       DATA RECORD IS PROVA-LINHA.
           COPY PROVA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-AVA                PIC 99.
          88 FS-AVA-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-PEND               PIC 99.
       77 WS-FS-PRV                PIC 99.
          88 FS-PRV-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-ID-LANC               PIC 9(06).
       77 WS-BIMESTRE              PIC 9.
       77 WS-QTD-PERIODOS          PIC 9.
       77 WS-NOME-PERIODO          PIC X(09).
       77 WS-QTD-NOTAS             PIC 9(02).
       77 WS-SEQ                   PIC 9(02).
       77 WS-VALOR                 PIC 9(02)V9.
       77 WS-PAR-RECUP             PIC 9(02)V9.
       77 WS-PAR-FREQ              PIC 9(03).
       77 WS-PAR-MAXNOTAS          PIC 9(02).
      * Prova agendada (CALPROVA) a que a nota se refere.
       77 WS-PROVA                 PIC 9(06).
       77 WS-QTD-PROVAS            PIC 9(03).
      * Pendencia de nota no mesmo molde do P530 do UPDATT: a media
      * rederivada nao regrava o boletim aqui - vira pendencia para
      * o coordenador decidir no APROVA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AVALIA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-PAR-FREQ WS-PAR-MAXNOTAS
            SET SAIR-OK TO FALSE

       P050-PEDE-ALVO.
      * FS-BOL-OK verdadeiro na saida = registro do boletim achado e
      * periodo valido e aberto. O periodo e pedido depois da
      * leitura: o regime da turma (REGIME) diz se sao bimestres,
      * trimestres ou semestres.
            DISPLAY 'INFORME O ID DO ALUNO/MATERIA NO BOLETIM: '
                ACCEPT WS-ID-LANC
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                MOVE 23 TO WS-FS-BOL
                EXIT PARAGRAPH
            END-IF
            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            DISPLAY 'QUAL ' FUNCTION TRIM(WS-NOME-PERIODO)
                    ' (1-' WS-QTD-PERIODOS ') ? '
                ACCEPT WS-BIMESTRE
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIMESTRE
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO = 'I'
                DISPLAY FUNCTION TRIM(WS-NOME-PERIODO) ' INVALIDO'
                MOVE 23 TO WS-FS-BOL
                EXIT PARAGRAPH
            END-IF
            IF WS-BIM-RESULTADO NOT = 'A'
                DISPLAY 'O ' FUNCTION TRIM(WS-NOME-PERIODO) ' '
                        WS-BIMESTRE ' DE '
                        F-ANO-LETIVO ' ESTA FECHADO PELA '
                        'DIRECAO (BIMCTL)'
                MOVE 23 TO WS-FS-BOL
                DISPLAY 'QUANTIDADE INVALIDA'
                EXIT PARAGRAPH
            END-IF
            PERFORM P140-PROVAS-AGENDADAS
            PERFORM VARYING WS-SEQ FROM 1 BY 1
                    UNTIL WS-SEQ > WS-QTD-NOTAS
                DISPLAY 'AVALIACAO ' WS-SEQ ' - NOTA: '
                END-IF
                CALL 'AVALREG' USING WS-ID-LANC WS-BIMESTRE
                                     WS-SEQ WS-VALOR WS-PESO
                IF WS-QTD-PROVAS > 0
                    PERFORM P150-LIGA-PROVA
                END-IF
            END-PERFORM
            PERFORM P400-REDERIVA-MEDIA
            .
            END-IF
            CALL 'AVALREG' USING WS-ID-LANC WS-BIMESTRE
                                 WS-SEQ WS-VALOR WS-PESO
            PERFORM P140-PROVAS-AGENDADAS
            IF WS-QTD-PROVAS > 0
                PERFORM P150-LIGA-PROVA
            END-IF
            PERFORM P400-REDERIVA-MEDIA
            .

       P140-PROVAS-AGENDADAS.
      * Provas agendadas da turma para a materia do boletim, para o
      * professor apontar a que cada nota se refere.
            MOVE 0 TO WS-QTD-PROVAS
            OPEN INPUT PROVA-FILE
            IF NOT FS-PRV-OK
                EXIT PARAGRAPH
            END-IF
            MOVE F-ANO-LETIVO TO PV-ANO
            MOVE F-TURMA      TO PV-TURMA
            MOVE SPACES       TO PV-DATA
            SET EOF-OK TO FALSE
            START PROVA-FILE KEY IS NOT LESS PV-CHAVE-TURMA
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROVA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PV-ANO NOT = F-ANO-LETIVO
                           OR PV-TURMA NOT = F-TURMA
                            SET EOF-OK TO TRUE
                        ELSE
                            IF PV-AGENDADA
                               AND PV-MATERIA = F-MATERIA
                                ADD 1 TO WS-QTD-PROVAS
                                IF WS-QTD-PROVAS = 1
                                    DISPLAY 'PROVAS AGENDADAS DA '
                                            'TURMA NESTA MATERIA:'
                                END-IF
                                DISPLAY '  ' PV-NUMERO ' ' PV-DATA
                                        ' BIM ' PV-BIMESTRE ' '
                                        FUNCTION TRIM(PV-DESCRICAO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROVA-FILE
            .

       P150-LIGA-PROVA.
            DISPLAY 'AVALIACAO ' WS-SEQ ' - PROVA AGENDADA N. '
                    '(0 = SEM AGENDAMENTO): '
                ACCEPT WS-PROVA
            IF WS-PROVA = 0
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT PROVA-FILE
            IF NOT FS-PRV-OK
                DISPLAY 'CALENDARIO DE PROVAS INDISPONIVEL - NOTA '
                        'SEM LIGACAO'
                EXIT PARAGRAPH
            END-IF
            SET ACHOU-OK TO FALSE
            MOVE WS-PROVA TO PV-NUMERO
            READ PROVA-FILE
                KEY IS PV-NUMERO
                INVALID KEY
                    DISPLAY 'AGENDAMENTO NAO ENCONTRADO - NOTA SEM '
                            'LIGACAO'
                NOT INVALID KEY
                    IF PV-AGENDADA
                       AND PV-ANO = F-ANO-LETIVO
                       AND PV-TURMA = F-TURMA
                       AND PV-MATERIA = F-MATERIA
                        SET ACHOU-OK TO TRUE
                    ELSE
                        DISPLAY 'O AGENDAMENTO ' WS-PROVA ' NAO E '
                                'PROVA DESTA TURMA/MATERIA OU FOI '
                                'CANCELADO - NOTA SEM LIGACAO'
                    END-IF
            END-READ
            CLOSE PROVA-FILE
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            OPEN I-O AVAL-FILE
            IF NOT FS-AVA-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-LANC  TO AV-ID
            MOVE WS-BIMESTRE TO AV-BIMESTRE
            MOVE WS-SEQ      TO AV-SEQ
            READ AVAL-FILE
                KEY IS AV-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-PROVA TO AV-PROVA
                    REWRITE AVALIACAO-LINHA
            END-READ
            CLOSE AVAL-FILE
            .

       P250-PESO-ATUAL.
            MOVE 1 TO WS-PESO
            OPEN INPUT AVAL-FILE
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-NOTAS
                            IF AV-PROVA IS NOT NUMERIC
                                MOVE 0 TO AV-PROVA
                            END-IF
                            DISPLAY 'SEQ ' AV-SEQ
                                    ' NOTA ' AV-VALOR
                                    ' PESO ' AV-PESO
                                    ' EM '   AV-DATA
                                    ' PROVA ' AV-PROVA
                        END-IF
                END-READ
            END-PERFORM
