      *          RECALCULADAS PELA MESMA REGRA DO BATCHDRV. A LINHA DE
      *          CABECALHO E RECONHECIDA E PULADA. LINHAS COM CAMPO
      *          INVALIDO SAO REJEITADAS COM O NUMERO DA LINHA E O
      *          MOTIVO NO TERMINAL. UMA COLUNA A MAIS NO FIM, SE
      *          VIER, E O CPF DO ALUNO (SO NUMEROS): PRECISA TER O
      *          DIGITO VERIFICADOR CERTO E NAO SER DE OUTRO ALUNO
      *          (CPFCHK), SENAO A LINHA E REJEITADA; IMPORTADA A
      *          LINHA, O CPF VAI PARA O MESTRE DE ALUNOS.
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
       COPY INF-ALUNO.
       77 WS-FS-CSV                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-COL-FREQ              PIC X(10).
       77 WS-COL-PROF              PIC X(30).
       77 WS-COL-SITUACAO          PIC X(14).
       77 WS-COL-CPF               PIC X(11).
       77 WS-IDX-NOTA              PIC 9.
       77 WS-COL-NOTA              PIC X(10).
       77 WS-PARTE-INT             PIC X(05).
       77 WS-NUM-INT               PIC 9(02).
       77 WS-NUM-DEC               PIC 9.
       77 WS-FREQ-NUM              PIC 9(03).
      * CPF do aluno (CPFCHK), com o aluno achado pelo nome no
      * mestre (ALUNOMST).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CSVIMP' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** IMPORTACAO DE BOLETINS VIA CSV ***'
            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-FREQUENCIA-MINIMA
                           WS-COL-ORIGINAL WS-COL-MEDIA1
                           WS-COL-MEDIA2 WS-COL-MEDIA3 WS-COL-MEDIA4
                           WS-COL-MEDIATOT WS-COL-FREQ WS-COL-PROF
                           WS-COL-SITUACAO WS-COL-CPF

            UNSTRING CSV-LINHA DELIMITED BY ';'
                INTO WS-COL-ID WS-COL-NOME WS-COL-MATERIA
                     WS-COL-ORIGINAL WS-COL-MEDIA1 WS-COL-MEDIA2
                     WS-COL-MEDIA3 WS-COL-MEDIA4 WS-COL-MEDIATOT
                     WS-COL-FREQ WS-COL-PROF WS-COL-SITUACAO
                     WS-COL-CPF

            INITIALIZE BOLETIM-COMPLETO
            MOVE WS-COL-NOME    TO WS-NOME-ALUNO
                PERFORM P300-CONVERTE-FREQUENCIA
            END-IF

            IF WS-MOTIVO = SPACES AND WS-COL-CPF NOT = SPACES
                PERFORM P400-CONFERE-CPF
            END-IF

            IF WS-MOTIVO = SPACES
      * Media total e situacao recalculadas pela mesma regra do
      * BATCHDRV (tipo 'C'), em vez de confiar no que veio da
      * planilha.
                CALL 'MEDIAPER' USING WS-ANO-LETIVO WS-TURMA MEDIA1
                                      MEDIA2 MEDIA3 MEDIA4 MEDIATOTAL
                CALL 'MATINFO' USING WS-NOME-MATERIA WS-MAT-ACHADA
                                     WS-MEDIA-APROVACAO WS-MAT-HORAS
                                     WS-MAT-CONTA
                CALL 'CREATE' USING BOLETIM-COMPLETO
                IF CREATE-OK
                    ADD 1 TO WS-CONT-IMPORTADAS
                    IF WS-COL-CPF NOT = SPACES
                        PERFORM P450-GRAVA-CPF
                    END-IF
                ELSE
                    ADD 1 TO WS-CONT-REJEITADAS
                    DISPLAY 'LINHA ' WS-CONT-LIDAS
                END-IF
            END-IF
            .

       P400-CONFERE-CPF.
      * O aluno que ja esta no mestre (linha de outra materia dele)
      * pode repetir o proprio CPF.
            PERFORM P410-ACHA-NO-MESTRE
            MOVE 'A' TO WS-CC-ACAO
            CALL 'CPFCHK' USING WS-CC-ACAO WS-COL-CPF WS-ALM-ID
                                WS-CC-ID-DONO WS-CC-RESULTADO
                                WS-CC-MENSAGEM
            IF WS-CC-RESULTADO NOT = 'S'
                MOVE WS-CC-MENSAGEM TO WS-MOTIVO
            END-IF
            .

       P410-ACHA-NO-MESTRE.
            MOVE 0 TO WS-ALM-ID
            CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                  WS-ALM-ID WS-NOME-ALUNO
                                  WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC
            IF WS-ALM-ACHADO NOT = 'S'
                MOVE 0 TO WS-ALM-ID
            END-IF
            .

       P450-GRAVA-CPF.
            PERFORM P410-ACHA-NO-MESTRE
            IF WS-ALM-ID = 0
                EXIT PARAGRAPH
            END-IF
            MOVE 'G' TO WS-CC-ACAO
            CALL 'CPFCHK' USING WS-CC-ACAO WS-COL-CPF WS-ALM-ID
                                WS-CC-ID-DONO WS-CC-RESULTADO
                                WS-CC-MENSAGEM
            IF WS-CC-RESULTADO NOT = 'S'
                DISPLAY 'LINHA ' WS-CONT-LIDAS ' - '
                        FUNCTION TRIM(WS-CC-MENSAGEM)
            END-IF
            .
