      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: LANCAMENTO DE MEDIA DE BIMESTRE PELO PROPRIO
      *          PROFESSOR (AUTOATENDIMENTO DO PERFIL P NO BOLETIMV2).
      *          SO ACEITA ALUNO DE TURMA/MATERIA DO PROFESSOR DA
      *          SESSAO (PROFCHK - GRADE DE HORARIOS E ATRIBUICAO POR
      *          BIMESTRE); TENTATIVA EM REGISTRO DE OUTRO PROFESSOR
      *          E RECUSADA E FICA NO LOG DE ACESSOS. A NOTA NAO
      *          REGRAVA O REGISTRO: VIRA PENDENCIA TIPO B EM
      *          PENDENTES.DAT, COMO NO UPDATT, E SO VALE DEPOIS DO
      *          AVAL DO COORDENADOR NO APROVA - QUE TAMBEM CARIMBA O
      *          PROFESSOR DO BIMESTRE (PROFBIM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFNOTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FILE-STATUS
                   .
               SELECT PENDENTES-FILE
               ASSIGN TO
                   WS-PATH-PENDENTES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PEND
                   .
       DATA DIVISION.
       FILE SECTION.
       FD BOLETIM
       DATA RECORD IS BOLETIM-LINHA.
            COPY BOLETIM_DADOS.
       FD PENDENTES-FILE
       DATA RECORD IS PENDENTE-LINHA.
           COPY PENDENTE_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FILE-STATUS                   PIC 9(02).
       77 WS-FS-MSG                        PIC X(40).
       77 WS-ENCERRA                       PIC X.
       77 WS-ID-BUSCA                      PIC 9(06).
       77 WS-BIMESTRE                      PIC 9.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
      * Pendencia para o coordenador (mesmo layout do UPDATT).
       77 WS-FS-PEND                       PIC 99.
       77 WS-PEND-VALOR                    PIC 9(02)V9.
       77 WS-PROX-SEQ-PEND                 PIC 9(05).
       77 WS-EOF-PEND                      PIC X.
          88 EOF-PEND-OK                   VALUE 'S' FALSE 'N'.
       77 WS-DATA-SIST-PEND                PIC 9(08).
       77 WS-DATA-FMT-PEND                 PIC X(10).
      * Termo do ano (TERMVAL) e periodo (REGIME/PERVAL) fechados
      * recusam o lancamento, como no UPDATT.
       77 WS-TERMO-RESULTADO               PIC X.
       77 WS-BIM-RESULTADO                 PIC X.
       77 WS-QTD-PERIODOS                  PIC 9.
       77 WS-NOME-PERIODO                  PIC X(09).
      * Materia por conceito (MATCONC/CONCEITO) e aviso de nota
      * fora da curva da turma (NOTAOUT).
       77 WS-MCC-CONCEITO                  PIC X.
       77 WS-CNC-ACAO                      PIC X.
       77 WS-CNC-LETRA                     PIC X.
       77 WS-CNC-NOTA                      PIC 9(02)V9.
       77 WS-NO-FORA                       PIC X.
       77 WS-NO-MEDIA-TURMA                PIC 9(02)V9.
       77 WS-NO-SEGUE                      PIC X.
      * Porteiro das turmas/materias do professor (PROFCHK).
       77 WS-PC-ACAO                       PIC X.
       77 WS-PC-ANO                        PIC X(07).
       77 WS-PC-TURMA                      PIC X(10).
       77 WS-PC-MATERIA                    PIC X(20).
       77 WS-PC-PROFESSOR                  PIC X(30).
       77 WS-PC-RESULTADO                  PIC X.
       LINKAGE SECTION.
       01 WS-LP-OPERADOR                   PIC X(20).
       PROCEDURE DIVISION USING WS-LP-OPERADOR.
       MAIN-PROCEDURE.

       P01-PROCESSA.
            MOVE 'S' TO WS-ENCERRA
            PERFORM UNTIL WS-ENCERRA NOT = 'S'
                OPEN INPUT BOLETIM
                IF WS-FILE-STATUS NOT = 0
                    CALL 'FSMSG' USING WS-FILE-STATUS WS-FS-MSG
                    DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                            WS-FILE-STATUS ': ' WS-FS-MSG
                    GO TO P99-SAIDA
                END-IF
                PERFORM P100-LANCA-UM
                CLOSE BOLETIM
                DISPLAY 'DESEJA LANCAR MAIS UMA NOTA ? S/N'
                    CALL 'CONFIRMA' USING WS-ENCERRA
            END-PERFORM
            GO TO P99-SAIDA
            .

       P100-LANCA-UM.
            DISPLAY 'INFORME O NUMERO DE IDENTIFICACAO DO ALUNO: '
               ACCEPT WS-ID-BUSCA
            SET ACHOU-OK TO FALSE
            MOVE WS-ID-BUSCA TO F-ID
            READ BOLETIM
               KEY IS F-ID
               INVALID KEY
                   DISPLAY 'REGISTRO INEXISTENTE'
               NOT INVALID KEY
                   SET ACHOU-OK TO TRUE
            END-READ
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF

      * Registro de outro professor: recusa avisada e registrada no
      * log de acessos pelo proprio PROFCHK.
            MOVE 'V'          TO WS-PC-ACAO
            MOVE F-ANO-LETIVO TO WS-PC-ANO
            MOVE F-TURMA      TO WS-PC-TURMA
            MOVE F-MATERIA    TO WS-PC-MATERIA
            CALL 'PROFCHK' USING WS-PC-ACAO WS-PC-ANO WS-PC-TURMA
                                 WS-PC-MATERIA F-ID WS-PC-PROFESSOR
                                 WS-PC-RESULTADO
            IF WS-PC-RESULTADO NOT = 'S'
                EXIT PARAGRAPH
            END-IF

            CALL 'TERMVAL' USING F-ANO-LETIVO WS-TERMO-RESULTADO
            IF WS-TERMO-RESULTADO NOT = 'A'
                DISPLAY 'O ANO LETIVO ' F-ANO-LETIVO
                        ' ESTA FECHADO PELA DIRECAO - LANCAMENTO '
                        'RECUSADO (TERMCTL).'
                EXIT PARAGRAPH
            END-IF
            IF F-STATUS = 'EXPURGADO'
                DISPLAY 'REGISTRO EXPURGADO - LANCAMENTO RECUSADO'
                EXIT PARAGRAPH
            END-IF

            DISPLAY 'ALUNO: '   FUNCTION TRIM(F-NOME)
            DISPLAY 'MATERIA: ' F-MATERIA ' TURMA: ' F-TURMA
                    ' ANO: ' F-ANO-LETIVO
            DISPLAY 'MEDIAS ATUAIS: ' F-MEDIA1 ' ' F-MEDIA2 ' '
                    F-MEDIA3 ' ' F-MEDIA4

            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            DISPLAY 'QUAL ' FUNCTION TRIM(WS-NOME-PERIODO)
                    ' ? (1-' WS-QTD-PERIODOS ')'
                ACCEPT WS-BIMESTRE
            CALL 'PERVAL' USING F-ANO-LETIVO F-TURMA WS-BIMESTRE
                                WS-BIM-RESULTADO
            IF WS-BIM-RESULTADO = 'I'
                DISPLAY FUNCTION TRIM(WS-NOME-PERIODO) ' INVALIDO'
                EXIT PARAGRAPH
            END-IF
            IF WS-BIM-RESULTADO NOT = 'A'
                DISPLAY 'O ' FUNCTION TRIM(WS-NOME-PERIODO) ' '
                        WS-BIMESTRE ' DE '
                        F-ANO-LETIVO ' ESTA FECHADO PELA '
                        'DIRECAO - LANCAMENTO RECUSADO (BIMCTL).'
                EXIT PARAGRAPH
            END-IF

            CALL 'MATCONC' USING F-MATERIA WS-MCC-CONCEITO
            IF WS-MCC-CONCEITO = 'S'
                DISPLAY 'CONCEITO DO '
                        FUNCTION TRIM(WS-NOME-PERIODO) ' (A-E) ?'
                    ACCEPT WS-CNC-LETRA
                MOVE 'L' TO WS-CNC-ACAO
                CALL 'CONCEITO' USING WS-CNC-ACAO
                     WS-CNC-LETRA WS-CNC-NOTA
                MOVE WS-CNC-NOTA TO WS-PEND-VALOR
            ELSE
                DISPLAY 'MEDIA DO '
                        FUNCTION TRIM(WS-NOME-PERIODO) ' ?'
                    ACCEPT WS-PEND-VALOR
            END-IF

            MOVE 'S' TO WS-NO-SEGUE
            CALL 'NOTAOUT' USING F-ANO-LETIVO F-TURMA F-MATERIA
                                 WS-PEND-VALOR WS-NO-FORA
                                 WS-NO-MEDIA-TURMA F-NOME
            IF WS-NO-FORA = 'S'
                DISPLAY 'ATENCAO: ' WS-PEND-VALOR ' ESTA MUITO '
                        'LONGE DA MEDIA DA TURMA ('
                        WS-NO-MEDIA-TURMA ').'
                DISPLAY 'CONFIRMA O VALOR ? S/N'
                    CALL 'CONFIRMA' USING WS-NO-SEGUE
            END-IF
            IF WS-NO-SEGUE NOT = 'S'
                DISPLAY 'LANCAMENTO CANCELADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P530-GRAVA-PENDENCIA
            DISPLAY 'NOTA REGISTRADA COMO PENDENTE - VALE DEPOIS DO '
                    'AVAL DO COORDENADOR (APROVA)'
            .

       P530-GRAVA-PENDENCIA.
      * Mesma gravacao do UPDATT: sequencia derivada da ultima linha;
      * o solicitante e o operador assinado, nao um nome digitado.
            MOVE 1 TO WS-PROX-SEQ-PEND
            SET EOF-PEND-OK TO FALSE
            OPEN INPUT PENDENTES-FILE
            IF WS-FS-PEND <> 0
                SET EOF-PEND-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-PEND-OK
                READ PENDENTES-FILE
                    AT END
                        SET EOF-PEND-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-PROX-SEQ-PEND = PD-SEQ + 1
                END-READ
            END-PERFORM
            IF WS-FS-PEND = 10
                CLOSE PENDENTES-FILE
            END-IF

            ACCEPT WS-DATA-SIST-PEND FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SIST-PEND WS-DATA-FMT-PEND

            OPEN EXTEND PENDENTES-FILE
            IF WS-FS-PEND <> 0
                OPEN OUTPUT PENDENTES-FILE
            END-IF
            MOVE WS-PROX-SEQ-PEND TO PD-SEQ
            MOVE F-ID             TO PD-ID
            MOVE 'B'              TO PD-TIPO
            MOVE WS-BIMESTRE      TO PD-BIMESTRE
            MOVE WS-PEND-VALOR    TO PD-VALOR
            MOVE WS-LP-OPERADOR   TO PD-SOLICITANTE
            MOVE WS-DATA-FMT-PEND TO PD-DATA
            MOVE 'P'              TO PD-STATUS
            MOVE SPACES           TO PD-MOTIVO
            WRITE PENDENTE-LINHA
            CLOSE PENDENTES-FILE
            .

       P99-SAIDA.
            GOBACK.
