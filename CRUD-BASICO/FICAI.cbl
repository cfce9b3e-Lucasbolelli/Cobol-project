      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: FICAI - FICHA DE COMUNICACAO DO ALUNO INFREQUENTE. O
      *          CARTAFREQ AVISA A FAMILIA QUANDO A FREQUENCIA JA
      *          CAIU ABAIXO DO MINIMO; A LEI QUER QUE A ESCOLA AJA
      *          ANTES, NAS FALTAS SEGUIDAS OU REPETIDAS. A VARREDURA
      *          LE O LIVRO DE FALTAS (FALTAS.DAT, O QUE A CHAMADA
      *          GRAVA) NOS 30 DIAS ATE A DATA DE REFERENCIA, TIRA AS
      *          FALTAS COBERTAS POR JUSTIFICATIVA (JUSTIFICA.DAT) E
      *          ABRE UM CASO EM FICAI.DAT PARA O ALUNO COM 5 DIAS
      *          LETIVOS SEGUIDOS DE FALTA (DIALETIVO) OU 7 DIAS DE
      *          FALTA NO PERIODO. O CASO ANDA PELAS ETAPAS: ESCOLA
      *          (7 DIAS PARA PROCURAR A FAMILIA), FAMILIA (ATE 3
      *          TENTATIVAS DE CONTATO, COM DATA, MEIO E RESULTADO; 7
      *          DIAS PARA O ALUNO VOLTAR) E CONSELHO TUTELAR (SEM
      *          RETORNO NO PRAZO, O CASO E ENCAMINHADO; 30 DIAS PARA
      *          A RESPOSTA); ENCERRA COM O RETORNO DO ALUNO OU OUTRO
      *          DESFECHO. A ABERTURA CONVOCA A FAMILIA PELA FILA DE
      *          COMUNICACOES (COMUNICA). A FICHA FICAI SAI NO SPOOL
      *          PARA ASSINATURA E ENVIO; O PAINEL MOSTRA OS CASOS
      *          ABERTOS POR ETAPA COM O PRAZO. CADA UNIDADE VE OS
      *          SEUS CASOS; CADA PASSO DEIXA TRILHA DE AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICAI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FICAI-FILE
               ASSIGN TO
                   WS-PATH-FICAI
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FI-NUMERO
                   ALTERNATE RECORD KEY IS FI-NOME-ALUNO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-FIC
                   .
               SELECT FALTAS-FILE
               ASSIGN TO
                   WS-PATH-FALTAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-FAL
                   .
               SELECT JUST-FILE
               ASSIGN TO
                   WS-PATH-JUSTIFICA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-JUS
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
               SELECT ALUNOS-FILE
               ASSIGN TO
                   WS-PATH-ALUNOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ALU
                   .
               SELECT CADASTRO-PF-FILE
               ASSIGN TO
                   WS-PATH-CADASTRO-PF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD FICAI-FILE
       DATA RECORD IS FICAI-LINHA.
           COPY FICAI_DADOS.
       FD FALTAS-FILE
       DATA RECORD IS FALTA-LINHA.
           COPY FALTAS_DADOS.
       FD JUST-FILE
       DATA RECORD IS JUST-LINHA.
           COPY JUSTIFICA_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(132).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-FIC                PIC 99.
          88 FS-FIC-OK             VALUE 0.
       77 WS-FS-FAL                PIC 99.
          88 FS-FAL-OK             VALUE 0.
       77 WS-FS-JUS                PIC 99.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'FICAI'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-OK              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-DATA-X                PIC X(08).
       77 WS-HOJE                  PIC 9(08).
      * Criterios da FICAI e prazos das etapas (dias corridos).
       77 WS-JANELA-DIAS           PIC 9(02) VALUE 30.
       77 WS-LIMITE-SEGUIDAS       PIC 9(02) VALUE 5.
       77 WS-LIMITE-ALTERNADAS     PIC 9(02) VALUE 7.
       77 WS-PRAZO-ESCOLA          PIC 9(02) VALUE 7.
       77 WS-PRAZO-FAMILIA         PIC 9(02) VALUE 7.
       77 WS-PRAZO-CONSELHO        PIC 9(02) VALUE 30.
      * Unidade escolar (UNIDADE): cada unidade ve os seus casos.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-SESSAO        PIC X(02).
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-ANO                PIC X(07).
       77 WS-UN-TURMA              PIC X(10).
      * Janela da varredura: um dia por posicao, com o dia letivo do
      * calendario (DIALETIVO).
       77 WS-REFERENCIA            PIC X(10).
       77 WS-REF-N                 PIC 9(08).
       77 WS-INT-INICIO            PIC 9(08).
       77 WS-INT-FIM               PIC 9(08).
       77 WS-INT-DIA               PIC 9(08).
       77 WS-DIA-N                 PIC 9(08).
       77 WS-POS                   PIC 9(02).
       01 WS-JANELA-TAB.
           05 WS-JANELA-DIA OCCURS 30 TIMES.
               10 JD-DATA          PIC X(10).
               10 JD-LETIVO        PIC X.
       77 WS-DV-DATA               PIC X(10).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
      * Justificativas em memoria (JUSTIFICA.DAT).
       77 WS-QTD-JUST              PIC 9(04) VALUE 0.
       01 WS-JUST-TAB.
           05 WS-JUST OCCURS 1000 TIMES.
               10 JS-ID            PIC 9(06).
               10 JS-DE            PIC X(10).
               10 JS-ATE           PIC X(10).
       77 WS-IDX-JUST              PIC 9(04).
       77 WS-JUSTIFICADA           PIC X.
      * Alunos com falta na janela: dias marcados por posicao.
       77 WS-QTD-ALU               PIC 9(03) VALUE 0.
       01 WS-ALU-TAB.
           05 WS-ALU OCCURS 500 TIMES.
               10 AF-NOME          PIC X(30).
               10 AF-ANO           PIC X(07).
               10 AF-TURMA         PIC X(10).
               10 AF-ID-BOL        PIC 9(06).
               10 AF-ID-RESP       PIC 9(06).
               10 AF-DIAS          PIC X(30).
       77 WS-IDX-ALU               PIC 9(03).
       77 WS-ULTIMO-ID             PIC 9(06) VALUE 0.
       77 WS-ULTIMO-IDX            PIC 9(03) VALUE 0.
       77 WS-LIMITE-AVISADO        PIC X VALUE 'N'.
          88 LIMITE-AVISADO-OK     VALUE 'S' FALSE 'N'.
       77 WS-QTD-DIAS              PIC 9(03).
       77 WS-SEQ                   PIC 9(03).
       77 WS-MAIOR-SEQ             PIC 9(03).
       77 WS-CRITERIO              PIC X.
       77 WS-PRIMEIRO-DIA          PIC 9(02).
       77 WS-ULTIMO-DIA            PIC 9(02).
       77 WS-CONT-ABERTOS          PIC 9(05) VALUE 0.
       77 WS-CONT-JA-ABERTOS       PIC 9(05) VALUE 0.
       77 WS-CONT-ABONADAS         PIC 9(05) VALUE 0.
       77 WS-PROX-NUMERO           PIC 9(06).
      * Passos do caso.
       77 WS-NUMERO                PIC 9(06).
       77 WS-NOME-ALUNO            PIC X(30).
       77 WS-ETAPA-ED              PIC X(16).
       77 WS-CRITERIO-ED           PIC X(20).
       77 WS-IDX                   PIC 9(02).
       77 WS-RETORNOU              PIC X.
       77 WS-DESFECHO              PIC X.
       77 WS-DIAS-ATRASO           PIC 9(05).
       77 WS-QTD-ED                PIC ZZZZ9.
       77 WS-NOME-RESP             PIC X(35).
      * Painel.
       77 WS-ETAPA-PAINEL          PIC X.
       77 WS-CONT-ETAPA            PIC 9(05).
       77 WS-CONT-VENCIDOS         PIC 9(05).
       77 WS-TOTAL-ABERTOS         PIC 9(05).
       77 WS-TOTAL-VENCIDOS        PIC 9(05).
       77 WS-SITUACAO-PRAZO        PIC X(20).
       77 WS-ACAO-PAINEL           PIC X(24).
      * Convocacao da familia pela fila de comunicacoes (COMUNICA).
       77 WS-CM-TIPO               PIC X(10) VALUE 'FICAI'.
       77 WS-CM-ORIGEM             PIC X(12) VALUE 'FICAI'.
       77 WS-CM-ASSUNTO            PIC X(60).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'FICAI'.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FICAI' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            MOVE 'S' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UNIDADE-SESSAO WS-UN-RESULTADO
            PERFORM P90-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** FICAI - ALUNO INFREQUENTE ****'
            DISPLAY '1 - VARRER O LIVRO DE FALTAS E ABRIR CASOS'
            DISPLAY '2 - CONSULTAR CASO'
            DISPLAY '3 - REGISTRAR CONTATO COM A FAMILIA'
            DISPLAY '4 - ENCAMINHAR AO CONSELHO TUTELAR'
            DISPLAY '5 - ENCERRAR CASO'
            DISPLAY '6 - IMPRIMIR A FICHA FICAI'
            DISPLAY '7 - PAINEL DE CASOS ABERTOS'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-VARREDURA
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-CONTATO
                WHEN '4'
                    PERFORM P400-CONSELHO
                WHEN '5'
                    PERFORM P500-ENCERRA
                WHEN '6'
                    PERFORM P600-FICHA
                WHEN '7'
                    PERFORM P700-PAINEL
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P100-VARREDURA.
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            DISPLAY 'DATA DE REFERENCIA AAAA/MM/DD (BRANCO = HOJE): '
                ACCEPT WS-REFERENCIA
            IF WS-REFERENCIA = SPACES
                MOVE WS-HOJE TO WS-REF-N
            ELSE
                MOVE SPACES TO WS-DATA-X
                STRING WS-REFERENCIA(1:4) DELIMITED BY SIZE
                       WS-REFERENCIA(6:2) DELIMITED BY SIZE
                       WS-REFERENCIA(9:2) DELIMITED BY SIZE
                    INTO WS-DATA-X
                IF WS-DATA-X IS NOT NUMERIC
                    DISPLAY 'DATA INVALIDA'
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-DATA-X TO WS-REF-N
            END-IF
            PERFORM P110-MONTA-JANELA
            PERFORM P120-CARREGA-JUSTIFICATIVAS
            MOVE 0 TO WS-QTD-ALU WS-ULTIMO-ID WS-ULTIMO-IDX
                      WS-CONT-ABERTOS WS-CONT-JA-ABERTOS
                      WS-CONT-ABONADAS
            INITIALIZE WS-ALU-TAB
            SET LIMITE-AVISADO-OK TO FALSE

            OPEN INPUT FALTAS-FILE
            IF NOT FS-FAL-OK
                CALL 'FSMSG' USING WS-FS-FAL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O LIVRO DE FALTAS --> COD '
                        WS-FS-FAL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                CLOSE FALTAS-FILE
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ FALTAS-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P130-FALTA
                END-READ
            END-PERFORM
            CLOSE FALTAS-FILE
            CLOSE BOLETIM

            PERFORM P190-PROXIMO-NUMERO
            OPEN I-O FICAI-FILE
            IF WS-FS-FIC = 35
                OPEN OUTPUT FICAI-FILE
                CLOSE FICAI-FILE
                OPEN I-O FICAI-FILE
            END-IF
            IF NOT FS-FIC-OK
                CALL 'FSMSG' USING WS-FS-FIC WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O FICAI.DAT --> COD '
                        WS-FS-FIC ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM P900-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** FICAI - CASOS ABERTOS NA VARREDURA DE '
                        DELIMITED BY SIZE
                   JD-DATA(1) DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   JD-DATA(WS-JANELA-DIAS) DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM P910-LINHA-UNIDADE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'CASO   ALUNO                          TURMA      DIAS'
                TO REL-LINHA
            MOVE ' SEGUIDOS CRITERIO' TO REL-LINHA(55:)
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALU
                PERFORM P150-AVALIA-ALUNO
            END-PERFORM
            CLOSE FICAI-FILE
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CASOS ABERTOS: ' DELIMITED BY SIZE
                   WS-CONT-ABERTOS DELIMITED BY SIZE
                   '  JA EM ACOMPANHAMENTO: ' DELIMITED BY SIZE
                   WS-CONT-JA-ABERTOS DELIMITED BY SIZE
                   '  FALTAS JUSTIFICADAS DESCONSIDERADAS: '
                        DELIMITED BY SIZE
                   WS-CONT-ABONADAS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'CASOS ABERTOS: ' WS-CONT-ABERTOS
                    '  JA EM ACOMPANHAMENTO: ' WS-CONT-JA-ABERTOS
            DISPLAY 'LISTA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P110-MONTA-JANELA.
      * Trinta dias corridos terminando na data de referencia, cada
      * um com a marca de dia letivo do calendario.
            COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE(WS-REF-N)
            COMPUTE WS-INT-INICIO = WS-INT-FIM - WS-JANELA-DIAS + 1
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > WS-JANELA-DIAS
                COMPUTE WS-INT-DIA = WS-INT-INICIO + WS-POS - 1
                COMPUTE WS-DIA-N = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                MOVE WS-DIA-N TO WS-DATA-X
                MOVE SPACES TO WS-DV-DATA
                STRING WS-DATA-X(1:4) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-DATA-X(5:2) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-DATA-X(7:2) DELIMITED BY SIZE
                    INTO WS-DV-DATA
                MOVE WS-DV-DATA TO JD-DATA(WS-POS)
                CALL 'DIALETIVO' USING WS-DV-DATA WS-DV-LETIVO
                                       WS-DV-TIPO WS-DV-DIA-GRADE
                                       WS-DV-DESCRICAO
                MOVE WS-DV-LETIVO TO JD-LETIVO(WS-POS)
            END-PERFORM
            .

       P120-CARREGA-JUSTIFICATIVAS.
            MOVE 0 TO WS-QTD-JUST
            OPEN INPUT JUST-FILE
            IF WS-FS-JUS NOT = 0
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ JUST-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF JT-DATA-ATE >= JD-DATA(1)
                           AND WS-QTD-JUST < 1000
                            ADD 1 TO WS-QTD-JUST
                            MOVE JT-ID       TO JS-ID(WS-QTD-JUST)
                            MOVE JT-DATA-DE  TO JS-DE(WS-QTD-JUST)
                            MOVE JT-DATA-ATE TO JS-ATE(WS-QTD-JUST)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JUST-FILE
            .

       P130-FALTA.
      * Lancamento do livro dentro da janela e sem justificativa:
      * marca o dia do aluno (o F-ID do boletim e aluno + materia).
            IF FL-DATA < JD-DATA(1)
               OR FL-DATA > JD-DATA(WS-JANELA-DIAS)
                EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-JUSTIFICADA
            PERFORM VARYING WS-IDX-JUST FROM 1 BY 1
                    UNTIL WS-IDX-JUST > WS-QTD-JUST
                IF JS-ID(WS-IDX-JUST) = FL-ID
                   AND FL-DATA >= JS-DE(WS-IDX-JUST)
                   AND FL-DATA <= JS-ATE(WS-IDX-JUST)
                    MOVE 'S' TO WS-JUSTIFICADA
                END-IF
            END-PERFORM
            IF WS-JUSTIFICADA = 'S'
                ADD 1 TO WS-CONT-ABONADAS
                EXIT PARAGRAPH
            END-IF
            IF FL-ID NOT = WS-ULTIMO-ID
                PERFORM P140-ACHA-ALUNO
            END-IF
            IF WS-ULTIMO-IDX = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > WS-JANELA-DIAS
                IF JD-DATA(WS-POS) = FL-DATA
                    MOVE 'F' TO AF-DIAS(WS-ULTIMO-IDX)(WS-POS:1)
                END-IF
            END-PERFORM
            .

       P140-ACHA-ALUNO.
            MOVE FL-ID TO WS-ULTIMO-ID
            MOVE 0 TO WS-ULTIMO-IDX
            MOVE FL-ID TO F-ID
            READ BOLETIM
                KEY IS F-ID
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            IF F-STATUS = 'EXPURGADO'
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALU
                       OR WS-ULTIMO-IDX > 0
                IF AF-NOME(WS-IDX-ALU) = F-NOME
                   AND AF-ANO(WS-IDX-ALU) = F-ANO-LETIVO
                    MOVE WS-IDX-ALU TO WS-ULTIMO-IDX
                END-IF
            END-PERFORM
            IF WS-ULTIMO-IDX > 0
                EXIT PARAGRAPH
            END-IF
            IF WS-QTD-ALU >= 500
                IF NOT LIMITE-AVISADO-OK
                    SET LIMITE-AVISADO-OK TO TRUE
                    DISPLAY 'LIMITE DE 500 ALUNOS COM FALTA NA JANELA '
                            '- OS DEMAIS FICAM PARA A PROXIMA VARREDURA'
                END-IF
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-ALU
            MOVE WS-QTD-ALU       TO WS-ULTIMO-IDX
            MOVE F-NOME           TO AF-NOME(WS-QTD-ALU)
            MOVE F-ANO-LETIVO     TO AF-ANO(WS-QTD-ALU)
            MOVE F-TURMA          TO AF-TURMA(WS-QTD-ALU)
            MOVE F-ID             TO AF-ID-BOL(WS-QTD-ALU)
            MOVE F-ID-RESPONSAVEL TO AF-ID-RESP(WS-QTD-ALU)
            MOVE SPACES           TO AF-DIAS(WS-QTD-ALU)
            .

       P150-AVALIA-ALUNO.
      * Dias seguidos contam so os letivos: fim de semana e feriado
      * no meio nao quebram a sequencia de faltas.
            MOVE 0 TO WS-QTD-DIAS WS-SEQ WS-MAIOR-SEQ
                      WS-PRIMEIRO-DIA WS-ULTIMO-DIA
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > WS-JANELA-DIAS
                IF AF-DIAS(WS-IDX-ALU)(WS-POS:1) = 'F'
                    ADD 1 TO WS-QTD-DIAS
                    ADD 1 TO WS-SEQ
                    IF WS-SEQ > WS-MAIOR-SEQ
                        MOVE WS-SEQ TO WS-MAIOR-SEQ
                    END-IF
                    IF WS-PRIMEIRO-DIA = 0
                        MOVE WS-POS TO WS-PRIMEIRO-DIA
                    END-IF
                    MOVE WS-POS TO WS-ULTIMO-DIA
                ELSE
                    IF JD-LETIVO(WS-POS) = 'S'
                        MOVE 0 TO WS-SEQ
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACE TO WS-CRITERIO
            IF WS-MAIOR-SEQ >= WS-LIMITE-SEGUIDAS
                MOVE 'C' TO WS-CRITERIO
            ELSE
                IF WS-QTD-DIAS >= WS-LIMITE-ALTERNADAS
                    MOVE 'A' TO WS-CRITERIO
                END-IF
            END-IF
            IF WS-CRITERIO = SPACE
                EXIT PARAGRAPH
            END-IF

            MOVE 'T' TO WS-UN-ACAO
            MOVE AF-ANO(WS-IDX-ALU)   TO WS-UN-ANO
            MOVE AF-TURMA(WS-IDX-ALU) TO WS-UN-TURMA
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            PERFORM P160-CASO-EM-ABERTO
            IF ACHOU-OK
                ADD 1 TO WS-CONT-JA-ABERTOS
                EXIT PARAGRAPH
            END-IF
            PERFORM P170-ABRE-CASO
            .

       P160-CASO-EM-ABERTO.
      * Um caso aberto por aluno e ano: enquanto houver um em
      * andamento, novas faltas so reforcam o mesmo caso.
            SET ACHOU-OK TO FALSE
            MOVE AF-NOME(WS-IDX-ALU) TO FI-NOME-ALUNO
            SET EOF-OK TO FALSE
            START FICAI-FILE KEY IS EQUAL FI-NOME-ALUNO
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR ACHOU-OK
                READ FICAI-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FI-NOME-ALUNO NOT = AF-NOME(WS-IDX-ALU)
                            SET EOF-OK TO TRUE
                        ELSE
                            IF FI-ANO = AF-ANO(WS-IDX-ALU)
                               AND FI-EM-ABERTO
                                SET ACHOU-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P170-ABRE-CASO.
            INITIALIZE FICAI-LINHA
            MOVE WS-PROX-NUMERO          TO FI-NUMERO
            MOVE AF-NOME(WS-IDX-ALU)     TO FI-NOME-ALUNO
            MOVE AF-ANO(WS-IDX-ALU)      TO FI-ANO
            MOVE AF-TURMA(WS-IDX-ALU)    TO FI-TURMA
            MOVE WS-UN-CODIGO            TO FI-UNIDADE
            MOVE AF-ID-BOL(WS-IDX-ALU)   TO FI-ID-BOLETIM
            MOVE AF-ID-RESP(WS-IDX-ALU)  TO FI-ID-RESP
            MOVE WS-CRITERIO             TO FI-CRITERIO
            MOVE WS-QTD-DIAS             TO FI-QTD-DIAS
            MOVE WS-MAIOR-SEQ            TO FI-MAIOR-SEQ
            MOVE JD-DATA(WS-PRIMEIRO-DIA) TO FI-FALTAS-DE
            MOVE JD-DATA(WS-ULTIMO-DIA)  TO FI-FALTAS-ATE
            MOVE 'E'                     TO FI-ETAPA
            MOVE WS-HOJE                 TO FI-DATA-ABERTURA
            MOVE WS-HOJE                 TO WS-DIA-N
            COMPUTE WS-INT-DIA =
                FUNCTION INTEGER-OF-DATE(WS-DIA-N) + WS-PRAZO-ESCOLA
            COMPUTE FI-PRAZO = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
            MOVE WS-OPERADOR-ATUAL       TO FI-OPERADOR
            WRITE FICAI-LINHA
            IF NOT FS-FIC-OK
                CALL 'FSMSG' USING WS-FS-FIC WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O CASO DE '
                        FI-NOME-ALUNO ' --> COD '
                        WS-FS-FIC ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT-ABERTOS
            ADD 1 TO WS-PROX-NUMERO
            PERFORM P820-DESCREVE-CRITERIO
            MOVE SPACES TO REL-LINHA
            MOVE FI-NUMERO     TO REL-LINHA(1:6)
            MOVE FI-NOME-ALUNO TO REL-LINHA(8:30)
            MOVE FI-TURMA      TO REL-LINHA(39:10)
            MOVE FI-QTD-DIAS   TO REL-LINHA(52:3)
            MOVE FI-MAIOR-SEQ  TO REL-LINHA(57:3)
            MOVE WS-CRITERIO-ED TO REL-LINHA(65:20)
            IF FI-ID-RESP = 0
                MOVE 'SEM RESPONSAVEL CADASTRADO' TO REL-LINHA(86:)
            END-IF
            WRITE REL-LINHA

            MOVE SPACES TO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING 'ABERTO ' DELIMITED BY SIZE
                   FI-CRITERIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FI-NOME-ALUNO DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO FI-NUMERO
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            IF FI-ID-RESP NOT = 0
                MOVE SPACES TO WS-CM-ASSUNTO
                STRING 'CONVOCACAO - FALTAS DE ' DELIMITED BY SIZE
                       FUNCTION TRIM(FI-NOME-ALUNO) DELIMITED BY SIZE
                    INTO WS-CM-ASSUNTO
                CALL 'COMUNICA' USING FI-ID-RESP WS-CM-TIPO
                                      FI-ID-BOLETIM WS-CM-ASSUNTO
                                      WS-CM-ORIGEM
            END-IF
            .

       P190-PROXIMO-NUMERO.
            MOVE 1 TO WS-PROX-NUMERO
            OPEN INPUT FICAI-FILE
            IF FS-FIC-OK
                SET EOF-OK TO FALSE
                PERFORM UNTIL EOF-OK
                    READ FICAI-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            COMPUTE WS-PROX-NUMERO = FI-NUMERO + 1
                    END-READ
                END-PERFORM
                CLOSE FICAI-FILE
            END-IF
            .

       P200-CONSULTA.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P220-MOSTRA
            CLOSE FICAI-FILE
            .

       P210-LOCALIZA.
      * Abre o FICAI.DAT em I-O e le o caso informado; so fica
      * aberto quando acha (ACHOU-OK).
            SET ACHOU-OK TO FALSE
            DISPLAY 'NUMERO DO CASO: '
                ACCEPT WS-NUMERO
            OPEN I-O FICAI-FILE
            IF NOT FS-FIC-OK
                CALL 'FSMSG' USING WS-FS-FIC WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O FICAI.DAT --> COD '
                        WS-FS-FIC ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NUMERO TO FI-NUMERO
            READ FICAI-FILE
                KEY IS FI-NUMERO
                INVALID KEY
                    DISPLAY 'CASO NAO ENCONTRADO'
                NOT INVALID KEY
                    SET ACHOU-OK TO TRUE
            END-READ
            IF ACHOU-OK
                PERFORM P800-VISIVEL
                IF NOT UN-VISIVEL
                    DISPLAY 'CASO DE OUTRA UNIDADE (' FI-UNIDADE ')'
                    SET ACHOU-OK TO FALSE
                END-IF
            END-IF
            IF NOT ACHOU-OK
                CLOSE FICAI-FILE
            END-IF
            .

       P220-MOSTRA.
            PERFORM P810-DESCREVE-ETAPA
            PERFORM P820-DESCREVE-CRITERIO
            DISPLAY 'CASO..........: ' FI-NUMERO ' - ' WS-ETAPA-ED
            DISPLAY 'ALUNO.........: ' FI-NOME-ALUNO
            DISPLAY 'TURMA/ANO.....: ' FI-TURMA ' ' FI-ANO
            DISPLAY 'FALTAS........: ' FI-QTD-DIAS ' DIAS, '
                    FI-MAIOR-SEQ ' SEGUIDOS, DE ' FI-FALTAS-DE
                    ' A ' FI-FALTAS-ATE
            DISPLAY 'CRITERIO......: ' WS-CRITERIO-ED
            MOVE FI-DATA-ABERTURA TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            DISPLAY 'ABERTO EM.....: ' WS-DATA-FORMAT
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > FI-QTD-TENTATIVAS
                MOVE FT-DATA(WS-IDX) TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                DISPLAY 'CONTATO ' WS-IDX '....: ' WS-DATA-FORMAT ' '
                        FT-MEIO(WS-IDX) ' ' FT-RESULTADO(WS-IDX)
            END-PERFORM
            IF FI-DATA-CONSELHO > 0
                MOVE FI-DATA-CONSELHO TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                DISPLAY 'CONSELHO......: ' WS-DATA-FORMAT
                        ' PROTOCOLO ' FI-CONSELHO-PROT
            END-IF
            IF FI-EM-ABERTO
                MOVE FI-PRAZO TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                DISPLAY 'PRAZO DA ETAPA: ' WS-DATA-FORMAT
            ELSE
                MOVE FI-DATA-ENCERRA TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                DISPLAY 'ENCERRADO EM..: ' WS-DATA-FORMAT ' '
                        FI-DESFECHO
            END-IF
            DISPLAY 'ULTIMA ACAO...: ' FI-OPERADOR
            .

       P300-CONTATO.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P220-MOSTRA
            IF NOT FI-ETAPA-ESCOLA AND NOT FI-ETAPA-FAMILIA
                DISPLAY 'CASO FORA DA ETAPA DE CONTATO COM A FAMILIA'
                CLOSE FICAI-FILE
                EXIT PARAGRAPH
            END-IF
            IF FI-QTD-TENTATIVAS >= 3
                DISPLAY 'AS TRES TENTATIVAS JA FORAM REGISTRADAS - '
                        'ENCAMINHE AO CONSELHO OU ENCERRE O CASO'
                CLOSE FICAI-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-AUD-ANTES
            STRING 'ETAPA ' DELIMITED BY SIZE
                   FI-ETAPA DELIMITED BY SIZE
                   ' TENTATIVAS ' DELIMITED BY SIZE
                   FI-QTD-TENTATIVAS DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            ADD 1 TO FI-QTD-TENTATIVAS
            MOVE FI-QTD-TENTATIVAS TO WS-IDX
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO FT-DATA(WS-IDX)
            DISPLAY 'MEIO DO CONTATO (TELEFONE, VISITA, CARTA, '
                    'REUNIAO...): '
                ACCEPT FT-MEIO(WS-IDX)
            MOVE FUNCTION UPPER-CASE(FT-MEIO(WS-IDX))
                TO FT-MEIO(WS-IDX)
            DISPLAY 'RESULTADO DO CONTATO: '
                ACCEPT FT-RESULTADO(WS-IDX)
            MOVE FUNCTION UPPER-CASE(FT-RESULTADO(WS-IDX))
                TO FT-RESULTADO(WS-IDX)
            IF FI-DATA-CONTATO = 0
                MOVE WS-DATA-SISTEMA TO FI-DATA-CONTATO
            END-IF
      * A cada contato a familia ganha o prazo para o aluno voltar.
            MOVE 'F' TO FI-ETAPA
            COMPUTE WS-INT-DIA =
                FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                + WS-PRAZO-FAMILIA
            COMPUTE FI-PRAZO = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
            DISPLAY 'O ALUNO JA RETORNOU AS AULAS ? S/N'
                CALL 'CONFIRMA' USING WS-RETORNOU
            IF WS-RETORNOU = 'S'
                MOVE 'R' TO FI-ETAPA
                MOVE WS-DATA-SISTEMA TO FI-DATA-ENCERRA
                MOVE 'ALUNO RETORNOU APOS CONTATO C/ A FAMILIA'
                    TO FI-DESFECHO
            END-IF
            MOVE WS-OPERADOR-ATUAL TO FI-OPERADOR
            PERFORM P290-GRAVA-PASSO
            .

       P290-GRAVA-PASSO.
            REWRITE FICAI-LINHA
            IF FS-FIC-OK
                PERFORM P810-DESCREVE-ETAPA
                DISPLAY 'CASO ' FI-NUMERO ' AGORA ' WS-ETAPA-ED
                IF FI-EM-ABERTO
                    MOVE FI-PRAZO TO WS-DATA-SISTEMA
                    CALL 'DATAFMT' USING WS-DATA-SISTEMA
                                         WS-DATA-FORMAT
                    DISPLAY 'PRAZO DA ETAPA: ' WS-DATA-FORMAT
                END-IF
                MOVE SPACES TO WS-AUD-DEPOIS
                STRING 'ETAPA ' DELIMITED BY SIZE
                       FI-ETAPA DELIMITED BY SIZE
                       ' TENTATIVAS ' DELIMITED BY SIZE
                       FI-QTD-TENTATIVAS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FI-CONSELHO-PROT DELIMITED BY SPACE
                    INTO WS-AUD-DEPOIS
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO FI-NUMERO
                                       WS-AUD-ANTES WS-AUD-DEPOIS
            ELSE
                CALL 'FSMSG' USING WS-FS-FIC WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O CASO --> COD '
                        WS-FS-FIC ': ' WS-FS-MSG
            END-IF
            CLOSE FICAI-FILE
            .

       P400-CONSELHO.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P220-MOSTRA
            IF NOT FI-ETAPA-ESCOLA AND NOT FI-ETAPA-FAMILIA
                DISPLAY 'CASO JA ENCAMINHADO OU ENCERRADO'
                CLOSE FICAI-FILE
                EXIT PARAGRAPH
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
      * A lei pede que a escola esgote o contato com a familia antes
      * do conselho: fora disso, so com confirmacao.
            IF FI-QTD-TENTATIVAS = 0 OR FI-PRAZO > WS-DATA-SISTEMA
                DISPLAY 'ATENCAO: PRAZO DA FAMILIA AINDA CORRENDO OU '
                        'SEM CONTATO REGISTRADO'
                DISPLAY 'ENCAMINHAR ASSIM MESMO ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    DISPLAY 'NADA ALTERADO'
                    CLOSE FICAI-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE SPACES TO WS-AUD-ANTES
            STRING 'ETAPA ' DELIMITED BY SIZE
                   FI-ETAPA DELIMITED BY SIZE
                   ' TENTATIVAS ' DELIMITED BY SIZE
                   FI-QTD-TENTATIVAS DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            DISPLAY 'PROTOCOLO DE RECEBIMENTO NO CONSELHO TUTELAR: '
                ACCEPT FI-CONSELHO-PROT
            MOVE FUNCTION UPPER-CASE(FI-CONSELHO-PROT)
                TO FI-CONSELHO-PROT
            MOVE 'C' TO FI-ETAPA
            MOVE WS-DATA-SISTEMA TO FI-DATA-CONSELHO
            COMPUTE WS-INT-DIA =
                FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                + WS-PRAZO-CONSELHO
            COMPUTE FI-PRAZO = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
            MOVE WS-OPERADOR-ATUAL TO FI-OPERADOR
            PERFORM P290-GRAVA-PASSO
            DISPLAY 'IMPRIMA A FICHA FICAI (OPCAO 6) PARA O ENVIO'
            .

       P500-ENCERRA.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P220-MOSTRA
            IF NOT FI-EM-ABERTO
                DISPLAY 'CASO JA ENCERRADO'
                CLOSE FICAI-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'DESFECHO: R - ALUNO RETORNOU  X - OUTRO '
                    '(TRANSFERENCIA, MEDIDA DO CONSELHO...)'
                ACCEPT WS-DESFECHO
            MOVE FUNCTION UPPER-CASE(WS-DESFECHO) TO WS-DESFECHO
            IF WS-DESFECHO NOT = 'R' AND WS-DESFECHO NOT = 'X'
                DISPLAY 'DESFECHO INVALIDO - NADA ALTERADO'
                CLOSE FICAI-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-AUD-ANTES
            STRING 'ETAPA ' DELIMITED BY SIZE
                   FI-ETAPA DELIMITED BY SIZE
                   ' TENTATIVAS ' DELIMITED BY SIZE
                   FI-QTD-TENTATIVAS DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            DISPLAY 'DESCRICAO DO DESFECHO: '
                ACCEPT FI-DESFECHO
            MOVE FUNCTION UPPER-CASE(FI-DESFECHO) TO FI-DESFECHO
            MOVE WS-DESFECHO TO FI-ETAPA
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO FI-DATA-ENCERRA
            MOVE WS-OPERADOR-ATUAL TO FI-OPERADOR
            PERFORM P290-GRAVA-PASSO
            .

       P600-FICHA.
            PERFORM P210-LOCALIZA
            IF NOT ACHOU-OK
                EXIT PARAGRAPH
            END-IF
            CLOSE FICAI-FILE
            PERFORM P810-DESCREVE-ETAPA
            PERFORM P820-DESCREVE-CRITERIO
            PERFORM P900-ABRE-SPOOL
            MOVE ALL '=' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            MOVE 'FICAI - FICHA DE COMUNICACAO DO ALUNO INFREQUENTE'
                TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CASO N. ' DELIMITED BY SIZE
                   FI-NUMERO DELIMITED BY SIZE
                   '   SITUACAO: ' DELIMITED BY SIZE
                   WS-ETAPA-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM P910-LINHA-UNIDADE
            MOVE ALL '=' TO REL-LINHA(1:80)
            WRITE REL-LINHA

            MOVE '1. IDENTIFICACAO DO ALUNO' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '   NOME: ' DELIMITED BY SIZE
                   FI-NOME-ALUNO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '   TURMA: ' DELIMITED BY SIZE
                   FI-TURMA DELIMITED BY SIZE
                   '  ANO LETIVO: ' DELIMITED BY SIZE
                   FI-ANO DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            OPEN INPUT ALUNOS-FILE
            IF FS-ALU-OK
                MOVE FI-NOME-ALUNO TO AL-NOME
                READ ALUNOS-FILE
                    KEY IS AL-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES TO REL-LINHA
                        STRING '   NASCIMENTO: ' DELIMITED BY SIZE
                               AL-NASCIMENTO DELIMITED BY SIZE
                               '  MATRICULA: ' DELIMITED BY SIZE
                               AL-ID DELIMITED BY SIZE
                               '  BOLSA FAMILIA: ' DELIMITED BY SIZE
                               AL-BOLSA-FAMILIA DELIMITED BY SIZE
                            INTO REL-LINHA
                        WRITE REL-LINHA
                END-READ
                CLOSE ALUNOS-FILE
            END-IF
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            MOVE '2. RESPONSAVEL' TO REL-LINHA
            WRITE REL-LINHA
            PERFORM P650-RESPONSAVEL
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            MOVE '3. FALTAS QUE ORIGINARAM A COMUNICACAO' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '   PERIODO: ' DELIMITED BY SIZE
                   FI-FALTAS-DE DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   FI-FALTAS-ATE DELIMITED BY SIZE
                   '  DIAS COM FALTA: ' DELIMITED BY SIZE
                   FI-QTD-DIAS DELIMITED BY SIZE
                   '  SEGUIDOS: ' DELIMITED BY SIZE
                   FI-MAIOR-SEQ DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '   CRITERIO: ' DELIMITED BY SIZE
                   WS-CRITERIO-ED DELIMITED BY SIZE
                   ' (FALTAS JUSTIFICADAS NAO CONTAM)'
                        DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE FI-DATA-ABERTURA TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE SPACES TO REL-LINHA
            STRING '   COMUNICACAO ABERTA EM: ' DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            MOVE '4. PROVIDENCIAS DA ESCOLA JUNTO A FAMILIA'
                TO REL-LINHA
            WRITE REL-LINHA
            IF FI-QTD-TENTATIVAS = 0
                MOVE '   NENHUM CONTATO REGISTRADO' TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > FI-QTD-TENTATIVAS
                MOVE FT-DATA(WS-IDX) TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                MOVE SPACES TO REL-LINHA
                STRING '   ' DELIMITED BY SIZE
                       WS-IDX DELIMITED BY SIZE
                       ') ' DELIMITED BY SIZE
                       WS-DATA-FORMAT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FT-MEIO(WS-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FT-RESULTADO(WS-IDX) DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA

            MOVE '5. ENCAMINHAMENTO AO CONSELHO TUTELAR' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF FI-DATA-CONSELHO > 0
                MOVE FI-DATA-CONSELHO TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                STRING '   ENCAMINHADO EM: ' DELIMITED BY SIZE
                       WS-DATA-FORMAT DELIMITED BY SIZE
                       '  PROTOCOLO: ' DELIMITED BY SIZE
                       FI-CONSELHO-PROT DELIMITED BY SIZE
                    INTO REL-LINHA
            ELSE
                MOVE '   NAO ENCAMINHADO' TO REL-LINHA
            END-IF
            WRITE REL-LINHA
            IF NOT FI-EM-ABERTO
                MOVE FI-DATA-ENCERRA TO WS-DATA-SISTEMA
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                MOVE SPACES TO REL-LINHA
                STRING '   ENCERRADO EM: ' DELIMITED BY SIZE
                       WS-DATA-FORMAT DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FI-DESFECHO DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA
            MOVE '   ______________________________     '
                TO REL-LINHA
            MOVE '______________________________' TO REL-LINHA(42:)
            WRITE REL-LINHA
            MOVE '   DIRECAO DA ESCOLA' TO REL-LINHA
            MOVE 'CONSELHO TUTELAR - RECEBIDO EM' TO REL-LINHA(42:)
            WRITE REL-LINHA
            MOVE ALL '=' TO REL-LINHA(1:80)
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'FICHA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P650-RESPONSAVEL.
            MOVE SPACES TO REL-LINHA
            IF FI-ID-RESP = 0
                MOVE '   SEM RESPONSAVEL CADASTRADO' TO REL-LINHA
                WRITE REL-LINHA
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT CADASTRO-PF-FILE
            IF NOT FS-PF-OK
                STRING '   ID ' DELIMITED BY SIZE
                       FI-ID-RESP DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
                EXIT PARAGRAPH
            END-IF
            MOVE FI-ID-RESP TO F-ID-PF
            READ CADASTRO-PF-FILE
                KEY IS F-ID-PF
                INVALID KEY
                    STRING '   ID ' DELIMITED BY SIZE
                           FI-ID-RESP DELIMITED BY SIZE
                           ' (CADASTRO NAO ENCONTRADO)'
                                DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                    END-WRITE
                NOT INVALID KEY
                    MOVE SPACES TO WS-NOME-RESP
                    STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-SEGUNDO-NOME)
                                DELIMITED BY SIZE
                        INTO WS-NOME-RESP
                    STRING '   NOME: ' DELIMITED BY SIZE
                           WS-NOME-RESP DELIMITED BY SIZE
                           '  TELEFONE: (' DELIMITED BY SIZE
                           F-DDD DELIMITED BY SIZE
                           ') ' DELIMITED BY SIZE
                           F-PREFIXO DELIMITED BY SPACE
                           '-' DELIMITED BY SIZE
                           F-SUFIXO DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                    MOVE SPACES TO REL-LINHA
                    STRING '   ENDERECO: ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-RUA) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-BAIRRO) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-CIDADE) DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           F-UF DELIMITED BY SIZE
                           ' - CEP: ' DELIMITED BY SIZE
                           F-CEP-1 DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           F-CEP-2 DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
            END-READ
            CLOSE CADASTRO-PF-FILE
            .

       P700-PAINEL.
      * Uma passada por etapa, na ordem da lei: escola, familia,
      * conselho; cada caso com o prazo da etapa e o que fazer.
            OPEN INPUT FICAI-FILE
            IF NOT FS-FIC-OK
                DISPLAY 'NENHUM CASO REGISTRADO'
                EXIT PARAGRAPH
            END-IF
            CLOSE FICAI-FILE
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            MOVE WS-HOJE TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE 0 TO WS-TOTAL-ABERTOS WS-TOTAL-VENCIDOS
            PERFORM P900-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** FICAI - CASOS ABERTOS POR ETAPA - '
                        DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            PERFORM P910-LINHA-UNIDADE
            MOVE 'E' TO WS-ETAPA-PAINEL
            PERFORM P710-ETAPA
            MOVE 'F' TO WS-ETAPA-PAINEL
            PERFORM P710-ETAPA
            MOVE 'C' TO WS-ETAPA-PAINEL
            PERFORM P710-ETAPA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL DE CASOS ABERTOS: ' DELIMITED BY SIZE
                   WS-TOTAL-ABERTOS DELIMITED BY SIZE
                   '  COM PRAZO VENCIDO: ' DELIMITED BY SIZE
                   WS-TOTAL-VENCIDOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'CASOS ABERTOS: ' WS-TOTAL-ABERTOS
                    '  PRAZO VENCIDO: ' WS-TOTAL-VENCIDOS
            DISPLAY 'PAINEL GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P710-ETAPA.
            MOVE WS-ETAPA-PAINEL TO FI-ETAPA
            PERFORM P810-DESCREVE-ETAPA
            MOVE 0 TO WS-CONT-ETAPA WS-CONT-VENCIDOS
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ETAPA: ' DELIMITED BY SIZE
                   WS-ETAPA-ED DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'CASO   ALUNO                          TURMA      ABER'
                TO REL-LINHA
            MOVE 'TO EM  PRAZO      SITUACAO             A FAZER'
                TO REL-LINHA(55:)
            WRITE REL-LINHA
            OPEN INPUT FICAI-FILE
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ FICAI-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FI-ETAPA = WS-ETAPA-PAINEL
                            PERFORM P720-LINHA-PAINEL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FICAI-FILE
            MOVE SPACES TO REL-LINHA
            STRING '   CASOS NA ETAPA: ' DELIMITED BY SIZE
                   WS-CONT-ETAPA DELIMITED BY SIZE
                   '  VENCIDOS: ' DELIMITED BY SIZE
                   WS-CONT-VENCIDOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            DISPLAY WS-ETAPA-ED ': ' WS-CONT-ETAPA
                    '  VENCIDOS: ' WS-CONT-VENCIDOS
            .

       P720-LINHA-PAINEL.
            PERFORM P800-VISIVEL
            IF NOT UN-VISIVEL
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONT-ETAPA WS-TOTAL-ABERTOS
            EVALUATE TRUE
                WHEN FI-PRAZO > WS-HOJE
                    MOVE 'NO PRAZO' TO WS-SITUACAO-PRAZO
                WHEN FI-PRAZO = WS-HOJE
                    MOVE 'VENCE HOJE' TO WS-SITUACAO-PRAZO
                WHEN OTHER
                    ADD 1 TO WS-CONT-VENCIDOS WS-TOTAL-VENCIDOS
                    COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(WS-HOJE) -
                        FUNCTION INTEGER-OF-DATE(FI-PRAZO)
                    MOVE WS-DIAS-ATRASO TO WS-QTD-ED
                    MOVE SPACES TO WS-SITUACAO-PRAZO
                    STRING 'VENCIDO ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QTD-ED) DELIMITED BY SIZE
                           ' DIA(S)' DELIMITED BY SIZE
                        INTO WS-SITUACAO-PRAZO
            END-EVALUATE
            EVALUATE TRUE
                WHEN FI-ETAPA-ESCOLA
                    MOVE 'CONTATAR A FAMILIA' TO WS-ACAO-PAINEL
                WHEN FI-ETAPA-FAMILIA AND FI-PRAZO < WS-HOJE
                    MOVE 'ENCAMINHAR AO CONSELHO' TO WS-ACAO-PAINEL
                WHEN FI-ETAPA-FAMILIA
                    MOVE 'AGUARDAR RETORNO' TO WS-ACAO-PAINEL
                WHEN FI-PRAZO < WS-HOJE
                    MOVE 'COBRAR O CONSELHO' TO WS-ACAO-PAINEL
                WHEN OTHER
                    MOVE 'AGUARDAR O CONSELHO' TO WS-ACAO-PAINEL
            END-EVALUATE
            MOVE SPACES TO REL-LINHA
            MOVE FI-NUMERO     TO REL-LINHA(1:6)
            MOVE FI-NOME-ALUNO TO REL-LINHA(8:30)
            MOVE FI-TURMA      TO REL-LINHA(39:10)
            MOVE FI-DATA-ABERTURA TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-DATA-FORMAT TO REL-LINHA(50:10)
            MOVE FI-PRAZO TO WS-DATA-SISTEMA
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-DATA-FORMAT TO REL-LINHA(61:10)
            MOVE WS-SITUACAO-PRAZO TO REL-LINHA(72:20)
            MOVE WS-ACAO-PAINEL TO REL-LINHA(93:24)
            WRITE REL-LINHA
            .

       P800-VISIVEL.
            MOVE 'V' TO WS-UN-ACAO
            MOVE FI-UNIDADE TO WS-UN-CODIGO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            .

       P810-DESCREVE-ETAPA.
            EVALUATE TRUE
                WHEN FI-ETAPA-ESCOLA
                    MOVE 'ESCOLA'           TO WS-ETAPA-ED
                WHEN FI-ETAPA-FAMILIA
                    MOVE 'FAMILIA'          TO WS-ETAPA-ED
                WHEN FI-ETAPA-CONSELHO
                    MOVE 'CONSELHO TUTELAR' TO WS-ETAPA-ED
                WHEN FI-RETORNOU
                    MOVE 'ALUNO RETORNOU'   TO WS-ETAPA-ED
                WHEN FI-ENCERRADO
                    MOVE 'ENCERRADO'        TO WS-ETAPA-ED
                WHEN OTHER
                    MOVE 'DESCONHECIDA'     TO WS-ETAPA-ED
            END-EVALUATE
            .

       P820-DESCREVE-CRITERIO.
            IF FI-CONSECUTIVAS
                MOVE 'FALTAS CONSECUTIVAS' TO WS-CRITERIO-ED
            ELSE
                MOVE 'FALTAS ALTERNADAS'   TO WS-CRITERIO-ED
            END-IF
            .

       P900-ABRE-SPOOL.
            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
      * Tarja de treinamento: em instalacao de pratica, todo
      * documento do spool sai marcado (TREINOCHK).
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P910-LINHA-UNIDADE.
            MOVE SPACES TO REL-LINHA
            IF WS-UNIDADE-SESSAO = '00'
                MOVE 'REDE - TODAS AS UNIDADES' TO REL-LINHA
            ELSE
                STRING 'UNIDADE ' DELIMITED BY SIZE
                       WS-UNIDADE-SESSAO DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            .

       P90-LE-SESSAO.
            MOVE 'DESCONHECIDO' TO WS-OPERADOR-ATUAL
            OPEN INPUT SESSAO-FILE
            IF WS-FS-SESSAO = 0
                READ SESSAO-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SE-OPERADOR TO WS-OPERADOR-ATUAL
                END-READ
                CLOSE SESSAO-FILE
            END-IF
            .
