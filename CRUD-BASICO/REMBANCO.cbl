      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: REMESSA DE COBRANCA BANCARIA. VARRE COBRANCAS.DAT E
      *          LEVA PARA O ARQUIVO DE REMESSA DO BANCO
      *          (REMESSA_BANCO_NNNNNNN.DAT, LAYOUT FIXO DO COPYBOOK
      *          REMESSA_LAYOUT) TODO TITULO EM ABERTO (CB-STATUS
      *          'A') QUE AINDA NAO SEGUIU EM REMESSA ANTERIOR
      *          (CB-REMESSA ZERO). CADA TITULO RECEBE UM NOSSO
      *          NUMERO SEQUENCIAL E O NUMERO DA REMESSA, GRAVADOS DE
      *          VOLTA NA COBRANCA - RODAR DE NOVO NAO REENVIA NADA.
      *          O SACADO E O RESPONSAVEL (CADASTROPF.DAT), COM O
      *          ENDERECO PARA O BANCO POSTAR O BOLETO E O CPF DELE
      *          DECIFRADO (SIGILO) NO DOCUMENTO DO SACADO. A REMESSA
      *          FICA REGISTRADA EM BANCO.CTL (NUMERO, QUANTIDADE,
      *          VALOR E ULTIMO NOSSO NUMERO). SEM NENHUM ACCEPT -
      *          RODA SOZINHO NA AGENDA DO RUNCTL E E CHAMADO PELA
      *          OPCAO 6 DO MENU DO MENSAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBANCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COBRANCA-FILE
               ASSIGN TO
                   WS-PATH-COBRANCAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CB-CHAVE
                   FILE STATUS IS WS-FS-COB
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
               SELECT REMESSA-FILE
               ASSIGN TO
                   WS-PATH-REMESSA-ARQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REM
                   .
               SELECT CTL-FILE
               ASSIGN TO
                   WS-PATH-BANCO-CTL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CTL
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD COBRANCA-FILE
       DATA RECORD IS COBRANCA-LINHA.
           COPY COBRANCA_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD REMESSA-FILE
       DATA RECORD IS REMESSA-REGISTRO.
           COPY REMESSA_LAYOUT.
       FD CTL-FILE
       DATA RECORD IS BANCOCTL-LINHA.
           COPY BANCOCTL_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-COB                PIC 99.
          88 FS-COB-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-REM                PIC 99.
          88 FS-REM-OK             VALUE 0.
      * Falha de gravacao no arquivo do banco: a varredura para ali,
      * sem carimbar mais nenhuma cobranca.
       77 WS-ERRO-REM              PIC X VALUE 'N'.
          88 ERRO-REM-OK           VALUE 'S' FALSE 'N'.
       77 WS-FS-CTL                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      * Dados do convenio de cobranca da escola com o banco. Mudou
      * de banco ou de conta, muda-se aqui.
       77 WS-BCO-CODIGO            PIC X(03) VALUE '001'.
       77 WS-BCO-AGENCIA           PIC X(04) VALUE '0001'.
       77 WS-BCO-CONTA             PIC X(08) VALUE '00012345'.
       77 WS-BCO-CEDENTE           PIC X(30)
                                    VALUE 'ESCOLA - MENSALIDADES'.
       77 WS-NUM-REMESSA           PIC 9(07) VALUE 0.
       77 WS-ULT-NOSSO             PIC 9(08) VALUE 0.
       77 WS-SEQ-REG               PIC 9(06) VALUE 0.
       77 WS-QTD-TITULOS           PIC 9(06) VALUE 0.
       77 WS-VALOR-TOTAL           PIC 9(13)V99 VALUE 0.
       77 WS-PF-ABERTO             PIC X VALUE 'N'.
      * CPF do sacado: o banco exige em claro (SIGILO 'D').
       77 WS-SG-ACAO               PIC X VALUE 'D'.
       77 WS-SG-TIPO               PIC X VALUE 'C'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-NOME               PIC X(30) VALUE SPACES.
       77 WS-SG-RESULTADO          PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-PAR-MULTA             PIC 9(02)V99.
       77 WS-PAR-JUROS             PIC 9(01)V9999.
      * Cada remessa nasce num arquivo proprio REMESSA_BANCO_NNNNNNN
      * ao lado do caminho base - uma remessa ainda nao transmitida
      * nunca e sobrescrita pela seguinte.
       77 WS-PATH-REMESSA-ARQ      PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'REMBANCO' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** REMESSA DE COBRANCA BANCARIA ***'
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE 0 TO WS-NUM-REMESSA
            MOVE 0 TO WS-ULT-NOSSO
            MOVE 0 TO WS-SEQ-REG
            MOVE 0 TO WS-QTD-TITULOS
            MOVE 0 TO WS-VALOR-TOTAL
            MOVE 'N' TO WS-PF-ABERTO

            PERFORM P100-LE-CONTROLE
            ADD 1 TO WS-NUM-REMESSA
            CALL 'PARAMFIN' USING WS-PAR-MULTA WS-PAR-JUROS

            OPEN I-O COBRANCA-FILE
            IF NOT FS-COB-OK
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                DISPLAY 'COBRANCAS INDISPONIVEIS --> COD '
                        WS-FS-COB ': ' WS-FS-MSG
                GOBACK
            END-IF
            OPEN INPUT CADASTRO-PF-FILE
            IF FS-PF-OK
                MOVE 'S' TO WS-PF-ABERTO
            END-IF

            MOVE SPACES TO WS-PATH-REMESSA-ARQ
            STRING FUNCTION TRIM(WS-PATH-REMESSA)
                                        DELIMITED BY '.DAT'
                   '_'                  DELIMITED BY SIZE
                   WS-NUM-REMESSA       DELIMITED BY SIZE
                   '.DAT'               DELIMITED BY SIZE
                INTO WS-PATH-REMESSA-ARQ
            OPEN OUTPUT REMESSA-FILE
      * Sem o arquivo do banco nada pode ser carimbado: titulo com
      * CB-REMESSA preenchido nunca mais seguiria numa remessa.
            IF FS-REM-OK
                PERFORM P200-HEADER
            END-IF
            IF NOT FS-REM-OK
                CALL 'FSMSG' USING WS-FS-REM WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR A REMESSA '
                        FUNCTION TRIM(WS-PATH-REMESSA-ARQ)
                        ' --> COD ' WS-FS-REM ': ' WS-FS-MSG
      * Fecha tambem quando so o header falhou (sem abrir, so 42).
                CLOSE REMESSA-FILE
                CLOSE COBRANCA-FILE
                IF WS-PF-ABERTO = 'S'
                    CLOSE CADASTRO-PF-FILE
                END-IF
                GOBACK
            END-IF

            SET ERRO-REM-OK TO FALSE
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO CB-CHAVE
            START COBRANCA-FILE KEY IS NOT LESS CB-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ COBRANCA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CB-STATUS = 'A'
                           AND CB-REMESSA = 0
                            PERFORM P300-DETALHE
                        END-IF
                END-READ
            END-PERFORM

            IF NOT ERRO-REM-OK
                PERFORM P400-TRAILER
            END-IF
            CLOSE REMESSA-FILE
            CLOSE COBRANCA-FILE
            IF WS-PF-ABERTO = 'S'
                CLOSE CADASTRO-PF-FILE
            END-IF

            IF WS-QTD-TITULOS = 0
                DISPLAY 'NENHUM TITULO NOVO EM ABERTO - REMESSA '
                        'VAZIA NAO REGISTRADA'
            ELSE
                PERFORM P500-REGISTRA-CONTROLE
                DISPLAY 'REMESSA N. ' WS-NUM-REMESSA
                        ' TITULOS: ' WS-QTD-TITULOS
                        ' VALOR TOTAL: ' WS-VALOR-TOTAL
                DISPLAY 'ARQUIVO PARA O BANCO: ' WS-PATH-REMESSA-ARQ
            END-IF
            IF ERRO-REM-OK
                DISPLAY 'REMESSA INCOMPLETA: SO OS TITULOS ACIMA '
                        'FORAM CARIMBADOS - OS DEMAIS SEGUEM NA '
                        'PROXIMA REMESSA'
            END-IF
      * GOBACK, e nao STOP RUN: passo da agenda do RUNCTL e opcao
      * do menu do MENSAL.
            GOBACK
            .

       P100-LE-CONTROLE.
      * Ultima remessa e ultimo nosso numero: a linha R mais recente
      * do catalogo, no padrao MAX+1 do SPOOLNOVO.
            SET EOF-OK TO FALSE
            OPEN INPUT CTL-FILE
            IF WS-FS-CTL <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ CTL-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF BC-TIPO = 'R'
                            MOVE BC-NUMERO    TO WS-NUM-REMESSA
                            MOVE BC-ULT-NOSSO TO WS-ULT-NOSSO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-CTL = 10
                CLOSE CTL-FILE
            END-IF
            .

       P200-HEADER.
            MOVE SPACES              TO REMESSA-REGISTRO
            MOVE '0'                 TO RM-TIPO-REG
            MOVE '1'                 TO RM-H-OPERACAO
            MOVE 'REMESSA'           TO RM-H-LITERAL
            MOVE '01'                TO RM-H-SERVICO
            MOVE WS-BCO-AGENCIA      TO RM-H-AGENCIA
            MOVE WS-BCO-CONTA        TO RM-H-CONTA
            MOVE WS-BCO-CEDENTE      TO RM-H-CEDENTE
            MOVE WS-BCO-CODIGO       TO RM-H-BANCO
            MOVE WS-DATA-SISTEMA     TO RM-H-DATA
            MOVE WS-NUM-REMESSA      TO RM-H-NUM-REMESSA
            ADD 1 TO WS-SEQ-REG
            MOVE WS-SEQ-REG          TO RM-SEQ-REG
            WRITE REMESSA-REGISTRO
            .

       P300-DETALHE.
            ADD 1 TO WS-ULT-NOSSO
            MOVE SPACES              TO REMESSA-REGISTRO
            MOVE '1'                 TO RM-TIPO-REG
            MOVE WS-BCO-AGENCIA      TO RM-D-AGENCIA
            MOVE WS-BCO-CONTA        TO RM-D-CONTA
            MOVE CB-CHAVE            TO RM-D-USO-EMPRESA
            MOVE WS-ULT-NOSSO        TO RM-D-NOSSO-NUMERO
            MOVE '01'                TO RM-D-OCORRENCIA
      * Vencimento AAAA/MM/DD da cobranca vira AAAAMMDD do banco.
            MOVE SPACES TO WS-DATA-NUM-X
            STRING CB-VENCIMENTO(1:4) DELIMITED BY SIZE
                   CB-VENCIMENTO(6:2) DELIMITED BY SIZE
                   CB-VENCIMENTO(9:2) DELIMITED BY SIZE
                INTO WS-DATA-NUM-X
            IF WS-DATA-NUM-X NUMERIC
                MOVE WS-DATA-NUM-X   TO RM-D-VENCIMENTO
            ELSE
                MOVE WS-DATA-SISTEMA TO RM-D-VENCIMENTO
            END-IF
            MOVE CB-VALOR            TO RM-D-VALOR
            MOVE 'DM'                TO RM-D-ESPECIE
            MOVE WS-DATA-SISTEMA     TO RM-D-EMISSAO
      * O banco cobra sozinho os encargos dos parametros da escola:
      * juros em valor por dia de atraso e multa em valor.
            COMPUTE RM-D-JUROS-DIA ROUNDED =
                CB-VALOR * WS-PAR-JUROS / 100
            COMPUTE RM-D-MULTA ROUNDED =
                CB-VALOR * WS-PAR-MULTA / 100
            PERFORM P350-SACADO
            MOVE SPACES TO RM-D-MENSAGEM
            STRING 'MENSALIDADE ' DELIMITED BY SIZE
                   CB-COMPETENCIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CB-NOME-ALUNO DELIMITED BY SIZE
                INTO RM-D-MENSAGEM
            ADD 1 TO WS-SEQ-REG
            MOVE WS-SEQ-REG          TO RM-SEQ-REG
            WRITE REMESSA-REGISTRO
      * Titulo que nao entrou no arquivo do banco nao e carimbado:
      * fica com CB-REMESSA zero para a proxima remessa.
            IF NOT FS-REM-OK
                CALL 'FSMSG' USING WS-FS-REM WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR A REMESSA --> COD '
                        WS-FS-REM ': ' WS-FS-MSG
                SUBTRACT 1 FROM WS-ULT-NOSSO
                SUBTRACT 1 FROM WS-SEQ-REG
                SET ERRO-REM-OK TO TRUE
                SET EOF-OK TO TRUE
                EXIT PARAGRAPH
            END-IF

      * Carimba a cobranca: nosso numero e remessa em que seguiu.
            MOVE WS-ULT-NOSSO        TO CB-NOSSO-NUMERO
            MOVE WS-NUM-REMESSA      TO CB-REMESSA
            REWRITE COBRANCA-LINHA
            IF NOT FS-COB-OK
                CALL 'FSMSG' USING WS-FS-COB WS-FS-MSG
                DISPLAY 'ERRO AO MARCAR A REMESSA EM '
                        CB-NOME-ALUNO ' --> COD ' WS-FS-COB
            END-IF
            ADD 1 TO WS-QTD-TITULOS
            ADD CB-VALOR TO WS-VALOR-TOTAL
            .

       P350-SACADO.
      * O sacado do boleto e o responsavel da familia.
            MOVE SPACES TO RM-D-SACADO-NOME
            MOVE SPACES TO RM-D-SACADO-END
            MOVE SPACES TO RM-D-SACADO-CEP
            MOVE SPACES TO RM-D-SACADO-CIDADE
            MOVE SPACES TO RM-D-SACADO-UF
            MOVE SPACES TO RM-D-SACADO-DOC
            IF WS-PF-ABERTO NOT = 'S'
                EXIT PARAGRAPH
            END-IF
            MOVE CB-ID-RESP TO F-ID-PF
            READ CADASTRO-PF-FILE
                KEY IS F-ID-PF
                INVALID KEY
                    MOVE 'RESPONSAVEL SEM CADASTRO'
                        TO RM-D-SACADO-NOME
                NOT INVALID KEY
                    STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-SEGUNDO-NOME)
                                DELIMITED BY SIZE
                        INTO RM-D-SACADO-NOME
                    STRING FUNCTION TRIM(F-RUA) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-BAIRRO) DELIMITED BY SIZE
                        INTO RM-D-SACADO-END
                    STRING F-CEP-1 DELIMITED BY SIZE
                           F-CEP-2 DELIMITED BY SIZE
                        INTO RM-D-SACADO-CEP
                    MOVE F-CIDADE TO RM-D-SACADO-CIDADE
                    MOVE F-UF     TO RM-D-SACADO-UF
                    IF F-CPF NOT = SPACES
                        MOVE F-CPF TO WS-SG-VALOR
                        CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO
                                            WS-SG-VALOR WS-SG-EXIBE
                                            F-ID-PF WS-SG-NOME
                                            WS-SG-RESULTADO
                        IF WS-SG-VALOR(1:11) NUMERIC
                            MOVE '000' TO RM-D-SACADO-DOC(1:3)
                            MOVE WS-SG-VALOR(1:11)
                                TO RM-D-SACADO-DOC(4:11)
                        END-IF
                    END-IF
            END-READ
            .

       P400-TRAILER.
            MOVE SPACES              TO REMESSA-REGISTRO
            MOVE '9'                 TO RM-TIPO-REG
            MOVE WS-QTD-TITULOS      TO RM-T-QTD
            MOVE WS-VALOR-TOTAL      TO RM-T-VALOR-TOTAL
            ADD 1 TO WS-SEQ-REG
            MOVE WS-SEQ-REG          TO RM-SEQ-REG
            WRITE REMESSA-REGISTRO
            IF NOT FS-REM-OK
                CALL 'FSMSG' USING WS-FS-REM WS-FS-MSG
                DISPLAY 'ERRO AO GRAVAR O TRAILER DA REMESSA --> COD '
                        WS-FS-REM ': ' WS-FS-MSG
                SET ERRO-REM-OK TO TRUE
            END-IF
            .

       P500-REGISTRA-CONTROLE.
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
            OPEN EXTEND CTL-FILE
            IF WS-FS-CTL <> 0
                OPEN OUTPUT CTL-FILE
            END-IF
            MOVE 'R'               TO BC-TIPO
            MOVE WS-NUM-REMESSA    TO BC-NUMERO
            MOVE WS-DATA-FORMAT    TO BC-DATA
            MOVE WS-QTD-TITULOS    TO BC-QTD
            MOVE WS-VALOR-TOTAL    TO BC-VALOR
            MOVE WS-ULT-NOSSO      TO BC-ULT-NOSSO
            MOVE WS-OPERADOR-ATUAL TO BC-OPERADOR
            WRITE BANCOCTL-LINHA
            CLOSE CTL-FILE
            .
