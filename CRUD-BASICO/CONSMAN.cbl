      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: REGISTRO DE CONSENTIMENTOS LGPD DA FAMILIA
      *          (CONSENTIMENTOS.DAT). POR RESPONSAVEL E ALUNO (OU
      *          PARA TODOS OS FILHOS DO RESPONSAVEL), EM TRES
      *          FINALIDADES: USO DE IMAGEM (FOTO DA CARTEIRINHA),
      *          COMPARTILHAMENTO COM TERCEIROS (CSVEXP PARA FORA DA
      *          ESCOLA, CONSLOTE) E COMUNICACAO POR E-MAIL (FILA DO
      *          COMUNICA). GRAVA A DATA DA CONCESSAO, A DATA DA
      *          REVOGACAO E A REFERENCIA DO DOCUMENTO ASSINADO, COM
      *          O OPERADOR DA SESSAO E TRILHA NA AUDITORIA. REVOGAR
      *          NAO APAGA A LINHA. O RELATORIO LISTA NO SPOOL, POR
      *          FAMILIA, OS ALUNOS ATIVOS DO MESTRE COM ALGUM
      *          CONSENTIMENTO FALTANDO OU REVOGADO - A LISTA PARA A
      *          SECRETARIA CORRER ATRAS DOS TERMOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSMAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONSENT-FILE
               ASSIGN TO
                   WS-PATH-CONSENT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CS-CHAVE
                   FILE STATUS IS WS-FS-CON
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
       FD CONSENT-FILE
       DATA RECORD IS CONSENT-LINHA.
           COPY CONSENT_DADOS.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD CADASTRO-PF-FILE.
           COPY CADASTRO-PF-DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK).
       77 WS-TR-MODO               PIC X.
       77 WS-FS-CON                PIC 99.
          88 FS-CON-OK             VALUE 0.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
      * Spool de relatorios (SPOOLNOVO).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'CONSMAN'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-CHAVE-VALIDA          PIC X VALUE 'N'.
          88 CHAVE-VALIDA-OK       VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-FINALIDADE            PIC X.
          88 FINALIDADE-VALIDA     VALUE 'I' 'T' 'E'.
       77 WS-ID-ALUNO              PIC 9(06).
       77 WS-ID-RESP               PIC 9(06).
       77 WS-NOME-RESP             PIC X(31).
       77 WS-FONE-RESP             PIC X(15).
       77 WS-DATA-DIGITADA         PIC X(10).
       77 WS-DOCUMENTO             PIC X(20).
       77 WS-DESC-FINALIDADE       PIC X(22).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'CONSMAN'.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
      * Cadastro mestre de alunos (ALUNOMST).
       77 WS-ALM-ACAO              PIC X.
       77 WS-ALM-ACHADO            PIC X.
          88 ALM-ACHADO-OK         VALUE 'S' FALSE 'N'.
       77 WS-ALM-ID                PIC 9(06).
       77 WS-ALM-NOME              PIC X(30).
       77 WS-ALM-TURMA             PIC X(10).
       77 WS-ALM-RESP              PIC 9(06).
       77 WS-ALM-NASC              PIC X(10).
      * Conferencia pelo mesmo CONSCHK que as saidas de dados usam.
       77 WS-CK-FINALIDADE         PIC X.
       77 WS-CK-RESULTADO          PIC X.
      * Alunos com pendencia, agrupados por responsavel na impressao.
       77 WS-QTD-FALTA             PIC 9(04) VALUE 0.
       01 WS-FALTA-TAB.
           05 WS-FALTA-ENTRY OCCURS 2000 TIMES.
               10 FT-RESP              PIC 9(06).
               10 FT-ALUNO-ID          PIC 9(06).
               10 FT-NOME              PIC X(30).
               10 FT-TURMA             PIC X(10).
               10 FT-IMAGEM            PIC X.
               10 FT-TERCEIROS         PIC X.
               10 FT-EMAIL             PIC X.
               10 FT-IMPRESSO          PIC X.
       77 WS-IDX                   PIC 9(04).
       77 WS-IDX-GRP               PIC 9(04).
       77 WS-CONT-FAMILIAS         PIC 9(04).
       77 WS-SITUACAO-IMG          PIC X(08).
       77 WS-SITUACAO-TER          PIC X(08).
       77 WS-SITUACAO-EML          PIC X(08).
       77 WS-SITUACAO-TXT          PIC X(08).
       77 WS-SITUACAO-COD          PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CONSMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P050-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** CONSENTIMENTOS LGPD DA FAMILIA ****'
            DISPLAY '1 - REGISTRAR CONSENTIMENTO (CONCESSAO)'
            DISPLAY '2 - REGISTRAR REVOGACAO'
            DISPLAY '3 - CONSULTAR CONSENTIMENTOS DE UM RESPONSAVEL'
            DISPLAY '4 - RELATORIO DE FAMILIAS COM CONSENTIMENTO '
                    'FALTANDO OU REVOGADO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CONCEDE
                WHEN '2'
                    PERFORM P200-REVOGA
                WHEN '3'
                    PERFORM P300-CONSULTA
                WHEN '4'
                    PERFORM P400-RELATORIO
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P050-LE-SESSAO.
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

       P060-PEDE-CHAVE.
      * Finalidade, aluno (ou a familia inteira) e responsavel. O
      * e-mail e do responsavel: nunca tem aluno.
            SET CHAVE-VALIDA-OK TO FALSE
            DISPLAY 'FINALIDADE: I=USO DE IMAGEM  T=COMPARTILHAMENTO '
                    'COM TERCEIROS  E=COMUNICACAO POR E-MAIL'
                ACCEPT WS-FINALIDADE
            MOVE FUNCTION UPPER-CASE(WS-FINALIDADE) TO WS-FINALIDADE
            IF NOT FINALIDADE-VALIDA
                DISPLAY 'FINALIDADE INVALIDA'
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-ID-ALUNO WS-ID-RESP
            IF WS-FINALIDADE NOT = 'E'
                DISPLAY 'ID DO ALUNO NO MESTRE (0 = TODOS OS FILHOS '
                        'DO RESPONSAVEL): '
                    ACCEPT WS-ID-ALUNO
            END-IF
            IF WS-ID-ALUNO NOT = 0
                MOVE 'L' TO WS-ALM-ACAO
                MOVE WS-ID-ALUNO TO WS-ALM-ID
                CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                      WS-ALM-ID WS-ALM-NOME
                                      WS-ALM-TURMA WS-ALM-RESP
                                      WS-ALM-NASC
                IF NOT ALM-ACHADO-OK
                    DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO MESTRE'
                    EXIT PARAGRAPH
                END-IF
                IF WS-ALM-RESP = 0
                    DISPLAY 'ALUNO SEM RESPONSAVEL NO MESTRE - '
                            'INFORME PELO ALUMAN'
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ALM-RESP TO WS-ID-RESP
                DISPLAY 'ALUNO: ' FUNCTION TRIM(WS-ALM-NOME)
            ELSE
                DISPLAY 'ID DO RESPONSAVEL NO CADASTRO-PF: '
                    ACCEPT WS-ID-RESP
            END-IF
            PERFORM P070-DADOS-RESP
            IF WS-NOME-RESP = SPACES
                DISPLAY 'RESPONSAVEL NAO ENCONTRADO NO CADASTRO-PF'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'RESPONSAVEL: ' FUNCTION TRIM(WS-NOME-RESP)
            SET CHAVE-VALIDA-OK TO TRUE
            .

       P070-DADOS-RESP.
            MOVE SPACES TO WS-NOME-RESP WS-FONE-RESP
            OPEN INPUT CADASTRO-PF-FILE
            IF NOT FS-PF-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-RESP TO F-ID-PF
            READ CADASTRO-PF-FILE
                KEY IS F-ID-PF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                               DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FUNCTION TRIM(F-SEGUNDO-NOME)
                               DELIMITED BY SIZE
                        INTO WS-NOME-RESP
                    STRING '(' DELIMITED BY SIZE
                           F-DDD DELIMITED BY SIZE
                           ') ' DELIMITED BY SIZE
                           F-PREFIXO DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           F-SUFIXO DELIMITED BY SIZE
                        INTO WS-FONE-RESP
            END-READ
            CLOSE CADASTRO-PF-FILE
            .

       P080-ABRE-CONSENT.
            OPEN I-O CONSENT-FILE
            IF WS-FS-CON = 35
                OPEN OUTPUT CONSENT-FILE
                CLOSE CONSENT-FILE
                OPEN I-O CONSENT-FILE
            END-IF
            IF NOT FS-CON-OK
                CALL 'FSMSG' USING WS-FS-CON WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR OS CONSENTIMENTOS --> COD '
                        WS-FS-CON ': ' WS-FS-MSG
            END-IF
            .

       P090-PEDE-DATA.
            DISPLAY 'DATA (AAAA/MM/DD, BRANCO = HOJE): '
                ACCEPT WS-DATA-DIGITADA
            IF WS-DATA-DIGITADA = SPACES
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
                MOVE WS-DATA-FORMAT TO WS-DATA-DIGITADA
            END-IF
            .

       P100-CONCEDE.
            PERFORM P060-PEDE-CHAVE
            IF NOT CHAVE-VALIDA-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P080-ABRE-CONSENT
            IF NOT FS-CON-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-RESP    TO CS-ID-RESP
            MOVE WS-ID-ALUNO   TO CS-ID-ALUNO
            MOVE WS-FINALIDADE TO CS-FINALIDADE
            READ CONSENT-FILE
                KEY IS CS-CHAVE
                INVALID KEY
                    MOVE 23 TO WS-FS-CON
                NOT INVALID KEY
                    CONTINUE
            END-READ
            IF FS-CON-OK
                IF CS-DATA-REVOGACAO = SPACES
                    DISPLAY 'CONSENTIMENTO JA VIGENTE DESDE '
                            CS-DATA-CONCESSAO ' (DOC '
                            FUNCTION TRIM(CS-DOCUMENTO) ')'
                ELSE
                    DISPLAY 'CONSENTIMENTO REVOGADO EM '
                            CS-DATA-REVOGACAO
                END-IF
                DISPLAY 'REGISTRAR NOVA CONCESSAO ? S/N'
                    CALL 'CONFIRMA' USING WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    DISPLAY 'NADA ALTERADO'
                    CLOSE CONSENT-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF
            DISPLAY 'DATA DA CONCESSAO - '
            PERFORM P090-PEDE-DATA
            DISPLAY 'REFERENCIA DO DOCUMENTO ASSINADO (TERMO/'
                    'PROTOCOLO): '
                ACCEPT WS-DOCUMENTO
            IF WS-DOCUMENTO = SPACES
                DISPLAY 'SEM DOCUMENTO NAO HA CONSENTIMENTO - NADA '
                        'ALTERADO'
                CLOSE CONSENT-FILE
                EXIT PARAGRAPH
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-ID-RESP        TO CS-ID-RESP
            MOVE WS-ID-ALUNO       TO CS-ID-ALUNO
            MOVE WS-FINALIDADE     TO CS-FINALIDADE
            MOVE WS-DATA-DIGITADA  TO CS-DATA-CONCESSAO
            MOVE SPACES            TO CS-DATA-REVOGACAO
            MOVE WS-DOCUMENTO      TO CS-DOCUMENTO
            MOVE WS-OPERADOR-ATUAL TO CS-OPERADOR
            MOVE WS-DATA-FORMAT    TO CS-DATA-REGISTRO
            IF FS-CON-OK
                REWRITE CONSENT-LINHA
            ELSE
                WRITE CONSENT-LINHA
            END-IF
            IF FS-CON-OK
                DISPLAY 'CONSENTIMENTO REGISTRADO'
                MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                STRING 'CONCEDE ' DELIMITED BY SIZE
                       WS-FINALIDADE DELIMITED BY SIZE
                       ' ALUNO ' DELIMITED BY SIZE
                       WS-ID-ALUNO DELIMITED BY SIZE
                       ' DOC ' DELIMITED BY SIZE
                       WS-DOCUMENTO DELIMITED BY SIZE
                    INTO WS-AUD-DEPOIS
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-ID-RESP
                                       WS-AUD-ANTES WS-AUD-DEPOIS
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-CON
            END-IF
            CLOSE CONSENT-FILE
            .

       P200-REVOGA.
            PERFORM P060-PEDE-CHAVE
            IF NOT CHAVE-VALIDA-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM P080-ABRE-CONSENT
            IF NOT FS-CON-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ID-RESP    TO CS-ID-RESP
            MOVE WS-ID-ALUNO   TO CS-ID-ALUNO
            MOVE WS-FINALIDADE TO CS-FINALIDADE
            READ CONSENT-FILE
                KEY IS CS-CHAVE
                INVALID KEY
                    DISPLAY 'NAO HA CONSENTIMENTO REGISTRADO NESTA '
                            'CHAVE'
                    CLOSE CONSENT-FILE
                    EXIT PARAGRAPH
                NOT INVALID KEY
                    CONTINUE
            END-READ
            IF CS-DATA-REVOGACAO NOT = SPACES
                DISPLAY 'CONSENTIMENTO JA REVOGADO EM '
                        CS-DATA-REVOGACAO
                CLOSE CONSENT-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'CONCEDIDO EM ' CS-DATA-CONCESSAO ' (DOC '
                    FUNCTION TRIM(CS-DOCUMENTO) ')'
            DISPLAY 'DATA DA REVOGACAO - '
            PERFORM P090-PEDE-DATA
            DISPLAY 'CONFIRMA A REVOGACAO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                CLOSE CONSENT-FILE
                EXIT PARAGRAPH
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-DATA-DIGITADA  TO CS-DATA-REVOGACAO
            MOVE WS-OPERADOR-ATUAL TO CS-OPERADOR
            MOVE WS-DATA-FORMAT    TO CS-DATA-REGISTRO
            REWRITE CONSENT-LINHA
            IF FS-CON-OK
                DISPLAY 'REVOGACAO REGISTRADA - AS SAIDAS DE DADOS JA '
                        'DEIXAM DE USAR ESTE CONSENTIMENTO'
                MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                STRING 'REVOGA ' DELIMITED BY SIZE
                       WS-FINALIDADE DELIMITED BY SIZE
                       ' ALUNO ' DELIMITED BY SIZE
                       WS-ID-ALUNO DELIMITED BY SIZE
                       ' EM ' DELIMITED BY SIZE
                       WS-DATA-DIGITADA DELIMITED BY SIZE
                    INTO WS-AUD-DEPOIS
                CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-ID-RESP
                                       WS-AUD-ANTES WS-AUD-DEPOIS
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-CON
            END-IF
            CLOSE CONSENT-FILE
            .

       P300-CONSULTA.
            DISPLAY 'ID DO RESPONSAVEL NO CADASTRO-PF: '
                ACCEPT WS-ID-RESP
            PERFORM P070-DADOS-RESP
            DISPLAY 'RESPONSAVEL: ' FUNCTION TRIM(WS-NOME-RESP)
            OPEN INPUT CONSENT-FILE
            IF NOT FS-CON-OK
                DISPLAY 'NENHUM CONSENTIMENTO REGISTRADO AINDA'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-ID-RESP  TO CS-ID-RESP
            MOVE 0           TO CS-ID-ALUNO
            MOVE LOW-VALUES  TO CS-FINALIDADE
            START CONSENT-FILE KEY IS NOT LESS CS-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            MOVE 0 TO WS-IDX
            PERFORM UNTIL EOF-OK
                READ CONSENT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CS-ID-RESP NOT = WS-ID-RESP
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-IDX
                            PERFORM P350-MOSTRA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONSENT-FILE
            IF WS-IDX = 0
                DISPLAY 'NENHUM CONSENTIMENTO PARA ESTE RESPONSAVEL'
            END-IF
            .

       P350-MOSTRA-LINHA.
            EVALUATE TRUE
                WHEN CS-IMAGEM
                    MOVE 'USO DE IMAGEM'          TO WS-DESC-FINALIDADE
                WHEN CS-TERCEIROS
                    MOVE 'COMPART. C/ TERCEIROS'  TO WS-DESC-FINALIDADE
                WHEN OTHER
                    MOVE 'COMUNICACAO POR E-MAIL' TO WS-DESC-FINALIDADE
            END-EVALUATE
            IF CS-ID-ALUNO = 0
                DISPLAY 'FAMILIA       ' WS-DESC-FINALIDADE
                        ' CONCEDIDO ' CS-DATA-CONCESSAO
                        ' REVOGADO ' CS-DATA-REVOGACAO
                        ' DOC ' FUNCTION TRIM(CS-DOCUMENTO)
            ELSE
                DISPLAY 'ALUNO ' CS-ID-ALUNO '  ' WS-DESC-FINALIDADE
                        ' CONCEDIDO ' CS-DATA-CONCESSAO
                        ' REVOGADO ' CS-DATA-REVOGACAO
                        ' DOC ' FUNCTION TRIM(CS-DOCUMENTO)
            END-IF
            .

       P400-RELATORIO.
            MOVE 0 TO WS-QTD-FALTA
            OPEN INPUT ALUNOS-FILE
            IF NOT FS-ALU-OK
                CALL 'FSMSG' USING WS-FS-ALU WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS --> COD '
                        WS-FS-ALU ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO AL-ID
            START ALUNOS-FILE KEY IS GREATER AL-ID
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AL-ATIVO = 'S'
                            PERFORM P410-CONFERE-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS-FILE
            IF WS-QTD-FALTA = 0
                DISPLAY 'TODOS OS ALUNOS ATIVOS TEM OS TRES '
                        'CONSENTIMENTOS VIGENTES'
                EXIT PARAGRAPH
            END-IF
            PERFORM P450-IMPRIME
            .

       P410-CONFERE-ALUNO.
      * Aluno sem responsavel no mestre nao tem a quem pedir o
      * termo: entra com as tres finalidades faltando.
            IF WS-QTD-FALTA >= 2000
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-FALTA
            MOVE AL-ID-RESPONSAVEL TO FT-RESP(WS-QTD-FALTA)
            MOVE AL-ID             TO FT-ALUNO-ID(WS-QTD-FALTA)
            MOVE AL-NOME           TO FT-NOME(WS-QTD-FALTA)
            MOVE AL-TURMA          TO FT-TURMA(WS-QTD-FALTA)
            MOVE 'N' TO FT-IMAGEM(WS-QTD-FALTA)
                        FT-TERCEIROS(WS-QTD-FALTA)
                        FT-EMAIL(WS-QTD-FALTA)
                        FT-IMPRESSO(WS-QTD-FALTA)
            IF AL-ID-RESPONSAVEL NOT = 0
                MOVE 'I' TO WS-CK-FINALIDADE
                CALL 'CONSCHK' USING WS-CK-FINALIDADE AL-NOME AL-ID
                                     AL-ID-RESPONSAVEL WS-CK-RESULTADO
                MOVE WS-CK-RESULTADO TO FT-IMAGEM(WS-QTD-FALTA)
                MOVE 'T' TO WS-CK-FINALIDADE
                CALL 'CONSCHK' USING WS-CK-FINALIDADE AL-NOME AL-ID
                                     AL-ID-RESPONSAVEL WS-CK-RESULTADO
                MOVE WS-CK-RESULTADO TO FT-TERCEIROS(WS-QTD-FALTA)
                MOVE 'E' TO WS-CK-FINALIDADE
                CALL 'CONSCHK' USING WS-CK-FINALIDADE AL-NOME AL-ID
                                     AL-ID-RESPONSAVEL WS-CK-RESULTADO
                MOVE WS-CK-RESULTADO TO FT-EMAIL(WS-QTD-FALTA)
            END-IF
            IF FT-IMAGEM(WS-QTD-FALTA) = 'S'
               AND FT-TERCEIROS(WS-QTD-FALTA) = 'S'
               AND FT-EMAIL(WS-QTD-FALTA) = 'S'
                SUBTRACT 1 FROM WS-QTD-FALTA
            END-IF
            .

       P450-IMPRIME.
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
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE SPACES TO REL-LINHA
            STRING '*** CONSENTIMENTOS LGPD FALTANDO OU REVOGADOS - '
                        DELIMITED BY SIZE
                   WS-DATA-FORMAT DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 0 TO WS-CONT-FAMILIAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FALTA
                IF FT-IMPRESSO(WS-IDX) = 'N'
                    PERFORM P460-IMPRIME-FAMILIA
                END-IF
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'FAMILIAS: ' DELIMITED BY SIZE
                   WS-CONT-FAMILIAS DELIMITED BY SIZE
                   '   ALUNOS: ' DELIMITED BY SIZE
                   WS-QTD-FALTA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'FAMILIAS COM PENDENCIA: ' WS-CONT-FAMILIAS
                    '  ALUNOS: ' WS-QTD-FALTA
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P460-IMPRIME-FAMILIA.
            ADD 1 TO WS-CONT-FAMILIAS
            MOVE FT-RESP(WS-IDX) TO WS-ID-RESP
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF WS-ID-RESP = 0
                MOVE 'SEM RESPONSAVEL NO MESTRE (ALUMAN)' TO REL-LINHA
            ELSE
                PERFORM P070-DADOS-RESP
                STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                       WS-ID-RESP DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WS-NOME-RESP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-FONE-RESP DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-GRP FROM WS-IDX BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-FALTA
                IF FT-IMPRESSO(WS-IDX-GRP) = 'N'
                   AND FT-RESP(WS-IDX-GRP) = WS-ID-RESP
                    PERFORM P470-IMPRIME-ALUNO
                END-IF
            END-PERFORM
            .

       P470-IMPRIME-ALUNO.
            MOVE 'S' TO FT-IMPRESSO(WS-IDX-GRP)
            MOVE FT-IMAGEM(WS-IDX-GRP) TO WS-SITUACAO-COD
            PERFORM P480-TEXTO-SITUACAO
            MOVE WS-SITUACAO-TXT TO WS-SITUACAO-IMG
            MOVE FT-TERCEIROS(WS-IDX-GRP) TO WS-SITUACAO-COD
            PERFORM P480-TEXTO-SITUACAO
            MOVE WS-SITUACAO-TXT TO WS-SITUACAO-TER
            MOVE FT-EMAIL(WS-IDX-GRP) TO WS-SITUACAO-COD
            PERFORM P480-TEXTO-SITUACAO
            MOVE WS-SITUACAO-TXT TO WS-SITUACAO-EML
            MOVE SPACES TO REL-LINHA
            STRING '  ' DELIMITED BY SIZE
                   FT-ALUNO-ID(WS-IDX-GRP) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FT-NOME(WS-IDX-GRP) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FT-TURMA(WS-IDX-GRP) DELIMITED BY SIZE
                   ' IMG:' DELIMITED BY SIZE
                   WS-SITUACAO-IMG DELIMITED BY SIZE
                   ' TERC:' DELIMITED BY SIZE
                   WS-SITUACAO-TER DELIMITED BY SIZE
                   ' MAIL:' DELIMITED BY SIZE
                   WS-SITUACAO-EML DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P480-TEXTO-SITUACAO.
            EVALUATE WS-SITUACAO-COD
                WHEN 'S'
                    MOVE 'OK'       TO WS-SITUACAO-TXT
                WHEN 'R'
                    MOVE 'REVOGADO' TO WS-SITUACAO-TXT
                WHEN OTHER
                    MOVE 'FALTA'    TO WS-SITUACAO-TXT
            END-EVALUATE
            .
