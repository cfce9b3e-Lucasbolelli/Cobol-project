      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CADASTRO DO ATENDIMENTO EDUCACIONAL ESPECIALIZADO
      *          (AEE.DAT) E DO PLANO EDUCACIONAL INDIVIDUALIZADO
      *          (PEI.DAT) DOS ALUNOS COM LAUDO. O REGISTRO AEE E
      *          AMARRADO AO AL-ID DO CADASTRO MESTRE: TIPO DE
      *          NECESSIDADE, DATA DO LAUDO, PROFISSIONAL DE APOIO,
      *          HORARIO DA SALA DE RECURSOS E SE A AVALIACAO E
      *          ADAPTADA. O PEI GUARDA A META DE CADA MATERIA NO ANO
      *          LETIVO E O REGISTRO DE PROGRESSO DE CADA BIMESTRE.
      *          A CONSULTA DEIXA LINHA NO LOG LGPD (LGPDLOG) E TODA
      *          ALTERACAO DO CADASTRO VAI PARA A TRILHA DE
      *          AUDITORIA. O MARCADOR AEE NAS OUTRAS TELAS SAI DO
      *          AEECHK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEEMAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AEE-FILE
               ASSIGN TO
                   WS-PATH-AEE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AE-ID
                   FILE STATUS IS WS-FS-AEE
                   .
               SELECT PEI-FILE
               ASSIGN TO
                   WS-PATH-PEI
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PE-CHAVE
                   FILE STATUS IS WS-FS-PEI
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD AEE-FILE
       DATA RECORD IS AEE-LINHA.
           COPY AEE_DADOS.
       FD PEI-FILE
       DATA RECORD IS PEI-LINHA.
           COPY PEI_DADOS.
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
       77 WS-FS-AEE                PIC 99.
          88 FS-AEE-OK             VALUE 0.
       77 WS-FS-PEI                PIC 99.
          88 FS-PEI-OK             VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EXISTE                PIC X VALUE 'N'.
          88 EXISTE-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-CONT                  PIC 9(04).
       77 WS-IDX                   PIC 9.
      * Aluno no cadastro mestre (ALUNOMST).
       77 WS-ALM-ACAO              PIC X.
       77 WS-ALM-ACHADO            PIC X.
          88 ALM-ACHADO-OK         VALUE 'S' FALSE 'N'.
       77 WS-ALM-ID                PIC 9(06).
       77 WS-ALM-NOME              PIC X(30).
       77 WS-ALM-TURMA             PIC X(10).
       77 WS-ALM-RESP              PIC 9(06).
       77 WS-ALM-NASC              PIC X(10).
      * Entrada da tela.
       77 WS-TIPO                  PIC X(03).
          88 TIPO-VALIDO           VALUE 'DI ' 'DF ' 'DV ' 'DA '
                                         'TEA' 'AH ' 'DM ' 'OUT'.
       77 WS-SALA-DIAS             PIC X(07).
       77 WS-ADAPTADA              PIC X.
       77 WS-ANO                   PIC X(07).
       77 WS-MATERIA               PIC X(20).
       77 WS-BIMESTRE              PIC 9.
       77 WS-TEXTO                 PIC X(60).
      * Log LGPD da consulta.
       77 WS-LG-PROGRAMA           PIC X(12) VALUE 'AEEMAN'.
       77 WS-LG-PROPOSITO          PIC X(10) VALUE 'AEE'.
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'AEE'.
       77 WS-AUD-ID                PIC 9(06).
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AEEMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            PERFORM P95-GARANTE-ARQUIVOS
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** ATENDIMENTO EDUCACIONAL ESPECIALIZADO ****'
            DISPLAY '1 - CADASTRAR/ALTERAR AEE DO ALUNO'
            DISPLAY '2 - CONSULTAR AEE E PEI DO ALUNO'
            DISPLAY '3 - META DO PEI POR MATERIA'
            DISPLAY '4 - REGISTRO DE PROGRESSO DO BIMESTRE'
            DISPLAY '5 - LISTAR ALUNOS EM ATENDIMENTO'
            DISPLAY '6 - ENCERRAR O ATENDIMENTO DE UM ALUNO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CADASTRA
                WHEN '2'
                    PERFORM P200-CONSULTA
                WHEN '3'
                    PERFORM P300-META
                WHEN '4'
                    PERFORM P400-PROGRESSO
                WHEN '5'
                    PERFORM P500-LISTA
                WHEN '6'
                    PERFORM P600-ENCERRA
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
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
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            .

       P95-GARANTE-ARQUIVOS.
            OPEN I-O AEE-FILE
            IF WS-FS-AEE = 35
                OPEN OUTPUT AEE-FILE
            END-IF
            CLOSE AEE-FILE
            OPEN I-O PEI-FILE
            IF WS-FS-PEI = 35
                OPEN OUTPUT PEI-FILE
            END-IF
            CLOSE PEI-FILE
            .

       P96-PEDE-ALUNO.
      * O AEE e amarrado ao cadastro mestre: aluno sem AL-ID nao
      * entra.
            DISPLAY 'ID DO ALUNO (CADASTRO MESTRE - ALUMAN): '
                ACCEPT WS-ALM-ID
            MOVE 'L' TO WS-ALM-ACAO
            CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                  WS-ALM-ID WS-ALM-NOME
                                  WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC
            IF NOT ALM-ACHADO-OK
                DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO MESTRE'
            ELSE
                DISPLAY 'ALUNO: ' FUNCTION TRIM(WS-ALM-NOME)
                        ' TURMA ' WS-ALM-TURMA
            END-IF
            .

       P97-LE-AEE.
            SET EXISTE-OK TO FALSE
            MOVE WS-ALM-ID TO AE-ID
            READ AEE-FILE
                KEY IS AE-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
            END-READ
            .

       P100-CADASTRA.
            PERFORM P96-PEDE-ALUNO
            IF NOT ALM-ACHADO-OK
                EXIT PARAGRAPH
            END-IF
            OPEN I-O AEE-FILE
            IF NOT FS-AEE-OK
                CALL 'FSMSG' USING WS-FS-AEE WS-FS-MSG
                DISPLAY 'ERRO NO CADASTRO AEE --> COD ' WS-FS-AEE
                        ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            PERFORM P97-LE-AEE
            MOVE SPACES TO WS-AUD-ANTES
            IF EXISTE-OK
                DISPLAY 'ALUNO JA CADASTRADO - TIPO ' AE-TIPO
                        ' LAUDO ' AE-DATA-LAUDO
                        ' ATIVO ' AE-ATIVO
                STRING 'TIPO '          DELIMITED BY SIZE
                       AE-TIPO          DELIMITED BY SIZE
                       ' ADAPTADA '     DELIMITED BY SIZE
                       AE-AVAL-ADAPTADA DELIMITED BY SIZE
                       ' ATIVO '        DELIMITED BY SIZE
                       AE-ATIVO         DELIMITED BY SIZE
                    INTO WS-AUD-ANTES
            ELSE
                INITIALIZE AEE-LINHA
                MOVE WS-ALM-ID TO AE-ID
            END-IF
            MOVE WS-ALM-NOME TO AE-NOME

            DISPLAY 'TIPO DE NECESSIDADE (DI/DF/DV/DA/TEA/AH/DM/OUT): '
                ACCEPT WS-TIPO
            MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
            IF NOT TIPO-VALIDO
                DISPLAY 'TIPO INVALIDO - NADA GRAVADO'
                CLOSE AEE-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TIPO TO AE-TIPO
            DISPLAY 'DESCRICAO DA NECESSIDADE: '
                ACCEPT AE-DESCRICAO
            DISPLAY 'DATA DO LAUDO (AAAA/MM/DD): '
                ACCEPT AE-DATA-LAUDO
            DISPLAY 'PROFISSIONAL DE APOIO: '
                ACCEPT AE-PROFISSIONAL
            DISPLAY 'SALA DE RECURSOS - DIAS (S/N DE SEGUNDA A '
                    'DOMINGO, EX. SNSNNNN): '
                ACCEPT WS-SALA-DIAS
            MOVE FUNCTION UPPER-CASE(WS-SALA-DIAS) TO AE-SALA-DIAS
            DISPLAY 'SALA DE RECURSOS - HORARIO (HH:MM-HH:MM): '
                ACCEPT AE-SALA-HORARIO
            DISPLAY 'AVALIACAO ADAPTADA ? S/N'
                CALL 'CONFIRMA' USING WS-ADAPTADA
            MOVE WS-ADAPTADA       TO AE-AVAL-ADAPTADA
            MOVE 'S'               TO AE-ATIVO
            MOVE WS-OPERADOR-ATUAL TO AE-OPERADOR
            MOVE WS-DATA-FORMAT    TO AE-DATA-REG

            IF EXISTE-OK
                REWRITE AEE-LINHA
            ELSE
                WRITE AEE-LINHA
            END-IF
            IF NOT FS-AEE-OK
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-AEE
                CLOSE AEE-FILE
                EXIT PARAGRAPH
            END-IF
            CLOSE AEE-FILE

            MOVE WS-ALM-ID TO WS-AUD-ID
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING 'TIPO '          DELIMITED BY SIZE
                   AE-TIPO          DELIMITED BY SIZE
                   ' ADAPTADA '     DELIMITED BY SIZE
                   AE-AVAL-ADAPTADA DELIMITED BY SIZE
                   ' ATIVO '        DELIMITED BY SIZE
                   AE-ATIVO         DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            DISPLAY 'CADASTRO AEE GRAVADO E AUDITADO'
            .

       P200-CONSULTA.
            PERFORM P96-PEDE-ALUNO
            IF NOT ALM-ACHADO-OK
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT AEE-FILE
            IF NOT FS-AEE-OK
                DISPLAY 'CADASTRO AEE VAZIO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P97-LE-AEE
            CLOSE AEE-FILE
            IF NOT EXISTE-OK
                DISPLAY 'ALUNO SEM CADASTRO AEE'
                EXIT PARAGRAPH
            END-IF
            CALL 'LGPDLOG' USING WS-ALM-ID WS-ALM-NOME
                                 WS-LG-PROGRAMA WS-LG-PROPOSITO
            DISPLAY 'TIPO.............: ' AE-TIPO ' '
                    FUNCTION TRIM(AE-DESCRICAO)
            DISPLAY 'LAUDO DE.........: ' AE-DATA-LAUDO
            DISPLAY 'PROFISSIONAL.....: ' FUNCTION TRIM(AE-PROFISSIONAL)
            DISPLAY 'SALA DE RECURSOS.: ' AE-SALA-DIAS
                    ' (SEG-DOM) ' AE-SALA-HORARIO
            DISPLAY 'AVALIACAO ADAPT..: ' AE-AVAL-ADAPTADA
            DISPLAY 'ATENDIMENTO ATIVO: ' AE-ATIVO
                    ' (POR ' FUNCTION TRIM(AE-OPERADOR)
                    ' EM ' AE-DATA-REG ')'

            MOVE 0 TO WS-CONT
            OPEN INPUT PEI-FILE
            IF NOT FS-PEI-OK
                DISPLAY 'NENHUMA META DE PEI REGISTRADA'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-ALM-ID   TO PE-ID
            MOVE LOW-VALUES  TO PE-ANO-LETIVO PE-MATERIA
            START PEI-FILE KEY IS NOT LESS THAN PE-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PEI-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PE-ID NOT = WS-ALM-ID
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-CONT
                            PERFORM P250-MOSTRA-PEI
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PEI-FILE
            IF WS-CONT = 0
                DISPLAY 'NENHUMA META DE PEI REGISTRADA'
            END-IF
            .

       P250-MOSTRA-PEI.
            DISPLAY ' '
            DISPLAY 'PEI ' PE-ANO-LETIVO ' - '
                    FUNCTION TRIM(PE-MATERIA)
            DISPLAY '  META: ' FUNCTION TRIM(PE-META)
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
                IF PE-PROGRESSO(WS-IDX) NOT = SPACES
                    DISPLAY '  BIM ' WS-IDX ' (' PE-DATA-PROG(WS-IDX)
                            '): ' FUNCTION TRIM(PE-PROGRESSO(WS-IDX))
                END-IF
            END-PERFORM
            .

       P300-META.
            PERFORM P96-PEDE-ALUNO
            IF NOT ALM-ACHADO-OK
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT AEE-FILE
            PERFORM P97-LE-AEE
            CLOSE AEE-FILE
            IF NOT EXISTE-OK OR AE-ATIVO NOT = 'S'
                DISPLAY 'ALUNO SEM ATENDIMENTO AEE ATIVO - CADASTRE '
                        'PELA OPCAO 1'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'MATERIA: '
                ACCEPT WS-MATERIA
            OPEN I-O PEI-FILE
            IF NOT FS-PEI-OK
                CALL 'FSMSG' USING WS-FS-PEI WS-FS-MSG
                DISPLAY 'ERRO NO PEI --> COD ' WS-FS-PEI
                        ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EXISTE-OK TO FALSE
            MOVE WS-ALM-ID  TO PE-ID
            MOVE WS-ANO     TO PE-ANO-LETIVO
            MOVE WS-MATERIA TO PE-MATERIA
            READ PEI-FILE
                KEY IS PE-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
                    DISPLAY 'META ATUAL: ' FUNCTION TRIM(PE-META)
            END-READ
            DISPLAY 'META DO PEI PARA A MATERIA: '
                ACCEPT WS-TEXTO
            IF WS-TEXTO = SPACES
                DISPLAY 'META EM BRANCO - NADA GRAVADO'
                CLOSE PEI-FILE
                EXIT PARAGRAPH
            END-IF
            IF NOT EXISTE-OK
                INITIALIZE PEI-LINHA
                MOVE WS-ALM-ID  TO PE-ID
                MOVE WS-ANO     TO PE-ANO-LETIVO
                MOVE WS-MATERIA TO PE-MATERIA
            END-IF
            MOVE WS-TEXTO          TO PE-META
            MOVE WS-OPERADOR-ATUAL TO PE-OPERADOR
            MOVE WS-DATA-FORMAT    TO PE-DATA
            IF EXISTE-OK
                REWRITE PEI-LINHA
            ELSE
                WRITE PEI-LINHA
            END-IF
            IF FS-PEI-OK
                DISPLAY 'META DO PEI GRAVADA'
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-PEI
            END-IF
            CLOSE PEI-FILE
            .

       P400-PROGRESSO.
            PERFORM P96-PEDE-ALUNO
            IF NOT ALM-ACHADO-OK
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
            DISPLAY 'MATERIA: '
                ACCEPT WS-MATERIA
            DISPLAY 'BIMESTRE (1-4): '
                ACCEPT WS-BIMESTRE
            IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                DISPLAY 'BIMESTRE INVALIDO'
                EXIT PARAGRAPH
            END-IF
            OPEN I-O PEI-FILE
            IF NOT FS-PEI-OK
                CALL 'FSMSG' USING WS-FS-PEI WS-FS-MSG
                DISPLAY 'ERRO NO PEI --> COD ' WS-FS-PEI
                        ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ALM-ID  TO PE-ID
            MOVE WS-ANO     TO PE-ANO-LETIVO
            MOVE WS-MATERIA TO PE-MATERIA
            READ PEI-FILE
                KEY IS PE-CHAVE
                INVALID KEY
                    DISPLAY 'SEM META DE PEI PARA ESTA MATERIA NO ANO '
                            '- REGISTRE A META PELA OPCAO 3'
                    CLOSE PEI-FILE
                    EXIT PARAGRAPH
            END-READ
            DISPLAY 'META: ' FUNCTION TRIM(PE-META)
            IF PE-PROGRESSO(WS-BIMESTRE) NOT = SPACES
                DISPLAY 'REGISTRO ATUAL: '
                        FUNCTION TRIM(PE-PROGRESSO(WS-BIMESTRE))
            END-IF
            DISPLAY 'PROGRESSO NO BIMESTRE: '
                ACCEPT WS-TEXTO
            IF WS-TEXTO = SPACES
                DISPLAY 'REGISTRO EM BRANCO - NADA GRAVADO'
                CLOSE PEI-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TEXTO          TO PE-PROGRESSO(WS-BIMESTRE)
            MOVE WS-DATA-FORMAT    TO PE-DATA-PROG(WS-BIMESTRE)
            MOVE WS-OPERADOR-ATUAL TO PE-OPERADOR
            MOVE WS-DATA-FORMAT    TO PE-DATA
            REWRITE PEI-LINHA
            IF FS-PEI-OK
                DISPLAY 'PROGRESSO DO BIMESTRE GRAVADO'
            ELSE
                DISPLAY 'ERRO AO GRAVAR --> COD ' WS-FS-PEI
            END-IF
            CLOSE PEI-FILE
            .

       P500-LISTA.
            MOVE 0 TO WS-CONT
            OPEN INPUT AEE-FILE
            IF NOT FS-AEE-OK
                DISPLAY 'CADASTRO AEE VAZIO'
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE LOW-VALUES TO AE-ID
            START AEE-FILE KEY IS GREATER AE-ID
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ AEE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AE-ATIVO = 'S'
                            ADD 1 TO WS-CONT
                            DISPLAY AE-ID ' '
                                    AE-NOME ' ' AE-TIPO
                                    ' ADAPT ' AE-AVAL-ADAPTADA
                                    ' SALA ' AE-SALA-DIAS ' '
                                    AE-SALA-HORARIO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AEE-FILE
            DISPLAY 'ALUNOS EM ATENDIMENTO: ' WS-CONT
            .

       P600-ENCERRA.
            PERFORM P96-PEDE-ALUNO
            IF NOT ALM-ACHADO-OK
                EXIT PARAGRAPH
            END-IF
            OPEN I-O AEE-FILE
            IF NOT FS-AEE-OK
                DISPLAY 'CADASTRO AEE VAZIO'
                EXIT PARAGRAPH
            END-IF
            PERFORM P97-LE-AEE
            IF NOT EXISTE-OK OR AE-ATIVO NOT = 'S'
                DISPLAY 'ALUNO SEM ATENDIMENTO AEE ATIVO'
                CLOSE AEE-FILE
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ENCERRA O ATENDIMENTO (O PEI FICA GUARDADO) ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                CLOSE AEE-FILE
                EXIT PARAGRAPH
            END-IF
            MOVE 'N'               TO AE-ATIVO
            MOVE WS-OPERADOR-ATUAL TO AE-OPERADOR
            MOVE WS-DATA-FORMAT    TO AE-DATA-REG
            REWRITE AEE-LINHA
            CLOSE AEE-FILE
            MOVE WS-ALM-ID TO WS-AUD-ID
            MOVE 'ATENDIMENTO AEE ATIVO'     TO WS-AUD-ANTES
            MOVE 'ATENDIMENTO AEE ENCERRADO' TO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            DISPLAY 'ATENDIMENTO ENCERRADO E AUDITADO'
            .
