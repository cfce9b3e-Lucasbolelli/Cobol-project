      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DOS CADASTROS PARA A REDE DE UNIDADES
      *          ESCOLARES. O MESTRE DE ALUNOS (ALUNOS.DAT), A GRADE DE
      *          HORARIOS (GRADEHOR.DAT) E OS OPERADORES
      *          (OPERADORES.DAT) GANHARAM CAMPOS NO FIM DO REGISTRO
      *          DESDE A VERSAO ANTERIOR; ESTE PROGRAMA LE CADA ARQUIVO
      *          NO LAYOUT DA VERSAO ANTERIOR E GRAVA <ARQUIVO>.NOVO NO
      *          LAYOUT ATUAL, COM TUDO NA UNIDADE '01' (A SEDE):
      *          ALUNO SEM NIS E FORA DO BOLSA FAMILIA (PRESENCA), O
      *          CPF COMO ESTAVA E JA COM A CHAVE ALTERNADA AL-CPF;
      *          ENCAIXE DA GRADE SEM SALA (GRADEMAN); OPERADOR SEM
      *          PROFESSOR VINCULADO (OPERMAN). O OPERADOR DE PERFIL X
      *          (ADMINISTRACAO) VAI PARA A UNIDADE '00' - A REDE -,
      *          PARA QUE ALGUEM POSSA CADASTRAR OS OPERADORES DOS
      *          ANEXOS DEPOIS. ARQUIVO QUE NAO EXISTE OU QUE JA ESTA
      *          NO LAYOUT NOVO E PULADO. NO FIM MOSTRA OS CONTADORES;
      *          A TROCA DOS .NOVO PELOS VIVOS E FEITA PELO OPERADOR
      *          DEPOIS DE CONFERIR, COM A ESCOLA PARADA (COMO NO
      *          REINDEXA). O BOLETIM NAO MUDA: A UNIDADE DELE E A DA
      *          TURMA.
      *          ORDEM DAS MIGRACOES NA ATUALIZACAO DE VERSAO, TODAS
      *          COM A ESCOLA PARADA E OS ARQUIVOS COPIADOS ANTES:
      *          1. UNIMIG (ALUNOS, GRADEHOR, OPERADORES), SERIEMIG
      *             (TURMACAT), CPFMIG (CADASTROPF), AVALMIG
      *             (AVALIACOES), COBMIG (COBRANCAS) E TARIFMIG
      *             (TARIFAS), EM QUALQUER ORDEM - CADA ARQUIVO TEM
      *             UMA SO MIGRACAO, DO LAYOUT ANTERIOR PARA O ATUAL;
      *          2. TROCA DE CADA .NOVO PELO ARQUIVO VIVO;
      *          3. SENHAMIG (SENHAS DO OPERADORES.DAT JA TROCADO);
      *          4. SIGMIG (CPF/RG DO ALUNOS.DAT JA TROCADO, QUE TEM A
      *             CHAVE AL-CPF, E ALERTAS DO SAUDEALUNO.DAT);
      *          5. CPFMIG DE NOVO, SO PARA A LISTA DOS CPFS A
      *             CORRIGIR (PRECISA DO ALUNOS.DAT TROCADO E DA CHAVE
      *             DE SIGILO QUE O SIGMIG GERA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIMIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS-ANT
               ASSIGN TO
                   WS-PATH-ALUNOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS AA-ID
                   ALTERNATE RECORD KEY IS AA-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ANT
                   .
               SELECT ALUNOS-FILE
               ASSIGN TO
                   WS-PATH-ALUNOS-NOVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-NOVO
                   .
               SELECT GRADE-ANT
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS GA-CHAVE
                   FILE STATUS IS WS-FS-ANT
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE-NOVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-NOVO
                   .
               SELECT OPERADORES-ANT
               ASSIGN TO
                   WS-PATH-OPERADORES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS OA-NOME
                   FILE STATUS IS WS-FS-ANT
                   .
               SELECT OPERADORES-FILE
               ASSIGN TO
                   WS-PATH-OPERADORES-NOVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS OP-NOME
                   FILE STATUS IS WS-FS-NOVO
                   .
       DATA DIVISION.
       FILE SECTION.
      * Layouts da versao anterior: so a chave e o resto do
      * registro, copiado como esta para o comeco do layout novo.
       FD ALUNOS-ANT
       DATA RECORD IS ALUNO-ANT-LINHA.
       01 ALUNO-ANT-LINHA.
           03 AA-ID                PIC 9(06).
           03 AA-NOME              PIC X(30).
           03 AA-RESTO             PIC X(60).
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD GRADE-ANT
       DATA RECORD IS GRADE-ANT-LINHA.
       01 GRADE-ANT-LINHA.
           03 GA-CHAVE             PIC X(19).
           03 GA-RESTO             PIC X(50).
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD OPERADORES-ANT
       DATA RECORD IS OPERADOR-ANT-LINHA.
       01 OPERADOR-ANT-LINHA.
           03 OA-NOME              PIC X(20).
           03 OA-SENHA             PIC X(12).
           03 OA-PERFIL            PIC X.
           03 OA-RESTO             PIC X(51).
       FD OPERADORES-FILE
       DATA RECORD IS OPERADOR-LINHA.
           COPY OPERADOR_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-PATH-ALUNOS-NOVO      PIC X(100).
       77 WS-PATH-GRADE-NOVO       PIC X(100).
       77 WS-PATH-OPERADORES-NOVO  PIC X(100).
       77 WS-FS-ANT                PIC 99.
          88 FS-ANT-OK             VALUE 0.
       77 WS-FS-NOVO               PIC 99.
          88 FS-NOVO-OK            VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO               PIC X(20).
       77 WS-ABERTOS               PIC X VALUE 'N'.
          88 ABERTOS-OK            VALUE 'S' FALSE 'N'.
       77 WS-CONT-ALUNOS           PIC 9(06) VALUE 0.
       77 WS-CONT-ENCAIXES         PIC 9(06) VALUE 0.
       77 WS-CONT-OPERADORES       PIC 9(06) VALUE 0.
       77 WS-CONT-REDE             PIC 9(06) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'UNIMIG' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MIGRACAO DOS CADASTROS PARA A REDE DE '
                    'UNIDADES ***'
            DISPLAY 'GRAVA ALUNOS, GRADEHOR E OPERADORES .NOVO NA '
                    'UNIDADE 01. CONFIRMA ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                STOP RUN
            END-IF

            MOVE SPACES TO WS-PATH-ALUNOS-NOVO WS-PATH-GRADE-NOVO
                           WS-PATH-OPERADORES-NOVO
            STRING FUNCTION TRIM(WS-PATH-ALUNOS) DELIMITED BY SIZE
                   '.NOVO'                       DELIMITED BY SIZE
                INTO WS-PATH-ALUNOS-NOVO
            STRING FUNCTION TRIM(WS-PATH-GRADE) DELIMITED BY SIZE
                   '.NOVO'                      DELIMITED BY SIZE
                INTO WS-PATH-GRADE-NOVO
            STRING FUNCTION TRIM(WS-PATH-OPERADORES) DELIMITED BY SIZE
                   '.NOVO'                           DELIMITED BY SIZE
                INTO WS-PATH-OPERADORES-NOVO

            PERFORM P100-MIGRA-ALUNOS
            PERFORM P300-MIGRA-GRADE
            PERFORM P400-MIGRA-OPERADORES

            DISPLAY 'ALUNOS MIGRADOS.....: ' WS-CONT-ALUNOS
            DISPLAY 'ENCAIXES MIGRADOS...: ' WS-CONT-ENCAIXES
            DISPLAY 'OPERADORES MIGRADOS.: ' WS-CONT-OPERADORES
            DISPLAY '  DELES NA REDE (00): ' WS-CONT-REDE
            DISPLAY 'ERROS DE GRAVACAO...: ' WS-CONT-ERROS
            DISPLAY 'ANTES DA TROCA, RODE TAMBEM: SERIEMIG, CPFMIG, '
                    'AVALMIG, COBMIG E TARIFMIG'
            DISPLAY 'CONFIRA E TROQUE CADA .NOVO PELO ARQUIVO VIVO '
                    'COM A ESCOLA PARADA'
            DISPLAY 'DEPOIS DA TROCA: SENHAMIG, SIGMIG E CPFMIG (LISTA '
                    'DOS CPFS), NESTA ORDEM'
            STOP RUN
            .

       P050-CONFERE-ABERTURA.
      * Chamado depois de abrir o antigo (INPUT) e o novo (OUTPUT).
      * Arquivo antigo que nao abre com o tamanho de antes ja foi
      * migrado (ou nunca existiu) e fica como esta.
            SET ABERTOS-OK TO FALSE
            EVALUATE TRUE
                WHEN WS-FS-ANT = 35
                    DISPLAY WS-ARQUIVO ': NAO EXISTE - PULADO'
                WHEN WS-FS-ANT = 39
                    DISPLAY WS-ARQUIVO ': JA ESTA NO LAYOUT NOVO - '
                            'PULADO'
                WHEN NOT FS-ANT-OK
                    CALL 'FSMSG' USING WS-FS-ANT WS-FS-MSG
                    DISPLAY WS-ARQUIVO ': ERRO AO ABRIR --> COD '
                            WS-FS-ANT ': ' WS-FS-MSG
                WHEN NOT FS-NOVO-OK
                    CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                    DISPLAY WS-ARQUIVO ': ERRO AO CRIAR O .NOVO --> '
                            'COD ' WS-FS-NOVO ': ' WS-FS-MSG
                WHEN OTHER
                    SET ABERTOS-OK TO TRUE
            END-EVALUATE
            .

       P060-CONFERE-GRAVACAO.
            IF NOT FS-NOVO-OK
                ADD 1 TO WS-CONT-ERROS
                CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                DISPLAY WS-ARQUIVO ': ERRO AO GRAVAR --> COD '
                        WS-FS-NOVO ': ' WS-FS-MSG
            END-IF
            .

       P100-MIGRA-ALUNOS.
            MOVE 'ALUNOS.DAT' TO WS-ARQUIVO
            OPEN INPUT ALUNOS-ANT
            IF FS-ANT-OK
                OPEN OUTPUT ALUNOS-FILE
            END-IF
            PERFORM P050-CONFERE-ABERTURA
            IF NOT ABERTOS-OK
                IF FS-ANT-OK
                    CLOSE ALUNOS-ANT
                END-IF
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ALUNOS-ANT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE ALUNO-ANT-LINHA TO ALUNO-LINHA
                        MOVE SPACES TO AL-NIS AL-BOLSA-FAMILIA
                        MOVE '01' TO AL-UNIDADE
                        WRITE ALUNO-LINHA
                        PERFORM P060-CONFERE-GRAVACAO
                        IF FS-NOVO-OK
                            ADD 1 TO WS-CONT-ALUNOS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS-ANT ALUNOS-FILE
            .

       P300-MIGRA-GRADE.
            MOVE 'GRADEHOR.DAT' TO WS-ARQUIVO
            OPEN INPUT GRADE-ANT
            IF FS-ANT-OK
                OPEN OUTPUT GRADE-FILE
            END-IF
            PERFORM P050-CONFERE-ABERTURA
            IF NOT ABERTOS-OK
                IF FS-ANT-OK
                    CLOSE GRADE-ANT
                END-IF
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ GRADE-ANT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE GRADE-ANT-LINHA TO GRADE-LINHA
                        MOVE SPACES TO GR-SALA
                        MOVE '01' TO GR-UNIDADE
                        WRITE GRADE-LINHA
                        PERFORM P060-CONFERE-GRAVACAO
                        IF FS-NOVO-OK
                            ADD 1 TO WS-CONT-ENCAIXES
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GRADE-ANT GRADE-FILE
            .

       P400-MIGRA-OPERADORES.
            MOVE 'OPERADORES.DAT' TO WS-ARQUIVO
            OPEN INPUT OPERADORES-ANT
            IF FS-ANT-OK
                OPEN OUTPUT OPERADORES-FILE
            END-IF
            PERFORM P050-CONFERE-ABERTURA
            IF NOT ABERTOS-OK
                IF FS-ANT-OK
                    CLOSE OPERADORES-ANT
                END-IF
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ OPERADORES-ANT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE OPERADOR-ANT-LINHA TO OPERADOR-LINHA
                        MOVE 0 TO OP-PROF-ID
                        IF OA-PERFIL = 'X'
                            MOVE '00' TO OP-UNIDADE
                        ELSE
                            MOVE '01' TO OP-UNIDADE
                        END-IF
                        WRITE OPERADOR-LINHA
                        PERFORM P060-CONFERE-GRAVACAO
                        IF FS-NOVO-OK
                            ADD 1 TO WS-CONT-OPERADORES
                            IF OA-PERFIL = 'X'
                                ADD 1 TO WS-CONT-REDE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OPERADORES-ANT OPERADORES-FILE
            .
