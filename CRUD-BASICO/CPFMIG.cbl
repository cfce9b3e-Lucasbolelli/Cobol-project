      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DO CPF. O CADASTRO DE RESPONSAVEIS
      *          (CADASTROPF.DAT) GANHOU E-MAIL, CANAL PREFERIDO E O
      *          CAMPO F-CPF, CHAVE ALTERNADA, DESDE A VERSAO
      *          ANTERIOR; ESTE PROGRAMA LE O ARQUIVO NO LAYOUT DA
      *          VERSAO ANTERIOR E GRAVA CADASTROPF.DAT.NOVO NO ATUAL
      *          (SEM E-MAIL, CANAL CARTA E O CPF DO RESPONSAVEL EM
      *          BRANCO, PARA SER INFORMADO NO PFMANUT). A CHAVE
      *          ALTERNADA AL-CPF DO MESTRE DE ALUNOS (ALUNOS.DAT) E
      *          MONTADA PELO UNIMIG, QUE E A MIGRACAO DAQUELE
      *          ARQUIVO. DEPOIS O PROGRAMA PERCORRE OS DOIS ARQUIVOS
      *          VIVOS PELA CHAVE DE CPF E LISTA
      *          NO SPOOL OS CPFS JA GRAVADOS QUE NAO PASSAM NO
      *          DIGITO VERIFICADOR (CPFCHK) E OS REPETIDOS EM MAIS
      *          DE UM CADASTRO - SO ID E NOME, SEM O CPF (SIGILO) -
      *          PARA A SECRETARIA CORRIGIR NO ALUMAN/PFMANUT. CPF
      *          CIFRADO SEM A CHAVE DE SIGILO NAO TEM COMO SER
      *          CONFERIDO E SO E CONTADO. ARQUIVO QUE JA ESTA NO
      *          LAYOUT NOVO NAO E MIGRADO, MAS E CONFERIDO DO MESMO
      *          JEITO - O PROGRAMA PODE SER RODADO DE NOVO SO PARA
      *          TIRAR A LISTA. A TROCA DOS .NOVO PELOS VIVOS E FEITA
      *          PELO OPERADOR DEPOIS DE CONFERIR, COM A ESCOLA
      *          PARADA (COMO NO UNIMIG). ORDEM DAS MIGRACOES: VER O
      *          CABECALHO DO UNIMIG - ESTE RODA NO PASSO 1 (MIGRA O
      *          CADASTROPF; O ALUNOS.DAT AINDA ANTIGO NAO E
      *          CONFERIDO) E DE NOVO NO PASSO 5, DEPOIS DA TROCA E
      *          DO SIGMIG, SO PARA TIRAR A LISTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFMIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
                   FILE STATUS IS WS-FS-NOVO
                   .
               SELECT CADASTROPF-ANT
               ASSIGN TO
                   WS-PATH-CADASTRO-PF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS PA-ID-PF
                   FILE STATUS IS WS-FS-ANT
                   .
               SELECT CADASTRO-PF-FILE
               ASSIGN TO
                   WS-PATH-CADASTRO-PF-NOVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-NOVO
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
      * Layout da versao anterior do responsavel: a chave e o resto
      * do registro, copiado como esta para o comeco do layout novo.
       FD CADASTROPF-ANT
       DATA RECORD IS CADASTROPF-ANT-LINHA.
       01 CADASTROPF-ANT-LINHA.
           03 PA-ID-PF             PIC 9(06).
           03 PA-RESTO             PIC X(133).
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-PATH-CADASTRO-PF-NOVO PIC X(100).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'CPFMIG'.
       77 WS-FS-ANT                PIC 99.
          88 FS-ANT-OK             VALUE 0.
       77 WS-FS-NOVO               PIC 99.
          88 FS-NOVO-OK            VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-CONFIRMA              PIC X.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO               PIC X(20).
       77 WS-ABERTOS               PIC X VALUE 'N'.
          88 ABERTOS-OK            VALUE 'S' FALSE 'N'.
      * Conferencia do responsavel: 'V' confere o vivo que ja estava
      * no layout novo, 'N' nao ha o que conferir (recem-migrado).
       77 WS-CONFERE-PF            PIC X VALUE 'N'.
      * CPF corrente da varredura e o do registro anterior, para
      * achar os repetidos (a chave traz os iguais em sequencia).
       77 WS-CPF-ATUAL             PIC X(11).
       77 WS-ID-ATUAL              PIC 9(06).
       77 WS-NOME-ATUAL            PIC X(30).
       77 WS-CPF-ANTERIOR          PIC X(11).
       77 WS-ID-ANTERIOR           PIC 9(06).
       77 WS-TIPO-CADASTRO         PIC X(11).
       77 WS-SG-ACAO               PIC X VALUE 'D'.
       77 WS-SG-TIPO               PIC X VALUE 'C'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-NOME               PIC X(30) VALUE SPACES.
       77 WS-SG-RESULTADO          PIC X.
       77 WS-CC-ACAO               PIC X VALUE 'V'.
       77 WS-CC-CPF                PIC X(11).
       77 WS-CC-ID                 PIC 9(06) VALUE 0.
       77 WS-CC-ID-DONO            PIC 9(06).
       77 WS-CC-RESULTADO          PIC X.
       77 WS-CC-MENSAGEM           PIC X(60).
       77 WS-CONT-RESPONSAVEIS     PIC 9(06) VALUE 0.
       77 WS-CONT-ERROS            PIC 9(06) VALUE 0.
       77 WS-CONT-CONFERIDOS       PIC 9(06) VALUE 0.
       77 WS-CONT-INVALIDOS        PIC 9(06) VALUE 0.
       77 WS-CONT-REPETIDOS        PIC 9(06) VALUE 0.
       77 WS-CONT-SEM-CHAVE        PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'CPFMIG' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** MIGRACAO DO CPF DE ALUNOS E RESPONSAVEIS ***'
            DISPLAY 'GRAVA CADASTROPF .NOVO COM A CHAVE DE CPF E '
                    'LISTA OS CPFS A CORRIGIR. CONFIRMA ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'NADA ALTERADO'
                STOP RUN
            END-IF

            MOVE SPACES TO WS-PATH-CADASTRO-PF-NOVO
            STRING FUNCTION TRIM(WS-PATH-CADASTRO-PF) DELIMITED BY SIZE
                   '.NOVO'                            DELIMITED BY SIZE
                INTO WS-PATH-CADASTRO-PF-NOVO

            PERFORM P200-MIGRA-RESPONSAVEIS

            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
            MOVE '*** CPFS A CORRIGIR - INVALIDOS OU REPETIDOS ***'
                TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            PERFORM P300-CONFERE-ALUNOS
            PERFORM P400-CONFERE-RESPONSAVEIS
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CONFERIDOS: ' DELIMITED BY SIZE
                   WS-CONT-CONFERIDOS DELIMITED BY SIZE
                   '  INVALIDOS: ' DELIMITED BY SIZE
                   WS-CONT-INVALIDOS DELIMITED BY SIZE
                   '  REPETIDOS: ' DELIMITED BY SIZE
                   WS-CONT-REPETIDOS DELIMITED BY SIZE
                   '  SEM CHAVE: ' DELIMITED BY SIZE
                   WS-CONT-SEM-CHAVE DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE

            DISPLAY 'RESPONSAVEIS MIGRADOS.: ' WS-CONT-RESPONSAVEIS
            DISPLAY 'ERROS DE GRAVACAO.....: ' WS-CONT-ERROS
            DISPLAY 'CPFS CONFERIDOS.......: ' WS-CONT-CONFERIDOS
            DISPLAY '  INVALIDOS...........: ' WS-CONT-INVALIDOS
            DISPLAY '  REPETIDOS...........: ' WS-CONT-REPETIDOS
            DISPLAY '  SEM CHAVE DE SIGILO.: ' WS-CONT-SEM-CHAVE
            DISPLAY 'LISTA DOS CPFS A CORRIGIR EM: ' WS-PATH-RELATORIO
            DISPLAY 'CONFIRA E TROQUE CADA .NOVO PELO ARQUIVO VIVO '
                    'COM A ESCOLA PARADA'
            STOP RUN
            .

       P050-CONFERE-ABERTURA.
      * Chamado depois de abrir o antigo (INPUT) e o novo (OUTPUT).
      * Arquivo antigo que nao abre com o layout de antes ja foi
      * migrado (ou nunca existiu) e fica como esta.
            SET ABERTOS-OK TO FALSE
            EVALUATE TRUE
                WHEN WS-FS-ANT = 35
                    DISPLAY WS-ARQUIVO ': NAO EXISTE - PULADO'
                WHEN WS-FS-ANT = 39
                    DISPLAY WS-ARQUIVO ': JA ESTA NO LAYOUT NOVO - '
                            'SO CONFERIDO'
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

       P200-MIGRA-RESPONSAVEIS.
            MOVE 'CADASTROPF.DAT' TO WS-ARQUIVO
            OPEN INPUT CADASTROPF-ANT
            IF FS-ANT-OK
                OPEN OUTPUT CADASTRO-PF-FILE
            END-IF
            PERFORM P050-CONFERE-ABERTURA
            IF NOT ABERTOS-OK
                IF FS-ANT-OK
                    CLOSE CADASTROPF-ANT
                END-IF
                IF WS-FS-ANT = 39
                    MOVE WS-PATH-CADASTRO-PF
                        TO WS-PATH-CADASTRO-PF-NOVO
                    MOVE 'V' TO WS-CONFERE-PF
                END-IF
                EXIT PARAGRAPH
            END-IF
      * Recem-migrado, todo CPF de responsavel esta em branco: nao
      * ha o que conferir.
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CADASTROPF-ANT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE CADASTROPF-ANT-LINHA TO CADASTRO-PF-LINHA
                        MOVE SPACES TO F-EMAIL F-CANAL F-CPF
                        WRITE CADASTRO-PF-LINHA
                        PERFORM P060-CONFERE-GRAVACAO
                        IF FS-NOVO-OK
                            ADD 1 TO WS-CONT-RESPONSAVEIS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CADASTROPF-ANT CADASTRO-PF-FILE
            .

       P300-CONFERE-ALUNOS.
      * O mestre de alunos e conferido sempre no arquivo vivo, que
      * so tem a chave de CPF depois da troca do .NOVO do UNIMIG.
            OPEN INPUT ALUNOS-FILE
            IF WS-FS-NOVO = 39
                DISPLAY 'ALUNOS.DAT: AINDA NO LAYOUT ANTERIOR - NAO '
                        'CONFERIDO. TROQUE O .NOVO DO UNIMIG E RODE O '
                        'CPFMIG DE NOVO'
                EXIT PARAGRAPH
            END-IF
            IF NOT FS-NOVO-OK
                CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                DISPLAY 'ALUNOS.DAT: ERRO AO CONFERIR --> COD '
                        WS-FS-NOVO ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE 'ALUNO' TO WS-TIPO-CADASTRO
            MOVE SPACES TO WS-CPF-ANTERIOR
            SET EOF-OK TO FALSE
      * CPF em branco fica antes de qualquer CPF na chave.
            MOVE SPACES TO AL-CPF
            START ALUNOS-FILE KEY IS > AL-CPF
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE AL-CPF  TO WS-CPF-ATUAL
                        MOVE AL-ID   TO WS-ID-ATUAL
                        MOVE AL-NOME TO WS-NOME-ATUAL
                        PERFORM P500-CONFERE-CPF
                END-READ
            END-PERFORM
            CLOSE ALUNOS-FILE
            .

       P400-CONFERE-RESPONSAVEIS.
            IF WS-CONFERE-PF = 'N'
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT CADASTRO-PF-FILE
            IF NOT FS-NOVO-OK
                CALL 'FSMSG' USING WS-FS-NOVO WS-FS-MSG
                DISPLAY 'CADASTROPF.DAT: ERRO AO CONFERIR --> COD '
                        WS-FS-NOVO ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE 'RESPONSAVEL' TO WS-TIPO-CADASTRO
            MOVE SPACES TO WS-CPF-ANTERIOR
            SET EOF-OK TO FALSE
            MOVE SPACES TO F-CPF
            START CADASTRO-PF-FILE KEY IS > F-CPF
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CADASTRO-PF-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE F-CPF   TO WS-CPF-ATUAL
                        MOVE F-ID-PF TO WS-ID-ATUAL
                        MOVE SPACES  TO WS-NOME-ATUAL
                        STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                                    DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               FUNCTION TRIM(F-SEGUNDO-NOME)
                                    DELIMITED BY SIZE
                            INTO WS-NOME-ATUAL
                        PERFORM P500-CONFERE-CPF
                END-READ
            END-PERFORM
            CLOSE CADASTRO-PF-FILE
            .

       P500-CONFERE-CPF.
      * O CPF gravado esta cifrado (deterministico): dois cadastros
      * com o mesmo CPF tem o mesmo texto cifrado.
            ADD 1 TO WS-CONT-CONFERIDOS
            IF WS-CPF-ATUAL = WS-CPF-ANTERIOR
                ADD 1 TO WS-CONT-REPETIDOS
                MOVE SPACES TO REL-LINHA
                STRING WS-TIPO-CADASTRO DELIMITED BY SIZE
                       ' REPETIDO: ID ' DELIMITED BY SIZE
                       WS-ID-ATUAL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NOME-ATUAL DELIMITED BY SIZE
                       ' MESMO CPF DO ID ' DELIMITED BY SIZE
                       WS-ID-ANTERIOR DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            ELSE
                MOVE WS-CPF-ATUAL TO WS-SG-VALOR
                CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO
                                    WS-SG-VALOR WS-SG-EXIBE
                                    WS-ID-ATUAL WS-SG-NOME
                                    WS-SG-RESULTADO
                IF WS-SG-RESULTADO = 'N'
                    ADD 1 TO WS-CONT-SEM-CHAVE
                ELSE
                    MOVE WS-SG-VALOR(1:11) TO WS-CC-CPF
                    CALL 'CPFCHK' USING WS-CC-ACAO WS-CC-CPF
                                        WS-CC-ID WS-CC-ID-DONO
                                        WS-CC-RESULTADO
                                        WS-CC-MENSAGEM
                    IF WS-CC-RESULTADO = 'I'
                        ADD 1 TO WS-CONT-INVALIDOS
                        MOVE SPACES TO REL-LINHA
                        STRING WS-TIPO-CADASTRO DELIMITED BY SIZE
                               ' INVALIDO: ID ' DELIMITED BY SIZE
                               WS-ID-ATUAL DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WS-NOME-ATUAL DELIMITED BY SIZE
                            INTO REL-LINHA
                        WRITE REL-LINHA
                    END-IF
                END-IF
            END-IF
            MOVE WS-CPF-ATUAL  TO WS-CPF-ANTERIOR
            MOVE WS-ID-ATUAL   TO WS-ID-ANTERIOR
            .
