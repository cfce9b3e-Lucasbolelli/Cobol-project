      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: RENOMEACAO CONTROLADA DE MATERIA OU PROFESSOR. O
      *          NOME E A CHAVE DO CATALOGO (MC-NOME NO MATCAT.DAT,
      *          PROF-NOME NO PROFCAT.DAT) E E COPIADO EM CADA
      *          REGISTRO QUE O USA, POR ISSO O MATMANUT E O
      *          PROFMANUT NAO CORRIGEM UMA GRAFIA ERRADA. ESTE
      *          PROGRAMA TROCA O NOME NUMA EXECUCAO SO, ARQUIVO POR
      *          ARQUIVO: NOTASV2.DAT (F-MATERIA/F-PROFESSOR), OS
      *          ARQUIVOS DOS ANOS FECHADOS (CATALOGO DO ANOFECHA),
      *          GRADEHOR.DAT, ESTAT.DAT E MATCAT_ANO.DAT (MATERIA NA
      *          CHAVE), AULAS.DAT (MATERIA, PROFESSOR E SUBSTITUTO),
      *          PROFBIM.DAT E, POR ULTIMO, O PROPRIO CATALOGO (O
      *          PROFESSOR MANTEM O PROF-ID). RODA COM O BOLETIM
      *          TRAVADO (BLOQUEIO, COMO O ANOFECHA), GRAVA UMA
      *          LINHA DE AUDITORIA POR REGISTRO ALTERADO E ANOTA NO
      *          JORNAL RENOMEIA.JRN O ULTIMO ARQUIVO CONCLUIDO: SE A
      *          MAQUINA CAIR, A PROXIMA EXECUCAO RETOMA A MESMA
      *          RENOMEACAO DO ARQUIVO SEGUINTE. A CONTAGEM ANTES E
      *          DEPOIS DE CADA ARQUIVO PROVA QUE NENHUM REGISTRO
      *          FICOU COM O NOME ANTIGO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOMEIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT BOLETIM-ARQ
               ASSIGN TO
                   WS-PATH-ARQUIVO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FA-ID
                   ALTERNATE RECORD KEY IS FA-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ARQ
                   .
               SELECT CATALOGO
               ASSIGN TO
                   WS-PATH-ANOS-FECHADOS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CAT
                   .
               SELECT GRADE-FILE
               ASSIGN TO
                   WS-PATH-GRADE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS GR-CHAVE
                   FILE STATUS IS WS-FS-GRD
                   .
               SELECT ESTAT-FILE
               ASSIGN TO
                   WS-PATH-ESTAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS ES-CHAVE
                   FILE STATUS IS WS-FS-EST
                   .
               SELECT MATANO-FILE
               ASSIGN TO
                   WS-PATH-MATCAT-ANO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS MA-CHAVE
                   FILE STATUS IS WS-FS-MAN
                   .
               SELECT AULA-FILE
               ASSIGN TO
                   WS-PATH-AULAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AU-CHAVE
                   FILE STATUS IS WS-FS-AUL
                   .
               SELECT PROFBIM-FILE
               ASSIGN TO
                   WS-PATH-PROFBIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PB-CHAVE
                   FILE STATUS IS WS-FS-PBM
                   .
               SELECT MATCAT-FILE
               ASSIGN TO
                   WS-PATH-MATCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS MC-NOME
                   FILE STATUS IS WS-FS-MCT
                   .
               SELECT PROFCAT-FILE
               ASSIGN TO
                   WS-PATH-PROFCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PROF-NOME
                   FILE STATUS IS WS-FS-PRF
                   .
               SELECT JORNAL-FILE
               ASSIGN TO
                   WS-PATH-RENOMEIA-JRN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-JRN
                   .
       DATA DIVISION.
       FILE SECTION.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
      * Arquivo de um ano fechado: o mesmo layout do NOTASV2.DAT.
       FD BOLETIM-ARQ
       DATA RECORD IS ARQ-LINHA.
       01 ARQ-LINHA.
           03 FA-ID            PIC 9(06).
           03 FA-NOME          PIC X(30).
           03 FA-MATERIA       PIC X(20).
           03 FA-MEIO          PIC X(47).
           03 FA-PROFESSOR     PIC X(30).
           03 FA-STATUS        PIC X(14).
       FD CATALOGO
       DATA RECORD IS CAT-LINHA.
       01 CAT-LINHA.
           03 CAT-ANO          PIC X(07).
           03 CAT-PATH         PIC X(100).
       FD GRADE-FILE
       DATA RECORD IS GRADE-LINHA.
           COPY GRADE_DADOS.
       FD ESTAT-FILE
       DATA RECORD IS ESTAT-LINHA.
           COPY ESTAT_DADOS.
       FD MATANO-FILE
       DATA RECORD IS MATANO-LINHA.
       01 MATANO-LINHA.
           03 MA-CHAVE.
               05 MA-ANO           PIC X(07).
               05 MA-NOME          PIC X(20).
           03 MA-MEDIA-APROVACAO   PIC 9(02)V9.
       FD AULA-FILE
       DATA RECORD IS AULA-LINHA.
           COPY AULA_DADOS.
       FD PROFBIM-FILE
       DATA RECORD IS PROFBIM-LINHA.
           COPY PROFBIM_DADOS.
       FD MATCAT-FILE
       DATA RECORD IS MATCAT-LINHA.
           COPY MATCAT_DADOS.
       FD PROFCAT-FILE
       DATA RECORD IS PROFCAT-LINHA.
           COPY PROFCAT_DADOS.
       FD JORNAL-FILE
       DATA RECORD IS JORNAL-LINHA.
      * Jornal da renomeacao (registro unico, sobrescrito como o do
      * ANOFECHA): qual nome esta sendo trocado e o ultimo passo
      * (arquivo) concluido. Vazio = nenhuma renomeacao pendente.
       01 JORNAL-LINHA.
           03 JR-TIPO          PIC X.
           03 JR-ANTIGO        PIC X(30).
           03 JR-NOVO          PIC X(30).
           03 JR-PASSO         PIC 9.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-ARQ                PIC 99.
          88 FS-ARQ-OK             VALUE 0.
       77 WS-FS-CAT                PIC 99.
       77 WS-FS-GRD                PIC 99.
          88 FS-GRD-OK             VALUE 0.
       77 WS-FS-EST                PIC 99.
          88 FS-EST-OK             VALUE 0.
       77 WS-FS-MAN                PIC 99.
          88 FS-MAN-OK             VALUE 0.
       77 WS-FS-AUL                PIC 99.
          88 FS-AUL-OK             VALUE 0.
       77 WS-FS-PBM                PIC 99.
          88 FS-PBM-OK             VALUE 0.
       77 WS-FS-MCT                PIC 99.
          88 FS-MCT-OK             VALUE 0.
       77 WS-FS-PRF                PIC 99.
          88 FS-PRF-OK             VALUE 0.
       77 WS-FS-JRN                PIC 99.
       77 WS-FS-ABERTURA           PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-PATH-ARQUIVO          PIC X(100).
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-CAT               PIC X VALUE 'N'.
          88 EOF-CAT-OK            VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA              PIC X.
      * Tipo da renomeacao e os dois nomes (materia usa so as 20
      * primeiras posicoes, o tamanho de MC-NOME/F-MATERIA).
       77 WS-TIPO                  PIC X.
          88 TIPO-MATERIA          VALUE 'M'.
          88 TIPO-PROFESSOR        VALUE 'P'.
          88 TIPO-VALIDO           VALUE 'M' 'P'.
       77 WS-ANTIGO                PIC X(30).
       77 WS-NOVO                  PIC X(30).
       77 WS-TIPO-DESC             PIC X(09).
       77 WS-RETOMADA              PIC X VALUE 'N'.
          88 RETOMADA-OK           VALUE 'S' FALSE 'N'.
       77 WS-PASSO-FEITO           PIC 9 VALUE 0.
      * Modo da varredura: C = CONTA ANTES, R = RENOMEIA,
      * V = CONTA DEPOIS (VERIFICACAO).
       77 WS-MODO                  PIC X.
          88 MODO-CONTA            VALUE 'C'.
          88 MODO-RENOMEIA         VALUE 'R'.
          88 MODO-VERIFICA         VALUE 'V'.
       77 WS-PASSO                 PIC 9.
       77 WS-TEM-ANTIGO            PIC X.
          88 TEM-ANTIGO            VALUE 'S' FALSE 'N'.
       77 WS-TEM-NOVO              PIC X.
          88 TEM-NOVO              VALUE 'S' FALSE 'N'.
       77 WS-DIVERGENCIAS          PIC 9(02) VALUE 0.
       77 WS-ERROS                 PIC 9(06) VALUE 0.
       77 WS-CONT-ANOS             PIC 9(03) VALUE 0.
      * Registro com o nome na chave: a copia com a chave nova e
      * gravada antes de apagar a antiga (queda no meio nunca perde
      * o registro; na retomada, a chave nova ja existente so faz
      * apagar a antiga).
       77 WS-ESTAT-SALVO           PIC X(60).
       77 WS-MATANO-SALVO          PIC X(30).
       77 WS-MATCAT-SALVO          PIC X(40).
       77 WS-PROFCAT-SALVO         PIC X(35).
      * Passos da renomeacao - o catalogo vai por ultimo para que
      * uma queda no meio deixe o nome antigo ainda valido nos
      * fluxos de lancamento ate a retomada.
       01 WS-PASSOS-PADRAO.
           05 FILLER PIC X(10) VALUE 'NOTASV2   '.
           05 FILLER PIC X(10) VALUE 'ANOS FECH.'.
           05 FILLER PIC X(10) VALUE 'GRADEHOR  '.
           05 FILLER PIC X(10) VALUE 'ESTAT     '.
           05 FILLER PIC X(10) VALUE 'MATCAT_ANO'.
           05 FILLER PIC X(10) VALUE 'AULAS     '.
           05 FILLER PIC X(10) VALUE 'PROFBIM   '.
           05 FILLER PIC X(10) VALUE 'CATALOGO  '.
       01 WS-PASSOS-TAB REDEFINES WS-PASSOS-PADRAO.
           05 WS-PS-ARQUIVO        PIC X(10) OCCURS 8 TIMES.
      * Quais passos valem para cada tipo (S/N por passo).
       77 WS-PASSOS-MATERIA        PIC X(08) VALUE 'SSSSSSNS'.
       77 WS-PASSOS-PROFESSOR      PIC X(08) VALUE 'SSSNNSSS'.
       77 WS-PASSOS-TIPO           PIC X(08).
      * Contagem por passo: registros com o nome antigo e com o
      * nome novo, antes e depois, e registros alterados.
       01 WS-CONTAGENS.
           05 WS-CT OCCURS 8 TIMES.
               10 WS-CT-ANTES-ANT  PIC 9(07).
               10 WS-CT-ANTES-NOV  PIC 9(07).
               10 WS-CT-ALTERADOS  PIC 9(07).
               10 WS-CT-DEPOIS-ANT PIC 9(07).
               10 WS-CT-DEPOIS-NOV PIC 9(07).
       77 WS-CT-ESPERADO           PIC 9(07).
       01 WS-QUADRO-LINHA.
           05 WS-QL-ARQUIVO        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QL-ANTES-ANT      PIC Z(06)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QL-ANTES-NOV      PIC Z(06)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QL-ALTERADOS      PIC Z(06)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QL-DEPOIS-ANT     PIC Z(06)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QL-DEPOIS-NOV     PIC Z(06)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-QL-SITUACAO       PIC X(10).
      * Controle de concorrencia (BLOQUEIO), como no ANOFECHA: a
      * troca em massa exige exclusividade (ARQ-BOLETIM) e nao
      * inicia com sessao interativa aberta.
       77 WS-BLQ-ACAO              PIC X.
       77 WS-BLQ-CHAVE             PIC X(12).
       77 WS-BLQ-PROGRAMA          PIC X(10) VALUE 'RENOMEIA'.
       77 WS-BLQ-RESULTADO         PIC X.
          88 BLQ-CONCEDIDO         VALUE 'S' FALSE 'N'.
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'RENOMEIA'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RENOMEIA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** RENOMEACAO DE MATERIA OU PROFESSOR ***'

            PERFORM P070-LE-JORNAL
            IF NOT RETOMADA-OK
                PERFORM P100-PEDE-NOMES
                PERFORM P150-CONFERE-CATALOGO
            END-IF
            PERFORM P160-MONTA-TIPO

            DISPLAY WS-TIPO-DESC ': ' FUNCTION TRIM(WS-ANTIGO)
                    ' --> ' FUNCTION TRIM(WS-NOVO)
            DISPLAY 'O NOME SERA TROCADO NO CATALOGO E EM TODOS OS '
                    'ARQUIVOS QUE O CARREGAM.'
            DISPLAY 'CONFIRMA A RENOMEACAO ? S/N'
                CALL 'CONFIRMA' USING WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'RENOMEACAO CANCELADA'
                STOP RUN
            END-IF

            MOVE 'C' TO WS-BLQ-ACAO
            MOVE 'SESSAO-INT' TO WS-BLQ-CHAVE
            CALL 'BLOQUEIO' USING WS-BLQ-ACAO WS-BLQ-CHAVE
                                  WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
            IF BLQ-CONCEDIDO
                DISPLAY 'HA SESSAO INTERATIVA ABERTA NO BOLETIM - '
                        'RENOMEACAO NAO INICIADA'
                STOP RUN
            END-IF
            MOVE 'T' TO WS-BLQ-ACAO
            MOVE 'ARQ-BOLETIM' TO WS-BLQ-CHAVE
            CALL 'BLOQUEIO' USING WS-BLQ-ACAO WS-BLQ-CHAVE
                                  WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
            IF NOT BLQ-CONCEDIDO
                DISPLAY 'O BOLETIM ESTA EM USO POR OUTRO BATCH - '
                        'RENOMEACAO NAO INICIADA'
                STOP RUN
            END-IF

            IF RETOMADA-OK
                DISPLAY 'RETOMANDO A RENOMEACAO DO JORNAL - PASSOS '
                        'JA CONCLUIDOS: ' WS-PASSO-FEITO
            ELSE
                MOVE 0 TO WS-PASSO-FEITO
                PERFORM P080-GRAVA-JORNAL
            END-IF

            INITIALIZE WS-CONTAGENS
            MOVE 'C' TO WS-MODO
            PERFORM P200-PERCORRE-PASSOS
            MOVE 'R' TO WS-MODO
            PERFORM P200-PERCORRE-PASSOS
            MOVE 'V' TO WS-MODO
            PERFORM P200-PERCORRE-PASSOS

            PERFORM P700-MOSTRA-QUADRO
            PERFORM P900-SOLTA-TRAVA
            IF WS-DIVERGENCIAS = 0 AND WS-ERROS = 0
                PERFORM P090-LIMPA-JORNAL
                DISPLAY 'RENOMEACAO CONCLUIDA E VERIFICADA'
            ELSE
                DISPLAY 'A VERIFICACAO ACUSOU ' WS-DIVERGENCIAS
                        ' ARQUIVO(S) COM DIVERGENCIA E ' WS-ERROS
                        ' ERRO(S) DE GRAVACAO'
                DISPLAY 'O JORNAL FOI MANTIDO: CORRIJA A CAUSA E '
                        'RODE DE NOVO PARA RETOMAR'
            END-IF
            STOP RUN
            .

       P070-LE-JORNAL.
      * Renomeacao pendente no jornal tem de ser terminada antes de
      * qualquer outra: os passos ja feitos estao com o nome novo.
            SET RETOMADA-OK TO FALSE
            OPEN INPUT JORNAL-FILE
            IF WS-FS-JRN = 0
                READ JORNAL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF JR-TIPO NOT = SPACE
                            SET RETOMADA-OK TO TRUE
                            MOVE JR-TIPO   TO WS-TIPO
                            MOVE JR-ANTIGO TO WS-ANTIGO
                            MOVE JR-NOVO   TO WS-NOVO
                            MOVE JR-PASSO  TO WS-PASSO-FEITO
                        END-IF
                END-READ
                CLOSE JORNAL-FILE
            END-IF
            IF RETOMADA-OK
                DISPLAY 'HA UMA RENOMEACAO INTERROMPIDA NO JORNAL:'
                DISPLAY '  ' WS-TIPO ' ' FUNCTION TRIM(WS-ANTIGO)
                        ' --> ' FUNCTION TRIM(WS-NOVO)
                        ' (PASSOS CONCLUIDOS: ' WS-PASSO-FEITO ')'
                DISPLAY 'ELA SERA RETOMADA - OUTRA RENOMEACAO SO '
                        'DEPOIS DE TERMINAR ESTA.'
            END-IF
            .

       P080-GRAVA-JORNAL.
            MOVE WS-TIPO        TO JR-TIPO
            MOVE WS-ANTIGO      TO JR-ANTIGO
            MOVE WS-NOVO        TO JR-NOVO
            MOVE WS-PASSO-FEITO TO JR-PASSO
            OPEN OUTPUT JORNAL-FILE
            WRITE JORNAL-LINHA
            CLOSE JORNAL-FILE
            .

       P090-LIMPA-JORNAL.
      * Renomeacao concluida e verificada: o jornal volta vazio.
            OPEN OUTPUT JORNAL-FILE
            CLOSE JORNAL-FILE
            .

       P100-PEDE-NOMES.
            MOVE SPACE TO WS-TIPO
            PERFORM UNTIL TIPO-VALIDO
                DISPLAY 'RENOMEAR M=MATERIA  P=PROFESSOR: '
                    ACCEPT WS-TIPO
                MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
            END-PERFORM
      * Os nomes entram como no MATMANUT/PROFMANUT: maiusculas e
      * sem espacos nas pontas.
            DISPLAY 'NOME ATUAL (COMO ESTA NO CATALOGO): '
                ACCEPT WS-ANTIGO
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANTIGO))
                TO WS-ANTIGO
            DISPLAY 'NOME NOVO: '
                ACCEPT WS-NOVO
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOVO))
                TO WS-NOVO
            IF WS-ANTIGO = SPACES OR WS-NOVO = SPACES
                DISPLAY 'NOME EM BRANCO - NADA ALTERADO'
                STOP RUN
            END-IF
            IF WS-ANTIGO = WS-NOVO
                DISPLAY 'OS DOIS NOMES SAO IGUAIS - NADA ALTERADO'
                STOP RUN
            END-IF
            IF TIPO-MATERIA AND WS-NOVO(21:10) NOT = SPACES
                DISPLAY 'NOME DE MATERIA TEM NO MAXIMO 20 POSICOES - '
                        'NADA ALTERADO'
                STOP RUN
            END-IF
            .

       P150-CONFERE-CATALOGO.
      * O nome atual tem de existir no catalogo e o novo nao: trocar
      * para um nome ja cadastrado seria fundir dois cadastros.
            IF TIPO-MATERIA
                OPEN INPUT MATCAT-FILE
                IF NOT FS-MCT-OK
                    CALL 'FSMSG' USING WS-FS-MCT WS-FS-MSG
                    DISPLAY 'ERRO AO ABRIR O MATCAT.DAT --> COD '
                            WS-FS-MCT ': ' WS-FS-MSG
                    STOP RUN
                END-IF
                MOVE WS-NOVO TO MC-NOME
                READ MATCAT-FILE
                    KEY IS MC-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'A MATERIA ' FUNCTION TRIM(WS-NOVO)
                                ' JA EXISTE NO CATALOGO - NADA ALTERADO'
                        CLOSE MATCAT-FILE
                        STOP RUN
                END-READ
                MOVE WS-ANTIGO TO MC-NOME
                READ MATCAT-FILE
                    KEY IS MC-NOME
                    INVALID KEY
                        DISPLAY 'MATERIA NAO ENCONTRADA NO CATALOGO - '
                                'NADA ALTERADO'
                        CLOSE MATCAT-FILE
                        STOP RUN
                END-READ
                CLOSE MATCAT-FILE
            ELSE
                OPEN INPUT PROFCAT-FILE
                IF NOT FS-PRF-OK
                    CALL 'FSMSG' USING WS-FS-PRF WS-FS-MSG
                    DISPLAY 'ERRO AO ABRIR O PROFCAT.DAT --> COD '
                            WS-FS-PRF ': ' WS-FS-MSG
                    STOP RUN
                END-IF
                MOVE WS-NOVO TO PROF-NOME
                READ PROFCAT-FILE
                    KEY IS PROF-NOME
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'O PROFESSOR ' FUNCTION TRIM(WS-NOVO)
                                ' JA EXISTE NO CADASTRO - NADA '
                                'ALTERADO'
                        CLOSE PROFCAT-FILE
                        STOP RUN
                END-READ
                MOVE WS-ANTIGO TO PROF-NOME
                READ PROFCAT-FILE
                    KEY IS PROF-NOME
                    INVALID KEY
                        DISPLAY 'PROFESSOR NAO ENCONTRADO NO CADASTRO -'
                                ' NADA ALTERADO'
                        CLOSE PROFCAT-FILE
                        STOP RUN
                END-READ
                CLOSE PROFCAT-FILE
            END-IF
            .

       P160-MONTA-TIPO.
            IF TIPO-MATERIA
                MOVE 'MATERIA'             TO WS-TIPO-DESC
                MOVE WS-PASSOS-MATERIA     TO WS-PASSOS-TIPO
            ELSE
                MOVE 'PROFESSOR'           TO WS-TIPO-DESC
                MOVE WS-PASSOS-PROFESSOR   TO WS-PASSOS-TIPO
            END-IF
            .

       P200-PERCORRE-PASSOS.
      * Na renomeacao, os passos ja concluidos (jornal) sao pulados
      * e cada passo terminado e anotado no jornal; as contagens
      * antes/depois percorrem todos os passos do tipo.
            PERFORM VARYING WS-PASSO FROM 1 BY 1 UNTIL WS-PASSO > 8
                IF WS-PASSOS-TIPO(WS-PASSO:1) = 'S'
                    IF MODO-RENOMEIA AND WS-PASSO <= WS-PASSO-FEITO
                        DISPLAY WS-PS-ARQUIVO(WS-PASSO)
                                ': JA RENOMEADO NA EXECUCAO ANTERIOR'
                    ELSE
                        PERFORM P210-EXECUTA-PASSO
                        IF MODO-RENOMEIA
                            DISPLAY WS-PS-ARQUIVO(WS-PASSO)
                                    ': REGISTROS ALTERADOS '
                                    WS-CT-ALTERADOS(WS-PASSO)
                            MOVE WS-PASSO TO WS-PASSO-FEITO
                            PERFORM P080-GRAVA-JORNAL
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            .

       P210-EXECUTA-PASSO.
            EVALUATE WS-PASSO
                WHEN 1
                    PERFORM P300-NOTASV2
                WHEN 2
                    PERFORM P320-ANOS-FECHADOS
                WHEN 3
                    PERFORM P340-GRADEHOR
                WHEN 4
                    PERFORM P360-ESTAT
                WHEN 5
                    PERFORM P380-MATCAT-ANO
                WHEN 6
                    PERFORM P400-AULAS
                WHEN 7
                    PERFORM P420-PROFBIM
                WHEN 8
                    PERFORM P440-CATALOGO
            END-EVALUATE
            .

       P250-ABRE-ARQUIVO-MSG.
      * Arquivo que ainda nao existe (status 35) nao tem nome a
      * trocar; outro erro de abertura conta como divergencia.
            IF WS-FS-ABERTURA NOT = 35
                CALL 'FSMSG' USING WS-FS-ABERTURA WS-FS-MSG
                DISPLAY WS-PS-ARQUIVO(WS-PASSO) ': ERRO AO ABRIR --> '
                        'COD ' WS-FS-ABERTURA ': ' WS-FS-MSG
                ADD 1 TO WS-ERROS
            END-IF
            .

       P260-CONTA.
      * Soma o registro corrente na contagem do passo conforme o
      * modo (antes/depois); na renomeacao conta os alterados.
            EVALUATE TRUE
                WHEN MODO-CONTA
                    IF TEM-ANTIGO
                        ADD 1 TO WS-CT-ANTES-ANT(WS-PASSO)
                    END-IF
                    IF TEM-NOVO
                        ADD 1 TO WS-CT-ANTES-NOV(WS-PASSO)
                    END-IF
                WHEN MODO-VERIFICA
                    IF TEM-ANTIGO
                        ADD 1 TO WS-CT-DEPOIS-ANT(WS-PASSO)
                    END-IF
                    IF TEM-NOVO
                        ADD 1 TO WS-CT-DEPOIS-NOV(WS-PASSO)
                    END-IF
            END-EVALUATE
            .

       P270-AUDITA.
      * Uma linha de auditoria por registro alterado: arquivo e nome
      * antes/depois; o ID e o do registro quando ele tem um.
            MOVE SPACES TO WS-AUD-ANTES
            STRING WS-PS-ARQUIVO(WS-PASSO) DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-ANTIGO               DELIMITED BY SIZE
                INTO WS-AUD-ANTES
            MOVE SPACES TO WS-AUD-DEPOIS
            STRING WS-PS-ARQUIVO(WS-PASSO) DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-NOVO                 DELIMITED BY SIZE
                INTO WS-AUD-DEPOIS
            CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                   WS-AUD-ANTES WS-AUD-DEPOIS
            ADD 1 TO WS-CT-ALTERADOS(WS-PASSO)
            .

       P280-ERRO-GRAVACAO.
            ADD 1 TO WS-ERROS
            CALL 'FSMSG' USING WS-FS-ABERTURA WS-FS-MSG
            DISPLAY WS-PS-ARQUIVO(WS-PASSO) ': ERRO AO GRAVAR --> COD '
                    WS-FS-ABERTURA ': ' WS-FS-MSG
            .

       P300-NOTASV2.
            IF MODO-RENOMEIA
                OPEN I-O BOLETIM
            ELSE
                OPEN INPUT BOLETIM
            END-IF
            IF NOT FS-BOL-OK
                MOVE WS-FS-BOL TO WS-FS-ABERTURA
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P305-TRATA-NOTASV2
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            .

       P305-TRATA-NOTASV2.
            SET TEM-ANTIGO TO FALSE
            SET TEM-NOVO   TO FALSE
            IF TIPO-MATERIA
                IF F-MATERIA = WS-ANTIGO(1:20)
                    SET TEM-ANTIGO TO TRUE
                END-IF
                IF F-MATERIA = WS-NOVO(1:20)
                    SET TEM-NOVO TO TRUE
                END-IF
            ELSE
                IF F-PROFESSOR = WS-ANTIGO
                    SET TEM-ANTIGO TO TRUE
                END-IF
                IF F-PROFESSOR = WS-NOVO
                    SET TEM-NOVO TO TRUE
                END-IF
            END-IF
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                EXIT PARAGRAPH
            END-IF
            IF TEM-ANTIGO
                IF TIPO-MATERIA
                    MOVE WS-NOVO TO F-MATERIA
                ELSE
                    MOVE WS-NOVO TO F-PROFESSOR
                END-IF
                REWRITE BOLETIM-LINHA
                IF FS-BOL-OK
                    MOVE F-ID TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-BOL TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            .

       P320-ANOS-FECHADOS.
      * Cada ano fechado pelo ANOFECHA tem o seu arquivo; o catalogo
      * de anos fechados diz onde estao.
            MOVE 0 TO WS-CONT-ANOS
            SET EOF-CAT-OK TO FALSE
            OPEN INPUT CATALOGO
            IF WS-FS-CAT NOT = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-CAT-OK
                READ CATALOGO
                    AT END
                        SET EOF-CAT-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-ANOS
                        MOVE CAT-PATH TO WS-PATH-ARQUIVO
                        PERFORM P325-UM-ANO-FECHADO
                END-READ
            END-PERFORM
            CLOSE CATALOGO
            IF MODO-RENOMEIA
                DISPLAY WS-PS-ARQUIVO(WS-PASSO) ': ' WS-CONT-ANOS
                        ' ANO(S) NO CATALOGO DE ANOS FECHADOS'
            END-IF
            .

       P325-UM-ANO-FECHADO.
            IF MODO-RENOMEIA
                OPEN I-O BOLETIM-ARQ
            ELSE
                OPEN INPUT BOLETIM-ARQ
            END-IF
            IF NOT FS-ARQ-OK
                MOVE WS-FS-ARQ TO WS-FS-ABERTURA
                DISPLAY 'ANO ' CAT-ANO ': '
                        FUNCTION TRIM(WS-PATH-ARQUIVO)
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLETIM-ARQ NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P330-TRATA-ANO-FECHADO
                END-READ
            END-PERFORM
            CLOSE BOLETIM-ARQ
            .

       P330-TRATA-ANO-FECHADO.
            SET TEM-ANTIGO TO FALSE
            SET TEM-NOVO   TO FALSE
            IF TIPO-MATERIA
                IF FA-MATERIA = WS-ANTIGO(1:20)
                    SET TEM-ANTIGO TO TRUE
                END-IF
                IF FA-MATERIA = WS-NOVO(1:20)
                    SET TEM-NOVO TO TRUE
                END-IF
            ELSE
                IF FA-PROFESSOR = WS-ANTIGO
                    SET TEM-ANTIGO TO TRUE
                END-IF
                IF FA-PROFESSOR = WS-NOVO
                    SET TEM-NOVO TO TRUE
                END-IF
            END-IF
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                EXIT PARAGRAPH
            END-IF
            IF TEM-ANTIGO
                IF TIPO-MATERIA
                    MOVE WS-NOVO TO FA-MATERIA
                ELSE
                    MOVE WS-NOVO TO FA-PROFESSOR
                END-IF
                REWRITE ARQ-LINHA
                IF FS-ARQ-OK
                    MOVE FA-ID TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-ARQ TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            .

       P340-GRADEHOR.
            IF MODO-RENOMEIA
                OPEN I-O GRADE-FILE
            ELSE
                OPEN INPUT GRADE-FILE
            END-IF
            IF NOT FS-GRD-OK
                MOVE WS-FS-GRD TO WS-FS-ABERTURA
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ GRADE-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P345-TRATA-GRADEHOR
                END-READ
            END-PERFORM
            CLOSE GRADE-FILE
            .

       P345-TRATA-GRADEHOR.
            SET TEM-ANTIGO TO FALSE
            SET TEM-NOVO   TO FALSE
            IF TIPO-MATERIA
                IF GR-MATERIA = WS-ANTIGO(1:20)
                    SET TEM-ANTIGO TO TRUE
                END-IF
                IF GR-MATERIA = WS-NOVO(1:20)
                    SET TEM-NOVO TO TRUE
                END-IF
            ELSE
                IF GR-PROFESSOR = WS-ANTIGO
                    SET TEM-ANTIGO TO TRUE
                END-IF
                IF GR-PROFESSOR = WS-NOVO
                    SET TEM-NOVO TO TRUE
                END-IF
            END-IF
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                EXIT PARAGRAPH
            END-IF
            IF TEM-ANTIGO
                IF TIPO-MATERIA
                    MOVE WS-NOVO TO GR-MATERIA
                ELSE
                    MOVE WS-NOVO TO GR-PROFESSOR
                END-IF
                REWRITE GRADE-LINHA
                IF FS-GRD-OK
                    MOVE 0 TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-GRD TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            .

       P360-ESTAT.
            IF MODO-RENOMEIA
                OPEN I-O ESTAT-FILE
            ELSE
                OPEN INPUT ESTAT-FILE
            END-IF
            IF NOT FS-EST-OK
                MOVE WS-FS-EST TO WS-FS-ABERTURA
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ESTAT-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P365-TRATA-ESTAT
                END-READ
            END-PERFORM
            CLOSE ESTAT-FILE
            .

       P365-TRATA-ESTAT.
      * A materia faz parte da chave: grava a linha com a chave nova
      * e apaga a antiga (so materia passa por aqui).
            SET TEM-ANTIGO TO FALSE
            SET TEM-NOVO   TO FALSE
            IF ES-MATERIA = WS-ANTIGO(1:20)
                SET TEM-ANTIGO TO TRUE
            END-IF
            IF ES-MATERIA = WS-NOVO(1:20)
                SET TEM-NOVO TO TRUE
            END-IF
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                EXIT PARAGRAPH
            END-IF
            IF TEM-ANTIGO
                MOVE ESTAT-LINHA TO WS-ESTAT-SALVO
                MOVE WS-NOVO TO ES-MATERIA
                WRITE ESTAT-LINHA
                IF FS-EST-OK OR WS-FS-EST = 22
                    MOVE WS-ESTAT-SALVO TO ESTAT-LINHA
                    DELETE ESTAT-FILE RECORD
                END-IF
                IF FS-EST-OK
                    MOVE 0 TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-EST TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            .

       P380-MATCAT-ANO.
            IF MODO-RENOMEIA
                OPEN I-O MATANO-FILE
            ELSE
                OPEN INPUT MATANO-FILE
            END-IF
            IF NOT FS-MAN-OK
                MOVE WS-FS-MAN TO WS-FS-ABERTURA
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ MATANO-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P385-TRATA-MATCAT-ANO
                END-READ
            END-PERFORM
            CLOSE MATANO-FILE
            .

       P385-TRATA-MATCAT-ANO.
      * Linha de corte por materia/ano: materia na chave, como no
      * ESTAT.
            SET TEM-ANTIGO TO FALSE
            SET TEM-NOVO   TO FALSE
            IF MA-NOME = WS-ANTIGO(1:20)
                SET TEM-ANTIGO TO TRUE
            END-IF
            IF MA-NOME = WS-NOVO(1:20)
                SET TEM-NOVO TO TRUE
            END-IF
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                EXIT PARAGRAPH
            END-IF
            IF TEM-ANTIGO
                MOVE MATANO-LINHA TO WS-MATANO-SALVO
                MOVE WS-NOVO TO MA-NOME
                WRITE MATANO-LINHA
                IF FS-MAN-OK OR WS-FS-MAN = 22
                    MOVE WS-MATANO-SALVO TO MATANO-LINHA
                    DELETE MATANO-FILE RECORD
                END-IF
                IF FS-MAN-OK
                    MOVE 0 TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-MAN TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            .

       P400-AULAS.
            IF MODO-RENOMEIA
                OPEN I-O AULA-FILE
            ELSE
                OPEN INPUT AULA-FILE
            END-IF
            IF NOT FS-AUL-OK
                MOVE WS-FS-AUL TO WS-FS-ABERTURA
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ AULA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P405-TRATA-AULAS
                END-READ
            END-PERFORM
            CLOSE AULA-FILE
            .

       P405-TRATA-AULAS.
      * No diario de aulas o professor aparece como titular e como
      * substituto da aula.
            SET TEM-ANTIGO TO FALSE
            SET TEM-NOVO   TO FALSE
            IF TIPO-MATERIA
                IF AU-MATERIA = WS-ANTIGO(1:20)
                    SET TEM-ANTIGO TO TRUE
                END-IF
                IF AU-MATERIA = WS-NOVO(1:20)
                    SET TEM-NOVO TO TRUE
                END-IF
            ELSE
                IF AU-PROFESSOR = WS-ANTIGO
                   OR AU-SUBSTITUTO = WS-ANTIGO
                    SET TEM-ANTIGO TO TRUE
                END-IF
                IF AU-PROFESSOR = WS-NOVO
                   OR AU-SUBSTITUTO = WS-NOVO
                    SET TEM-NOVO TO TRUE
                END-IF
            END-IF
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                EXIT PARAGRAPH
            END-IF
            IF TEM-ANTIGO
                IF TIPO-MATERIA
                    MOVE WS-NOVO TO AU-MATERIA
                ELSE
                    IF AU-PROFESSOR = WS-ANTIGO
                        MOVE WS-NOVO TO AU-PROFESSOR
                    END-IF
                    IF AU-SUBSTITUTO = WS-ANTIGO
                        MOVE WS-NOVO TO AU-SUBSTITUTO
                    END-IF
                END-IF
                REWRITE AULA-LINHA
                IF FS-AUL-OK
                    MOVE 0 TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-AUL TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            .

       P420-PROFBIM.
            IF MODO-RENOMEIA
                OPEN I-O PROFBIM-FILE
            ELSE
                OPEN INPUT PROFBIM-FILE
            END-IF
            IF NOT FS-PBM-OK
                MOVE WS-FS-PBM TO WS-FS-ABERTURA
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ PROFBIM-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P425-TRATA-PROFBIM
                END-READ
            END-PERFORM
            CLOSE PROFBIM-FILE
            .

       P425-TRATA-PROFBIM.
            SET TEM-ANTIGO TO FALSE
            SET TEM-NOVO   TO FALSE
            IF PB-PROFESSOR = WS-ANTIGO
                SET TEM-ANTIGO TO TRUE
            END-IF
            IF PB-PROFESSOR = WS-NOVO
                SET TEM-NOVO TO TRUE
            END-IF
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                EXIT PARAGRAPH
            END-IF
            IF TEM-ANTIGO
                MOVE WS-NOVO TO PB-PROFESSOR
                REWRITE PROFBIM-LINHA
                IF FS-PBM-OK
                    MOVE PB-ID TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-PBM TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            .

       P440-CATALOGO.
            IF TIPO-MATERIA
                PERFORM P450-CATALOGO-MATERIA
            ELSE
                PERFORM P470-CATALOGO-PROFESSOR
            END-IF
            .

       P450-CATALOGO-MATERIA.
            IF MODO-RENOMEIA
                OPEN I-O MATCAT-FILE
            ELSE
                OPEN INPUT MATCAT-FILE
            END-IF
            IF NOT FS-MCT-OK
                MOVE WS-FS-MCT TO WS-FS-ABERTURA
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET TEM-NOVO TO FALSE
            MOVE WS-NOVO TO MC-NOME
            READ MATCAT-FILE
                KEY IS MC-NOME
                NOT INVALID KEY
                    SET TEM-NOVO TO TRUE
            END-READ
            SET TEM-ANTIGO TO FALSE
            MOVE WS-ANTIGO TO MC-NOME
            READ MATCAT-FILE
                KEY IS MC-NOME
                NOT INVALID KEY
                    SET TEM-ANTIGO TO TRUE
            END-READ
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                CLOSE MATCAT-FILE
                EXIT PARAGRAPH
            END-IF
      * Registro novo com todos os dados do antigo (media, carga,
      * conceito, eletiva, codigo estadual); depois sai o antigo.
            IF TEM-ANTIGO
                MOVE MATCAT-LINHA TO WS-MATCAT-SALVO
                MOVE WS-NOVO TO MC-NOME
                WRITE MATCAT-LINHA
                IF FS-MCT-OK OR WS-FS-MCT = 22
                    MOVE WS-MATCAT-SALVO TO MATCAT-LINHA
                    DELETE MATCAT-FILE RECORD
                END-IF
                IF FS-MCT-OK
                    MOVE 0 TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-MCT TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            CLOSE MATCAT-FILE
            .

       P470-CATALOGO-PROFESSOR.
            IF MODO-RENOMEIA
                OPEN I-O PROFCAT-FILE
            ELSE
                OPEN INPUT PROFCAT-FILE
            END-IF
            IF NOT FS-PRF-OK
                MOVE WS-FS-PRF TO WS-FS-ABERTURA
                PERFORM P250-ABRE-ARQUIVO-MSG
                EXIT PARAGRAPH
            END-IF
            SET TEM-NOVO TO FALSE
            MOVE WS-NOVO TO PROF-NOME
            READ PROFCAT-FILE
                KEY IS PROF-NOME
                NOT INVALID KEY
                    SET TEM-NOVO TO TRUE
            END-READ
            SET TEM-ANTIGO TO FALSE
            MOVE WS-ANTIGO TO PROF-NOME
            READ PROFCAT-FILE
                KEY IS PROF-NOME
                NOT INVALID KEY
                    SET TEM-ANTIGO TO TRUE
            END-READ
            IF NOT MODO-RENOMEIA
                PERFORM P260-CONTA
                CLOSE PROFCAT-FILE
                EXIT PARAGRAPH
            END-IF
      * O PROF-ID vai junto: o operador vinculado ao professor
      * (OP-PROF-ID) continua apontando para ele.
            IF TEM-ANTIGO
                MOVE PROFCAT-LINHA TO WS-PROFCAT-SALVO
                MOVE WS-NOVO TO PROF-NOME
                WRITE PROFCAT-LINHA
                IF FS-PRF-OK OR WS-FS-PRF = 22
                    MOVE WS-PROFCAT-SALVO TO PROFCAT-LINHA
                    DELETE PROFCAT-FILE RECORD
                END-IF
                IF FS-PRF-OK
                    MOVE PROF-ID TO WS-AUD-ID
                    PERFORM P270-AUDITA
                ELSE
                    MOVE WS-FS-PRF TO WS-FS-ABERTURA
                    PERFORM P280-ERRO-GRAVACAO
                END-IF
            END-IF
            CLOSE PROFCAT-FILE
            .

       P700-MOSTRA-QUADRO.
      * Prova por arquivo: depois da troca nenhum registro pode
      * ficar com o nome antigo, e os registros com o nome novo tem
      * de ser os que ja o tinham mais os que tinham o antigo.
            DISPLAY ' '
            DISPLAY 'ARQUIVO     ANTES:ANT  ANTES:NOV  ALTERADOS  '
                    'DEPOIS:ANT DEPOIS:NOV  SITUACAO'
            PERFORM VARYING WS-PASSO FROM 1 BY 1 UNTIL WS-PASSO > 8
                IF WS-PASSOS-TIPO(WS-PASSO:1) = 'S'
                    MOVE WS-PS-ARQUIVO(WS-PASSO)    TO WS-QL-ARQUIVO
                    MOVE WS-CT-ANTES-ANT(WS-PASSO)  TO WS-QL-ANTES-ANT
                    MOVE WS-CT-ANTES-NOV(WS-PASSO)  TO WS-QL-ANTES-NOV
                    MOVE WS-CT-ALTERADOS(WS-PASSO)  TO WS-QL-ALTERADOS
                    MOVE WS-CT-DEPOIS-ANT(WS-PASSO) TO WS-QL-DEPOIS-ANT
                    MOVE WS-CT-DEPOIS-NOV(WS-PASSO) TO WS-QL-DEPOIS-NOV
                    COMPUTE WS-CT-ESPERADO = WS-CT-ANTES-ANT(WS-PASSO)
                                           + WS-CT-ANTES-NOV(WS-PASSO)
                    IF WS-CT-DEPOIS-ANT(WS-PASSO) = 0
                       AND WS-CT-DEPOIS-NOV(WS-PASSO) = WS-CT-ESPERADO
                        MOVE 'OK'         TO WS-QL-SITUACAO
                    ELSE
                        MOVE 'DIVERGENTE' TO WS-QL-SITUACAO
                        ADD 1 TO WS-DIVERGENCIAS
                    END-IF
                    DISPLAY WS-QUADRO-LINHA
                END-IF
            END-PERFORM
            DISPLAY ' '
            .

       P900-SOLTA-TRAVA.
            MOVE 'S' TO WS-BLQ-ACAO
            MOVE 'ARQ-BOLETIM' TO WS-BLQ-CHAVE
            CALL 'BLOQUEIO' USING WS-BLQ-ACAO WS-BLQ-CHAVE
                                  WS-BLQ-PROGRAMA WS-BLQ-RESULTADO
            .
