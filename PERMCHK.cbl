      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: PORTEIRO DA MATRIZ DE PERMISSOES. CADA PROGRAMA
      *          CHAMA NA ENTRADA (FUNCAO EM BRANCO) E ANTES DE CADA
      *          FUNCAO SENSIVEL (FUNCAO NOMEADA); DEVOLVE 'S' OU 'N'
      *          PARA O PERFIL DA SESSAO ASSINADA (SESSAO.DAT),
      *          PROCURANDO EM PERMISSOES.DAT A FUNCAO EXATA, DEPOIS
      *          O PROGRAMA INTEIRO ('*'), DEPOIS O PADRAO DO PERFIL
      *          ('*'/'*'); SEM LINHA NENHUMA = NEGADO. A RECUSA E
      *          AVISADA NA TELA E REGISTRADA NO LOG CENTRAL DE
      *          ERROS (ERRLOG.DAT, CODIGO 99) PARA A REVISAO NO
      *          ERRVIEW. NA PRIMEIRA EXECUCAO O ARQUIVO E CRIADO JA
      *          COM A MATRIZ PADRAO, EQUIVALENTE AOS PERFIS C/A/X DE
      *          SEMPRE. ENQUANTO O CADASTRO DE OPERADORES NAO EXISTE
      *          (PRIMEIRA INSTALACAO) TUDO E LIBERADO, COMO NO
      *          SIGN-ON DO BOLETIMV2, PARA A DIRECAO CONSEGUIR RODAR
      *          O OPERMAN. CADASTRO QUE EXISTE MAS NAO ABRE NEGA
      *          TUDO - MENOS AS MIGRACOES DE VERSAO, QUANDO ELE AINDA
      *          ESTA NO LAYOUT ANTERIOR (ANTES DA TROCA DO .NOVO DO
      *          UNIMIG NINGUEM MAIS CONSEGUIRIA ASSINAR).
      *          PASSOS DA JANELA NOTURNA (RUNCTL, INDICADOR EXTERNAL
      *          LOTE-NOTURNO) SAO CONFERIDOS PELO PERFIL RESERVADO B
      *          - LOTE NOTURNO - E NAO PELO DE QUEM ASSINOU POR
      *          ULTIMO. A MATRIZ PADRAO LIBERA AO B O RUNCTL E OS
      *          PASSOS DA AGENDA PADRAO; PASSO NOVO NA AGENDA, OU
      *          MATRIZ JA GRAVADA ANTES DO PERFIL B, GANHA A LINHA
      *          'B' NO PERMMAN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERM-FILE
               ASSIGN TO
                   WS-PATH-PERMISSOES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PM-CHAVE
                   FILE STATUS IS WS-FS-PERM
                   .
               SELECT OPER-FILE
               ASSIGN TO
                   WS-PATH-OPERADORES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS OP-NOME
                   FILE STATUS IS WS-FS-OPER
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
               SELECT ERRLOG-FILE
               ASSIGN TO
                   WS-PATH-ERRLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ERRLOG
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PERM-FILE
       DATA RECORD IS PERMISSAO-LINHA.
           COPY PERMISSAO_DADOS.
       FD OPER-FILE
       DATA RECORD IS OPERADOR-LINHA.
           COPY OPERADOR_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR              PIC X(20).
           03 SE-PERFIL                PIC X.
       FD ERRLOG-FILE
       DATA RECORD IS ERRLOG-LINHA.
           COPY ERRLOG_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY LOTE-NOTURNO.
       77 WS-FS-PERM                   PIC 99.
          88 FS-PERM-OK                VALUE 0.
       77 WS-FS-OPER                   PIC 99.
       77 WS-FS-SESSAO                 PIC 99.
       77 WS-FS-ERRLOG                 PIC 99.
       77 WS-FS-MSG                    PIC X(40).
       77 WS-OPERADOR-ATUAL            PIC X(20).
       77 WS-PERFIL-ATUAL              PIC X.
       77 WS-FUNCAO                    PIC X(10).
       77 WS-ACHOU                     PIC X VALUE 'N'.
          88 ACHOU-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-DATA-FORMAT               PIC X(10).
       77 WS-HORA-SISTEMA              PIC 9(08).
       77 WS-PROX-SEQ                  PIC 9(05).
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-IDX                       PIC 9(03).
      * Matriz padrao gravada na primeira execucao: os tres perfis
      * de sempre, com as mesmas portas que cada programa fechava
      * por conta propria.
       01 WS-MATRIZ-PADRAO.
           05 FILLER PIC X(24) VALUE 'X*           *         S'.
           05 FILLER PIC X(24) VALUE 'A*           *         S'.
           05 FILLER PIC X(24) VALUE 'C*           *         S'.
           05 FILLER PIC X(24) VALUE 'APARAMMAN    *         N'.
           05 FILLER PIC X(24) VALUE 'CPARAMMAN    *         N'.
           05 FILLER PIC X(24) VALUE 'APANOMAN     *         N'.
           05 FILLER PIC X(24) VALUE 'CPANOMAN     *         N'.
           05 FILLER PIC X(24) VALUE 'AOPERMAN     *         N'.
           05 FILLER PIC X(24) VALUE 'COPERMAN     *         N'.
           05 FILLER PIC X(24) VALUE 'APERMMAN     *         N'.
           05 FILLER PIC X(24) VALUE 'CPERMMAN     *         N'.
           05 FILLER PIC X(24) VALUE 'ASENHAMIG    *         N'.
           05 FILLER PIC X(24) VALUE 'CSENHAMIG    *         N'.
           05 FILLER PIC X(24) VALUE 'AANOFECHA    *         N'.
           05 FILLER PIC X(24) VALUE 'CANOFECHA    *         N'.
           05 FILLER PIC X(24) VALUE 'ARENOMEIA    *         N'.
           05 FILLER PIC X(24) VALUE 'CRENOMEIA    *         N'.
           05 FILLER PIC X(24) VALUE 'ADESFAZ      *         N'.
           05 FILLER PIC X(24) VALUE 'CDESFAZ      *         N'.
           05 FILLER PIC X(24) VALUE 'ATERMCTL     REABRE    N'.
           05 FILLER PIC X(24) VALUE 'CTERMCTL     REABRE    N'.
           05 FILLER PIC X(24) VALUE 'ABIMCTL      REABRE    N'.
           05 FILLER PIC X(24) VALUE 'CBIMCTL      REABRE    N'.
           05 FILLER PIC X(24) VALUE 'AQUEMESTA    DERRUBA   N'.
           05 FILLER PIC X(24) VALUE 'CQUEMESTA    DERRUBA   N'.
           05 FILLER PIC X(24) VALUE 'CBOLETIMV2   OPCAO-1   N'.
           05 FILLER PIC X(24) VALUE 'CBOLETIMV2   OPCAO-4   N'.
           05 FILLER PIC X(24) VALUE 'CBOLETIMV2   OPCAO-5   N'.
           05 FILLER PIC X(24) VALUE 'CBOLETIMV2   OPCAO-7   N'.
           05 FILLER PIC X(24) VALUE 'CBOLSAMAN    CONCEDE   N'.
           05 FILLER PIC X(24) VALUE 'CBOLSAMAN    CANCELA   N'.
           05 FILLER PIC X(24) VALUE 'CMENSAL      *         N'.
           05 FILLER PIC X(24) VALUE 'CCAIXA       *         N'.
           05 FILLER PIC X(24) VALUE 'CACORDO      *         N'.
           05 FILLER PIC X(24) VALUE 'CACORDOCHK   *         N'.
           05 FILLER PIC X(24) VALUE 'CREMBANCO    *         N'.
           05 FILLER PIC X(24) VALUE 'CRETBANCO    *         N'.
           05 FILLER PIC X(24) VALUE 'CCSVIMP      *         N'.
           05 FILLER PIC X(24) VALUE 'CRESTAURA    *         N'.
           05 FILLER PIC X(24) VALUE 'CRESTEXC     *         N'.
           05 FILLER PIC X(24) VALUE 'CCONTREST    *         N'.
           05 FILLER PIC X(24) VALUE 'CREINDEXA    *         N'.
           05 FILLER PIC X(24) VALUE 'ARETMAN      *         N'.
           05 FILLER PIC X(24) VALUE 'CRETMAN      *         N'.
           05 FILLER PIC X(24) VALUE 'CLOGPURGA    *         N'.
           05 FILLER PIC X(24) VALUE 'CAEEMAN      *         N'.
           05 FILLER PIC X(24) VALUE 'CREFORCO     *         N'.
           05 FILLER PIC X(24) VALUE 'CAULAMAN     *         N'.
           05 FILLER PIC X(24) VALUE 'CSALAMAN     CADASTRO  N'.
           05 FILLER PIC X(24) VALUE 'CMERENDA     *         N'.
           05 FILLER PIC X(24) VALUE 'CPRESENCA    *         N'.
           05 FILLER PIC X(24) VALUE 'CNOTAEST     *         N'.
           05 FILLER PIC X(24) VALUE 'CCORREIO     *         N'.
           05 FILLER PIC X(24) VALUE 'CREUNIAO     CADASTRO  N'.
           05 FILLER PIC X(24) VALUE 'CPASSEIO     CADASTRO  N'.
           05 FILLER PIC X(24) VALUE 'CBIBLIOTECA  CADASTRO  N'.
           05 FILLER PIC X(24) VALUE 'ANADACONSTA  LIBERA    N'.
           05 FILLER PIC X(24) VALUE 'CNADACONSTA  LIBERA    N'.
           05 FILLER PIC X(24) VALUE 'CATIVIDADE   CADASTRO  N'.
           05 FILLER PIC X(24) VALUE 'CELETIVA     CADASTRO  N'.
           05 FILLER PIC X(24) VALUE 'CDOCMAN      *         N'.
           05 FILLER PIC X(24) VALUE 'CNOTADIFF    *         N'.
      * Visao integral de CPF/RG/alertas de saude (SIGILO): sem a
      * linha, so o perfil X ve por extenso.
           05 FILLER PIC X(24) VALUE 'XSIGILO      VISAOINT  S'.
           05 FILLER PIC X(24) VALUE 'ASIGILO      VISAOINT  N'.
           05 FILLER PIC X(24) VALUE 'CSIGILO      VISAOINT  N'.
           05 FILLER PIC X(24) VALUE 'ASIGMIG      *         N'.
           05 FILLER PIC X(24) VALUE 'CSIGMIG      *         N'.
           05 FILLER PIC X(24) VALUE 'CCONSMAN     *         N'.
           05 FILLER PIC X(24) VALUE 'AUNIMIG      *         N'.
           05 FILLER PIC X(24) VALUE 'CUNIMIG      *         N'.
           05 FILLER PIC X(24) VALUE 'ACPFMIG      *         N'.
           05 FILLER PIC X(24) VALUE 'CCPFMIG      *         N'.
           05 FILLER PIC X(24) VALUE 'ASERIEMIG    *         N'.
           05 FILLER PIC X(24) VALUE 'CSERIEMIG    *         N'.
           05 FILLER PIC X(24) VALUE 'AAVALMIG     *         N'.
           05 FILLER PIC X(24) VALUE 'CAVALMIG     *         N'.
           05 FILLER PIC X(24) VALUE 'ACOBMIG      *         N'.
           05 FILLER PIC X(24) VALUE 'CCOBMIG      *         N'.
           05 FILLER PIC X(24) VALUE 'ATARIFMIG    *         N'.
           05 FILLER PIC X(24) VALUE 'CTARIFMIG    *         N'.
           05 FILLER PIC X(24) VALUE 'AIDADELIB    LIBERA    N'.
           05 FILLER PIC X(24) VALUE 'CIDADELIB    LIBERA    N'.
           05 FILLER PIC X(24) VALUE 'CATARES      *         N'.
           05 FILLER PIC X(24) VALUE 'CSIMULADO    CADASTRO  N'.
           05 FILLER PIC X(24) VALUE 'CPARECER     CADASTRO  N'.
      * Perfil P (professor): so o proprio sign-on, a chamada, o
      * diario e o parecer descritivo - sempre restritos as
      * turmas/materias do professor vinculado ao operador
      * (PROFCHK).
           05 FILLER PIC X(24) VALUE 'P*           *         N'.
           05 FILLER PIC X(24) VALUE 'PBOLETIMV2   *         S'.
           05 FILLER PIC X(24) VALUE 'PCHAMADA     *         S'.
           05 FILLER PIC X(24) VALUE 'PDIARIO      *         S'.
           05 FILLER PIC X(24) VALUE 'PPARECER     *         S'.
      * Perfil B (lote noturno, so sob o RUNCTL): o proprio RUNCTL e
      * os passos da agenda padrao; o resto fica negado.
           05 FILLER PIC X(24) VALUE 'B*           *         N'.
           05 FILLER PIC X(24) VALUE 'BRUNCTL      *         S'.
           05 FILLER PIC X(24) VALUE 'BPREEDIT     *         S'.
           05 FILLER PIC X(24) VALUE 'BBATCHDRV    *         S'.
           05 FILLER PIC X(24) VALUE 'BNOTADIFF    *         S'.
           05 FILLER PIC X(24) VALUE 'BACORDOCHK   *         S'.
           05 FILLER PIC X(24) VALUE 'BRETBANCO    *         S'.
           05 FILLER PIC X(24) VALUE 'BBACKUPGEN   *         S'.
           05 FILLER PIC X(24) VALUE 'BLOGPURGA    *         S'.
           05 FILLER PIC X(24) VALUE 'BREMBANCO    *         S'.
           05 FILLER PIC X(24) VALUE 'BPLATAEXP    *         S'.
           05 FILLER PIC X(24) VALUE 'BDOCCOBRA    *         S'.
       01 WS-MATRIZ-TAB REDEFINES WS-MATRIZ-PADRAO.
           05 WS-MP-ENTRY OCCURS 102 TIMES.
               10 WS-MP-PERFIL         PIC X.
               10 WS-MP-PROGRAMA       PIC X(12).
               10 WS-MP-FUNCAO         PIC X(10).
               10 WS-MP-PERMITE        PIC X.
       LINKAGE SECTION.
       01 WS-PM-PROGRAMA               PIC X(12).
       01 WS-PM-FUNCAO                 PIC X(10).
       01 WS-PM-RESULTADO              PIC X.
       PROCEDURE DIVISION USING WS-PM-PROGRAMA WS-PM-FUNCAO
                                WS-PM-RESULTADO.

       P100-INICIO.
           MOVE 'S' TO WS-PM-RESULTADO
           MOVE WS-PM-FUNCAO TO WS-FUNCAO
           IF WS-FUNCAO = SPACES
               MOVE '*' TO WS-FUNCAO
           END-IF
           PERFORM P200-LE-SESSAO
      * Primeira instalacao: sem cadastro de operadores nao ha
      * perfil nenhum a conferir.
           OPEN INPUT OPER-FILE
           IF WS-FS-OPER = 35
               GOBACK
           END-IF
      * Cadastro ainda no layout anterior: so as migracoes de versao
      * passam, para que a troca dos .NOVO possa ser feita.
           IF WS-FS-OPER = 39
              AND (WS-PM-PROGRAMA = 'UNIMIG' OR 'SERIEMIG'
                   OR 'CPFMIG' OR 'AVALMIG' OR 'COBMIG'
                   OR 'TARIFMIG')
               GOBACK
           END-IF
           IF WS-FS-OPER NOT = 0
               MOVE 'N' TO WS-PM-RESULTADO
               CALL 'FSMSG' USING WS-FS-OPER WS-FS-MSG
               DISPLAY 'ACESSO NEGADO: CADASTRO DE OPERADORES '
                       'ILEGIVEL --> COD ' WS-FS-OPER ': ' WS-FS-MSG
               PERFORM P500-REGISTRA-RECUSA
               GOBACK
           END-IF
           CLOSE OPER-FILE

           PERFORM P300-GARANTE-MATRIZ
           OPEN INPUT PERM-FILE
      * Matriz existe mas nao abre: ninguem passa sem conferencia.
      * A recusa vai para o log com o erro de arquivo ao lado.
           IF NOT FS-PERM-OK AND WS-FS-PERM NOT = 35
               MOVE 'N' TO WS-PM-RESULTADO
               CALL 'FSMSG' USING WS-FS-PERM WS-FS-MSG
               DISPLAY 'ACESSO NEGADO: MATRIZ DE PERMISSOES '
                       'ILEGIVEL --> COD ' WS-FS-PERM ': ' WS-FS-MSG
               PERFORM P500-REGISTRA-RECUSA
               GOBACK
           END-IF
           IF WS-FS-PERM = 35
               GOBACK
           END-IF

           SET ACHOU-OK TO FALSE
           IF WS-FUNCAO NOT = '*'
               MOVE WS-PERFIL-ATUAL TO PM-PERFIL
               MOVE WS-PM-PROGRAMA  TO PM-PROGRAMA
               MOVE WS-FUNCAO       TO PM-FUNCAO
               PERFORM P400-PROCURA
           END-IF
           IF NOT ACHOU-OK
               MOVE WS-PERFIL-ATUAL TO PM-PERFIL
               MOVE WS-PM-PROGRAMA  TO PM-PROGRAMA
               MOVE '*'             TO PM-FUNCAO
               PERFORM P400-PROCURA
           END-IF
           IF NOT ACHOU-OK
               MOVE WS-PERFIL-ATUAL TO PM-PERFIL
               MOVE '*'             TO PM-PROGRAMA
               MOVE '*'             TO PM-FUNCAO
               PERFORM P400-PROCURA
           END-IF
           CLOSE PERM-FILE

           IF NOT ACHOU-OK OR PM-PERMITE NOT = 'S'
               MOVE 'N' TO WS-PM-RESULTADO
               DISPLAY 'ACESSO NEGADO: O PERFIL ' WS-PERFIL-ATUAL
                       ' NAO PODE USAR ' FUNCTION TRIM(WS-PM-PROGRAMA)
                       ' / ' FUNCTION TRIM(WS-FUNCAO)
                       ' (MATRIZ DE PERMISSOES - PERMMAN)'
               PERFORM P500-REGISTRA-RECUSA
           END-IF
           GOBACK
           .

       P200-LE-SESSAO.
      * Passo da janela noturna: identidade propria, independente
      * de quem assinou por ultimo.
           IF LOTE-NOTURNO-OK
               MOVE 'LOTE NOTURNO' TO WS-OPERADOR-ATUAL
               MOVE 'B'            TO WS-PERFIL-ATUAL
               EXIT PARAGRAPH
           END-IF
           MOVE 'DESCONHECIDO' TO WS-OPERADOR-ATUAL
           MOVE SPACE TO WS-PERFIL-ATUAL
           OPEN INPUT SESSAO-FILE
           IF WS-FS-SESSAO = 0
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SE-OPERADOR TO WS-OPERADOR-ATUAL
                       MOVE SE-PERFIL   TO WS-PERFIL-ATUAL
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           .

       P300-GARANTE-MATRIZ.
           OPEN INPUT PERM-FILE
           IF WS-FS-PERM = 35
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
               OPEN OUTPUT PERM-FILE
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 102
                   MOVE WS-MP-PERFIL(WS-IDX)   TO PM-PERFIL
                   MOVE WS-MP-PROGRAMA(WS-IDX) TO PM-PROGRAMA
                   MOVE WS-MP-FUNCAO(WS-IDX)   TO PM-FUNCAO
                   MOVE WS-MP-PERMITE(WS-IDX)  TO PM-PERMITE
                   MOVE SPACES TO PM-DESCRICAO
                   IF PM-PROGRAMA = '*'
                       EVALUATE PM-PERFIL
                           WHEN 'X'
                               MOVE 'ADMINISTRACAO' TO PM-DESCRICAO
                           WHEN 'A'
                               MOVE 'ALTERACAO'     TO PM-DESCRICAO
                           WHEN 'C'
                               MOVE 'CONSULTA'      TO PM-DESCRICAO
                           WHEN 'P'
                               MOVE 'PROFESSOR'     TO PM-DESCRICAO
                           WHEN 'B'
                               MOVE 'LOTE NOTURNO'  TO PM-DESCRICAO
                       END-EVALUATE
                   END-IF
                   MOVE 'INSTALACAO'   TO PM-OPERADOR
                   MOVE WS-DATA-FORMAT TO PM-DATA
                   WRITE PERMISSAO-LINHA
               END-PERFORM
           END-IF
           CLOSE PERM-FILE
           .

       P400-PROCURA.
           READ PERM-FILE
               KEY IS PM-CHAVE
               INVALID KEY
                   SET ACHOU-OK TO FALSE
               NOT INVALID KEY
                   SET ACHOU-OK TO TRUE
           END-READ
           .

       P500-REGISTRA-RECUSA.
      * Mesmo formato do FSMSG: a recusa aparece no ERRVIEW e no
      * painel da manha junto dos erros de arquivo.
           MOVE 1 TO WS-PROX-SEQ
           SET EOF-OK TO FALSE
           OPEN INPUT ERRLOG-FILE
           IF WS-FS-ERRLOG <> 0
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ ERRLOG-FILE
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       COMPUTE WS-PROX-SEQ = EL-SEQ + 1
               END-READ
           END-PERFORM
           IF WS-FS-ERRLOG = 10
               CLOSE ERRLOG-FILE
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN EXTEND ERRLOG-FILE
           IF WS-FS-ERRLOG <> 0
               OPEN OUTPUT ERRLOG-FILE
           END-IF
           IF WS-FS-ERRLOG = 0
               MOVE WS-PROX-SEQ       TO EL-SEQ
               MOVE WS-DATA-FORMAT    TO EL-DATA
               MOVE WS-HORA-SISTEMA   TO EL-HORA
               MOVE WS-PM-PROGRAMA    TO EL-PROGRAMA
               MOVE WS-OPERADOR-ATUAL TO EL-OPERADOR
               MOVE 99                TO EL-STATUS
               MOVE SPACES            TO EL-MENSAGEM
               STRING 'ACESSO NEGADO PERFIL ' DELIMITED BY SIZE
                      WS-PERFIL-ATUAL DELIMITED BY SIZE
                      ' FUNCAO ' DELIMITED BY SIZE
                      WS-FUNCAO DELIMITED BY SIZE
                   INTO EL-MENSAGEM
               MOVE 'N'               TO EL-RESOLVIDO
               WRITE ERRLOG-LINHA
               CLOSE ERRLOG-FILE
           END-IF
           .
