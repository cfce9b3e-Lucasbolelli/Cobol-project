      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MERENDA ESCOLAR. A CONTAGEM DO DIA MONTA, POR TURMA
      *          E TURNO (TU-TURNO DO TURMACAT), QUANTAS REFEICOES A
      *          COZINHA DEVE PREPARAR: PELA CHAMADA DO DIA
      *          (CHAMDIA.DAT, OS PRESENTES) OU, QUANDO A TURMA AINDA
      *          NAO FEZ CHAMADA, PELA MATRICULA (ALUNOS DA TURMA NO
      *          BOLETIM) - COM A CONTAGEM A PARTE DOS ALUNOS COM
      *          RESTRICAO ALIMENTAR OU ALERGIA (SA-ALERTAS DA FICHA
      *          DE SAUDE, VIA SAUDECHK). A CONTAGEM FICA EM
      *          MERENDA.DAT E SAI NO SPOOL PARA A COZINHA; PODE SER
      *          REFEITA NO MESMO DIA CONFORME AS CHAMADAS ENTRAM. A
      *          COZINHA CORRIGE AS REFEICOES REALMENTE SERVIDAS, E
      *          O RELATORIO MENSAL DO PNAE TOTALIZA AS SERVIDAS POR
      *          DIA E TURNO, NO SPOOL E NO ARQUIVO POSICIONAL DA
      *          SECRETARIA MUNICIPAL (PNAE.DAT, LAYOUT PNAE_LAYOUT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERENDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MERENDA-FILE
               ASSIGN TO
                   WS-PATH-MERENDA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RM-CHAVE
                   FILE STATUS IS WS-FS-MER
                   .
               SELECT CHAMDIA-FILE
               ASSIGN TO
                   WS-PATH-CHAMDIA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CM-CHAVE
                   FILE STATUS IS WS-FS-CMD
                   .
               SELECT TURMACAT-FILE
               ASSIGN TO
                   WS-PATH-TURMACAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS TU-CHAVE
                   FILE STATUS IS WS-FS-TUR
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
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
               SELECT PNAE-FILE
               ASSIGN TO
                   WS-PATH-PNAE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PNA
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD MERENDA-FILE
       DATA RECORD IS MERENDA-LINHA.
           COPY MERENDA_DADOS.
       FD CHAMDIA-FILE
       DATA RECORD IS CHAMDIA-LINHA.
           COPY CHAMDIA_DADOS.
       FD TURMACAT-FILE
       DATA RECORD IS TURMACAT-LINHA.
           COPY TURMACAT_DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       FD PNAE-FILE
       DATA RECORD IS PNAE-REGISTRO.
           COPY PNAE_LAYOUT.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-MER                PIC 99.
          88 FS-MER-OK             VALUE 0.
       77 WS-FS-CMD                PIC 99.
          88 FS-CMD-OK             VALUE 0.
       77 WS-FS-TUR                PIC 99.
          88 FS-TUR-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-PNA                PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-MSG                PIC X(40).
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'MERENDA'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-AUD-OPERACAO          PIC X(10) VALUE 'MERENDA'.
       77 WS-AUD-ID                PIC 9(06) VALUE 0.
       77 WS-AUD-ANTES             PIC X(40).
       77 WS-AUD-DEPOIS            PIC X(40).
      * Entrada da tela.
       77 WS-ANO                   PIC X(07).
       77 WS-TURMA                 PIC X(10).
       77 WS-DATA                  PIC X(10).
       77 WS-COMPETENCIA           PIC X(07).
      * Calendario de dias (DIALETIVO).
       77 WS-DV-LETIVO             PIC X.
       77 WS-DV-TIPO               PIC X.
       77 WS-DV-DIA-GRADE          PIC 9.
       77 WS-DV-DESCRICAO          PIC X(30).
      * Ficha de saude (SAUDECHK).
       77 WS-SC-TEM-FICHA          PIC X.
       77 WS-SC-TEM-ALERTA         PIC X.
      * Turmas do ano e a contagem de cada uma.
       77 WS-QTD-TURMAS            PIC 9(03) VALUE 0.
       01 WS-TURMA-TAB.
           05 WS-TURMA-ENTRY OCCURS 80 TIMES.
               10 MR-TURMA         PIC X(10).
               10 MR-TURNO         PIC X.
               10 MR-ORIGEM        PIC X.
               10 MR-PREVISTAS     PIC 9(04).
               10 MR-RESTRICAO     PIC 9(03).
       77 WS-IDX-TUR               PIC 9(03).
      * Alunos distintos do ano (turma + nome), lidos do boletim.
       77 WS-QTD-MATRIC            PIC 9(04) VALUE 0.
       01 WS-MATRIC-TAB.
           05 WS-MATRIC-ENTRY OCCURS 3000 TIMES.
               10 MT-TURMA         PIC X(10).
               10 MT-NOME          PIC X(30).
       77 WS-IDX-MAT               PIC 9(04).
      * Turnos na ordem de impressao: manha, tarde, noite,
      * integral e turmas ainda sem turno.
       01 WS-TURNOS-LISTA          PIC X(05) VALUE 'MTNI '.
       01 WS-TURNOS-TAB REDEFINES WS-TURNOS-LISTA.
           05 WS-TURNO-COD         PIC X OCCURS 5 TIMES.
       01 WS-NOMES-TURNO.
           05 FILLER               PIC X(10) VALUE 'MANHA'.
           05 FILLER               PIC X(10) VALUE 'TARDE'.
           05 FILLER               PIC X(10) VALUE 'NOITE'.
           05 FILLER               PIC X(10) VALUE 'INTEGRAL'.
           05 FILLER               PIC X(10) VALUE 'SEM TURNO'.
       01 WS-NOMES-TURNO-TAB REDEFINES WS-NOMES-TURNO.
           05 WS-TURNO-NOME        PIC X(10) OCCURS 5 TIMES.
       77 WS-IDX-TURNO             PIC 9.
       77 WS-TURNO-ABERTO          PIC X.
          88 TURNO-ABERTO          VALUE 'S' FALSE 'N'.
       77 WS-SUB-REFEICOES         PIC 9(05).
       77 WS-SUB-RESTRICAO         PIC 9(05).
       77 WS-TOT-REFEICOES         PIC 9(05).
       77 WS-TOT-RESTRICAO         PIC 9(05).
       77 WS-QTD-SEM-CHAMADA       PIC 9(03).
      * Relatorio mensal do PNAE: acumulados do dia e do mes.
       77 WS-DATA-CORRENTE         PIC X(10).
       01 WS-DIA-TURNOS.
           05 WS-DIA-TURNO         PIC 9(05) OCCURS 5 TIMES.
       77 WS-DIA-TOTAL             PIC 9(06).
       77 WS-DIA-ESPECIAIS         PIC 9(05).
       01 WS-MES-TURNOS.
           05 WS-MES-TURNO         PIC 9(05) OCCURS 5 TIMES.
       77 WS-MES-TOTAL             PIC 9(06).
       77 WS-MES-ESPECIAIS         PIC 9(05).
       77 WS-MES-DIAS              PIC 9(02).
       77 WS-MEDIA-DIA             PIC 9(05).
       77 WS-DATA-NUM-X            PIC X(08).
       77 WS-DATA-NUM              PIC 9(08).
       77 WS-DIA-SEMANA            PIC 9.
       01 WS-SIGLAS-DIA            PIC X(21)
                                   VALUE 'SEGTERQUAQUISEXSABDOM'.
       01 WS-SIGLAS-TAB REDEFINES WS-SIGLAS-DIA.
           05 WS-SIGLA-DIA         PIC X(03) OCCURS 7 TIMES.
       01 WS-LINHA-DIA.
           05 LD-DATA              PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 LD-SIGLA             PIC X(03).
           05 LD-TURNO OCCURS 5 TIMES.
               10 FILLER           PIC X(02) VALUE SPACES.
               10 LD-QTD           PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-TOTAL             PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-ESPECIAIS         PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'MERENDA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            PERFORM P90-LE-SESSAO
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** MERENDA ESCOLAR ****'
            DISPLAY '1 - CONTAGEM DO DIA (COZINHA)'
            DISPLAY '2 - INFORMAR REFEICOES SERVIDAS DE UMA TURMA'
            DISPLAY '3 - RELATORIO MENSAL DO PNAE'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CONTAGEM-DIA
                WHEN '2'
                    PERFORM P400-SERVIDAS
                WHEN '3'
                    PERFORM P500-MENSAL
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

       P95-ABRE-MERENDA.
            OPEN I-O MERENDA-FILE
            IF WS-FS-MER = 35
                OPEN OUTPUT MERENDA-FILE
                CLOSE MERENDA-FILE
                OPEN I-O MERENDA-FILE
            END-IF
            IF NOT FS-MER-OK
                CALL 'FSMSG' USING WS-FS-MER WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A MERENDA --> COD '
                        WS-FS-MER ': ' WS-FS-MSG
            END-IF
            .

       P100-CONTAGEM-DIA.
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'DATA (AAAA/MM/DD, EM BRANCO = HOJE): '
                ACCEPT WS-DATA
            IF WS-DATA = SPACES
                MOVE WS-DATA-FORMAT TO WS-DATA
            END-IF
            CALL 'DIALETIVO' USING WS-DATA WS-DV-LETIVO WS-DV-TIPO
                                   WS-DV-DIA-GRADE WS-DV-DESCRICAO
            IF WS-DV-LETIVO NOT = 'S'
                DISPLAY WS-DATA ' NAO E DIA LETIVO (CALENMAN) - '
                        'SEM MERENDA'
                EXIT PARAGRAPH
            END-IF

            PERFORM P150-CARREGA-TURMAS
            IF WS-QTD-TURMAS = 0
                DISPLAY 'NENHUMA TURMA NO ANO ' WS-ANO
                EXIT PARAGRAPH
            END-IF
            PERFORM P200-CONTA-TURMA
                VARYING WS-IDX-TUR FROM 1 BY 1
                UNTIL WS-IDX-TUR > WS-QTD-TURMAS
            PERFORM P250-GRAVA-CONTAGEM
            PERFORM P300-FOLHA-COZINHA
            .

       P150-CARREGA-TURMAS.
      * Turmas do ano com o turno do TURMACAT e alunos distintos do
      * boletim (como na CHAMADA). Turma que so existe no boletim
      * entra sem turno.
            MOVE 0 TO WS-QTD-TURMAS
            MOVE 0 TO WS-QTD-MATRIC
            OPEN INPUT TURMACAT-FILE
            IF FS-TUR-OK
                SET EOF-OK TO FALSE
                MOVE WS-ANO     TO TU-ANO
                MOVE LOW-VALUES TO TU-TURMA
                START TURMACAT-FILE KEY IS NOT LESS TU-CHAVE
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ TURMACAT-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF TU-ANO NOT = WS-ANO
                                SET EOF-OK TO TRUE
                            ELSE
                                IF WS-QTD-TURMAS < 80
                                    ADD 1 TO WS-QTD-TURMAS
                                    MOVE TU-TURMA TO
                                        MR-TURMA(WS-QTD-TURMAS)
                                    MOVE TU-TURNO TO
                                        MR-TURNO(WS-QTD-TURMAS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TURMACAT-FILE
            END-IF

            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                CALL 'FSMSG' USING WS-FS-BOL WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O BOLETIM --> COD '
                        WS-FS-BOL ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-ANO-LETIVO = WS-ANO
                           AND F-STATUS NOT = 'EXPURGADO'
                            PERFORM P160-GUARDA-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            .

       P160-GUARDA-ALUNO.
            MOVE 1 TO WS-IDX-MAT
            PERFORM UNTIL WS-IDX-MAT > WS-QTD-MATRIC
                    OR (MT-NOME(WS-IDX-MAT) = F-NOME
                        AND MT-TURMA(WS-IDX-MAT) = F-TURMA)
                ADD 1 TO WS-IDX-MAT
            END-PERFORM
            IF WS-IDX-MAT > WS-QTD-MATRIC AND WS-QTD-MATRIC < 3000
                ADD 1 TO WS-QTD-MATRIC
                MOVE F-TURMA TO MT-TURMA(WS-QTD-MATRIC)
                MOVE F-NOME  TO MT-NOME(WS-QTD-MATRIC)
            END-IF
            MOVE 1 TO WS-IDX-TUR
            PERFORM UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                    OR MR-TURMA(WS-IDX-TUR) = F-TURMA
                ADD 1 TO WS-IDX-TUR
            END-PERFORM
            IF WS-IDX-TUR > WS-QTD-TURMAS AND WS-QTD-TURMAS < 80
                ADD 1 TO WS-QTD-TURMAS
                MOVE F-TURMA TO MR-TURMA(WS-QTD-TURMAS)
                MOVE SPACE   TO MR-TURNO(WS-QTD-TURMAS)
            END-IF
            .

       P200-CONTA-TURMA.
      * Chamada feita no dia: os presentes. Sem chamada: os
      * matriculados, com a restricao tirada da ficha de saude.
            MOVE 0 TO MR-PREVISTAS(WS-IDX-TUR)
            MOVE 0 TO MR-RESTRICAO(WS-IDX-TUR)
            MOVE 'M' TO MR-ORIGEM(WS-IDX-TUR)
            OPEN INPUT CHAMDIA-FILE
            IF FS-CMD-OK
                MOVE WS-DATA              TO CM-DATA
                MOVE WS-ANO               TO CM-ANO
                MOVE MR-TURMA(WS-IDX-TUR) TO CM-TURMA
                READ CHAMDIA-FILE
                    KEY IS CM-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'C' TO MR-ORIGEM(WS-IDX-TUR)
                        MOVE CM-QTD-PRESENTES
                          TO MR-PREVISTAS(WS-IDX-TUR)
                        MOVE CM-QTD-RESTRICAO
                          TO MR-RESTRICAO(WS-IDX-TUR)
                END-READ
                CLOSE CHAMDIA-FILE
            END-IF
            IF MR-ORIGEM(WS-IDX-TUR) = 'M'
                PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                        UNTIL WS-IDX-MAT > WS-QTD-MATRIC
                    IF MT-TURMA(WS-IDX-MAT) = MR-TURMA(WS-IDX-TUR)
                        ADD 1 TO MR-PREVISTAS(WS-IDX-TUR)
                        CALL 'SAUDECHK' USING MT-NOME(WS-IDX-MAT)
                                              WS-SC-TEM-FICHA
                                              WS-SC-TEM-ALERTA
                        IF WS-SC-TEM-ALERTA = 'S'
                            ADD 1 TO MR-RESTRICAO(WS-IDX-TUR)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            .

       P250-GRAVA-CONTAGEM.
      * Refazer a contagem atualiza as previstas; a correcao da
      * cozinha (RM-AJUSTADO) nao e sobrescrita.
            PERFORM P95-ABRE-MERENDA
            IF NOT FS-MER-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                MOVE WS-DATA              TO RM-DATA
                MOVE WS-ANO               TO RM-ANO
                MOVE MR-TURMA(WS-IDX-TUR) TO RM-TURMA
                READ MERENDA-FILE
                    KEY IS RM-CHAVE
                    INVALID KEY
                        MOVE 'N' TO RM-AJUSTADO
                        PERFORM P260-MONTA-REGISTRO
                        WRITE MERENDA-LINHA
                    NOT INVALID KEY
                        PERFORM P260-MONTA-REGISTRO
                        REWRITE MERENDA-LINHA
                END-READ
                IF NOT FS-MER-OK
                    DISPLAY 'ERRO AO GRAVAR A CONTAGEM DA TURMA '
                            RM-TURMA ' --> COD ' WS-FS-MER
                END-IF
            END-PERFORM
            CLOSE MERENDA-FILE
            .

       P260-MONTA-REGISTRO.
            MOVE MR-TURNO(WS-IDX-TUR)     TO RM-TURNO
            MOVE MR-ORIGEM(WS-IDX-TUR)    TO RM-ORIGEM
            MOVE MR-PREVISTAS(WS-IDX-TUR) TO RM-PREVISTAS
            MOVE MR-RESTRICAO(WS-IDX-TUR) TO RM-RESTRICAO
            IF NOT RM-AJUSTADO-OK
                MOVE MR-PREVISTAS(WS-IDX-TUR) TO RM-SERVIDAS
            END-IF
            MOVE WS-OPERADOR-ATUAL        TO RM-OPERADOR
            .

       P300-FOLHA-COZINHA.
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
            MOVE SPACES TO REL-LINHA
            STRING '*** MERENDA - CONTAGEM DE ' DELIMITED BY SIZE
                   WS-DATA DELIMITED BY SIZE
                   ' - ANO LETIVO ' DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'TURMA       ORIGEM      REFEICOES  RESTRICAO'
              TO REL-LINHA
            WRITE REL-LINHA

            MOVE 0 TO WS-TOT-REFEICOES WS-TOT-RESTRICAO
            MOVE 0 TO WS-QTD-SEM-CHAMADA
            PERFORM P320-BLOCO-TURNO
                VARYING WS-IDX-TURNO FROM 1 BY 1
                UNTIL WS-IDX-TURNO > 5

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL DO DIA: ' DELIMITED BY SIZE
                   WS-TOT-REFEICOES DELIMITED BY SIZE
                   ' REFEICOES, DAS QUAIS ' DELIMITED BY SIZE
                   WS-TOT-RESTRICAO DELIMITED BY SIZE
                   ' COM RESTRICAO ALIMENTAR/ALERGIA'
                       DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF WS-QTD-SEM-CHAMADA > 0
                MOVE SPACES TO REL-LINHA
                STRING WS-QTD-SEM-CHAMADA DELIMITED BY SIZE
                       ' TURMA(S) SEM CHAMADA NO DIA - CONTADAS PELA '
                           DELIMITED BY SIZE
                       'MATRICULA' DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            CLOSE REPORT-FILE
            DISPLAY 'REFEICOES DO DIA: ' WS-TOT-REFEICOES
                    ' - COM RESTRICAO: ' WS-TOT-RESTRICAO
            DISPLAY 'TURMAS SEM CHAMADA (PELA MATRICULA): '
                    WS-QTD-SEM-CHAMADA
            DISPLAY 'FOLHA DA COZINHA GRAVADA EM: ' WS-PATH-RELATORIO
            .

       P320-BLOCO-TURNO.
            MOVE 0 TO WS-SUB-REFEICOES WS-SUB-RESTRICAO
            SET TURNO-ABERTO TO FALSE
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                IF MR-TURNO(WS-IDX-TUR) = WS-TURNO-COD(WS-IDX-TURNO)
                   OR (WS-IDX-TURNO = 5
                       AND MR-TURNO(WS-IDX-TUR) NOT = 'M'
                       AND MR-TURNO(WS-IDX-TUR) NOT = 'T'
                       AND MR-TURNO(WS-IDX-TUR) NOT = 'N'
                       AND MR-TURNO(WS-IDX-TUR) NOT = 'I')
                    IF NOT TURNO-ABERTO
                        SET TURNO-ABERTO TO TRUE
                        MOVE SPACES TO REL-LINHA
                        WRITE REL-LINHA
                        MOVE SPACES TO REL-LINHA
                        STRING 'TURNO: ' DELIMITED BY SIZE
                               WS-TURNO-NOME(WS-IDX-TURNO)
                                   DELIMITED BY SIZE
                            INTO REL-LINHA
                        WRITE REL-LINHA
                    END-IF
                    PERFORM P330-LINHA-TURMA
                END-IF
            END-PERFORM
            IF TURNO-ABERTO
                MOVE SPACES TO REL-LINHA
                STRING '  SUBTOTAL ' DELIMITED BY SIZE
                       WS-TURNO-NOME(WS-IDX-TURNO) DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       WS-SUB-REFEICOES DELIMITED BY SIZE
                       '      ' DELIMITED BY SIZE
                       WS-SUB-RESTRICAO DELIMITED BY SIZE
                    INTO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .

       P330-LINHA-TURMA.
            MOVE SPACES TO REL-LINHA
            MOVE MR-TURMA(WS-IDX-TUR) TO REL-LINHA(1:10)
            IF MR-ORIGEM(WS-IDX-TUR) = 'C'
                MOVE 'CHAMADA'   TO REL-LINHA(13:10)
            ELSE
                MOVE 'MATRICULA' TO REL-LINHA(13:10)
                ADD 1 TO WS-QTD-SEM-CHAMADA
            END-IF
            MOVE MR-PREVISTAS(WS-IDX-TUR) TO REL-LINHA(29:4)
            MOVE MR-RESTRICAO(WS-IDX-TUR) TO REL-LINHA(41:3)
            WRITE REL-LINHA
            ADD MR-PREVISTAS(WS-IDX-TUR) TO WS-SUB-REFEICOES
                                            WS-TOT-REFEICOES
            ADD MR-RESTRICAO(WS-IDX-TUR) TO WS-SUB-RESTRICAO
                                            WS-TOT-RESTRICAO
            .

       P400-SERVIDAS.
            DISPLAY 'DATA (AAAA/MM/DD): '
                ACCEPT WS-DATA
            DISPLAY 'ANO LETIVO/PERIODO (EX: 2026/1): '
                ACCEPT WS-ANO
            DISPLAY 'TURMA: '
                ACCEPT WS-TURMA
            PERFORM P95-ABRE-MERENDA
            IF NOT FS-MER-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATA  TO RM-DATA
            MOVE WS-ANO   TO RM-ANO
            MOVE WS-TURMA TO RM-TURMA
            READ MERENDA-FILE
                KEY IS RM-CHAVE
                INVALID KEY
                    DISPLAY 'SEM CONTAGEM DA TURMA NO DIA - RODE A '
                            'CONTAGEM DO DIA (OPCAO 1)'
                NOT INVALID KEY
                    DISPLAY 'PREVISTAS: ' RM-PREVISTAS
                            ' SERVIDAS: ' RM-SERVIDAS
                            ' RESTRICAO: ' RM-RESTRICAO
                    MOVE SPACES TO WS-AUD-ANTES
                    STRING RM-DATA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           RM-TURMA DELIMITED BY SIZE
                           ' SERV ' DELIMITED BY SIZE
                           RM-SERVIDAS DELIMITED BY SIZE
                        INTO WS-AUD-ANTES
                    DISPLAY 'REFEICOES REALMENTE SERVIDAS: '
                        ACCEPT RM-SERVIDAS
                    MOVE 'S'               TO RM-AJUSTADO
                    MOVE WS-OPERADOR-ATUAL TO RM-OPERADOR
                    REWRITE MERENDA-LINHA
                    IF FS-MER-OK
                        DISPLAY 'REFEICOES SERVIDAS REGISTRADAS'
                        MOVE SPACES TO WS-AUD-DEPOIS
                        STRING RM-DATA DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               RM-TURMA DELIMITED BY SIZE
                               ' SERV ' DELIMITED BY SIZE
                               RM-SERVIDAS DELIMITED BY SIZE
                            INTO WS-AUD-DEPOIS
                        CALL 'AUDITORIA' USING WS-AUD-OPERACAO
                                               WS-AUD-ID
                                               WS-AUD-ANTES
                                               WS-AUD-DEPOIS
                    ELSE
                        DISPLAY 'ERRO AO REGRAVAR --> COD ' WS-FS-MER
                    END-IF
            END-READ
            CLOSE MERENDA-FILE
            .

       P500-MENSAL.
      * Um dia de atendimento por data com contagem; as servidas de
      * todas as turmas (e anos letivos) da data somam no dia.
            DISPLAY 'COMPETENCIA (AAAA/MM): '
                ACCEPT WS-COMPETENCIA
            OPEN INPUT MERENDA-FILE
            IF NOT FS-MER-OK
                CALL 'FSMSG' USING WS-FS-MER WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR A MERENDA --> COD '
                        WS-FS-MER ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT PNAE-FILE
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
            MOVE SPACES TO REL-LINHA
            STRING 'PNAE - PRESTACAO DE CONTAS DA ALIMENTACAO ESCOLAR'
                       DELIMITED BY SIZE
                   ' - COMPETENCIA ' DELIMITED BY SIZE
                   WS-COMPETENCIA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'REFEICOES SERVIDAS POR DIA DE ATENDIMENTO E TURNO'
              TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'DATA       DIA  MANHA  TARDE  NOITE  INTEG  S/TUR'
              TO REL-LINHA
            MOVE '   TOTAL  ESPEC' TO REL-LINHA(52:15)
            WRITE REL-LINHA

            INITIALIZE WS-MES-TURNOS
            MOVE 0 TO WS-MES-TOTAL WS-MES-ESPECIAIS
            MOVE 0 TO WS-MES-DIAS
            MOVE SPACES TO WS-DATA-CORRENTE
            PERFORM P560-ZERA-DIA
            SET EOF-OK TO FALSE
            MOVE SPACES TO RM-CHAVE
            STRING WS-COMPETENCIA DELIMITED BY SIZE
                   '/01' DELIMITED BY SIZE
                INTO RM-DATA
            MOVE LOW-VALUES TO RM-ANO RM-TURMA
            START MERENDA-FILE KEY IS NOT LESS RM-CHAVE
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MERENDA-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RM-DATA(1:7) NOT = WS-COMPETENCIA
                            SET EOF-OK TO TRUE
                        ELSE
                            IF RM-DATA NOT = WS-DATA-CORRENTE
                                PERFORM P550-FECHA-DIA
                                MOVE RM-DATA TO WS-DATA-CORRENTE
                            END-IF
                            PERFORM P540-SOMA-TURMA
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P550-FECHA-DIA
            CLOSE MERENDA-FILE

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO WS-LINHA-DIA
            MOVE 'TOTAL MES' TO LD-DATA
            PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                    UNTIL WS-IDX-TURNO > 5
                MOVE WS-MES-TURNO(WS-IDX-TURNO)
                  TO LD-QTD(WS-IDX-TURNO)
            END-PERFORM
            MOVE WS-MES-TOTAL     TO LD-TOTAL
            MOVE WS-MES-ESPECIAIS TO LD-ESPECIAIS
            MOVE WS-LINHA-DIA TO REL-LINHA
            WRITE REL-LINHA
            MOVE 0 TO WS-MEDIA-DIA
            IF WS-MES-DIAS > 0
                COMPUTE WS-MEDIA-DIA ROUNDED =
                    WS-MES-TOTAL / WS-MES-DIAS
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'DIAS DE ATENDIMENTO: ' DELIMITED BY SIZE
                   WS-MES-DIAS DELIMITED BY SIZE
                   '   MEDIA DE REFEICOES POR DIA: ' DELIMITED BY SIZE
                   WS-MEDIA-DIA DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 'ESPEC = REFEICOES DE ALUNOS COM RESTRICAO ALIMENTAR'
              TO REL-LINHA
            MOVE '/ALERGIA (CARDAPIO ESPECIAL)' TO REL-LINHA(52:28)
            WRITE REL-LINHA
            CLOSE REPORT-FILE

      * Registro de totais do arquivo da secretaria.
            MOVE SPACES TO PNAE-REGISTRO
            MOVE 'T' TO PN-TIPO-REG
            MOVE WS-COMPETENCIA(1:4) TO PN-COMPETENCIA(1:4)
            MOVE WS-COMPETENCIA(6:2) TO PN-COMPETENCIA(5:2)
            MOVE 0 TO PN-DATA
            MOVE PN-COMPETENCIA TO PN-DATA(1:6)
            MOVE WS-MES-TURNO(1) TO PN-MANHA
            MOVE WS-MES-TURNO(2) TO PN-TARDE
            MOVE WS-MES-TURNO(3) TO PN-NOITE
            MOVE WS-MES-TURNO(4) TO PN-INTEGRAL
            MOVE WS-MES-TURNO(5) TO PN-SEM-TURNO
            MOVE WS-MES-TOTAL     TO PN-TOTAL
            MOVE WS-MES-ESPECIAIS TO PN-ESPECIAIS
            MOVE WS-MES-DIAS      TO PN-DIAS
            WRITE PNAE-REGISTRO
            CLOSE PNAE-FILE

            DISPLAY 'DIAS DE ATENDIMENTO: ' WS-MES-DIAS
                    ' - REFEICOES SERVIDAS: ' WS-MES-TOTAL
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            DISPLAY 'ARQUIVO DA SECRETARIA GRAVADO EM: ' WS-PATH-PNAE
            .

       P540-SOMA-TURMA.
            EVALUATE RM-TURNO
                WHEN 'M'
                    MOVE 1 TO WS-IDX-TURNO
                WHEN 'T'
                    MOVE 2 TO WS-IDX-TURNO
                WHEN 'N'
                    MOVE 3 TO WS-IDX-TURNO
                WHEN 'I'
                    MOVE 4 TO WS-IDX-TURNO
                WHEN OTHER
                    MOVE 5 TO WS-IDX-TURNO
            END-EVALUATE
            ADD RM-SERVIDAS TO WS-DIA-TURNO(WS-IDX-TURNO)
            ADD RM-SERVIDAS TO WS-DIA-TOTAL
      * Restricao entra pelo que foi servido: nunca mais especiais
      * que refeicoes na turma.
            IF RM-RESTRICAO > RM-SERVIDAS
                ADD RM-SERVIDAS  TO WS-DIA-ESPECIAIS
            ELSE
                ADD RM-RESTRICAO TO WS-DIA-ESPECIAIS
            END-IF
            .

       P550-FECHA-DIA.
            IF WS-DATA-CORRENTE = SPACES
                EXIT PARAGRAPH
            END-IF
            IF WS-DIA-TOTAL > 0
                ADD 1 TO WS-MES-DIAS
                MOVE SPACES TO WS-LINHA-DIA
                MOVE WS-DATA-CORRENTE TO LD-DATA
                MOVE SPACES TO WS-DATA-NUM-X
                STRING WS-DATA-CORRENTE(1:4) DELIMITED BY SIZE
                       WS-DATA-CORRENTE(6:2) DELIMITED BY SIZE
                       WS-DATA-CORRENTE(9:2) DELIMITED BY SIZE
                    INTO WS-DATA-NUM-X
                MOVE WS-DATA-NUM-X TO WS-DATA-NUM
                CALL 'DIASEM' USING WS-DATA-NUM WS-DIA-SEMANA
                IF WS-DIA-SEMANA >= 1 AND WS-DIA-SEMANA <= 7
                    MOVE WS-SIGLA-DIA(WS-DIA-SEMANA) TO LD-SIGLA
                END-IF
                PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                        UNTIL WS-IDX-TURNO > 5
                    MOVE WS-DIA-TURNO(WS-IDX-TURNO)
                      TO LD-QTD(WS-IDX-TURNO)
                    ADD WS-DIA-TURNO(WS-IDX-TURNO)
                      TO WS-MES-TURNO(WS-IDX-TURNO)
                END-PERFORM
                MOVE WS-DIA-TOTAL     TO LD-TOTAL
                MOVE WS-DIA-ESPECIAIS TO LD-ESPECIAIS
                MOVE WS-LINHA-DIA TO REL-LINHA
                WRITE REL-LINHA
                ADD WS-DIA-TOTAL     TO WS-MES-TOTAL
                ADD WS-DIA-ESPECIAIS TO WS-MES-ESPECIAIS

                MOVE SPACES TO PNAE-REGISTRO
                MOVE 'D' TO PN-TIPO-REG
                MOVE WS-DATA-NUM-X(1:6) TO PN-COMPETENCIA
                MOVE WS-DATA-NUM        TO PN-DATA
                MOVE WS-DIA-TURNO(1)    TO PN-MANHA
                MOVE WS-DIA-TURNO(2)    TO PN-TARDE
                MOVE WS-DIA-TURNO(3)    TO PN-NOITE
                MOVE WS-DIA-TURNO(4)    TO PN-INTEGRAL
                MOVE WS-DIA-TURNO(5)    TO PN-SEM-TURNO
                MOVE WS-DIA-TOTAL       TO PN-TOTAL
                MOVE WS-DIA-ESPECIAIS   TO PN-ESPECIAIS
                MOVE 1                  TO PN-DIAS
                WRITE PNAE-REGISTRO
            END-IF
            PERFORM P560-ZERA-DIA
            .

       P560-ZERA-DIA.
            INITIALIZE WS-DIA-TURNOS
            MOVE 0 TO WS-DIA-TOTAL WS-DIA-ESPECIAIS
            .
