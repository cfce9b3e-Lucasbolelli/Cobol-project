      *          E O CAMINHO DA IMPRESSORA) OU EXPURGA (MARCA
      *          INATIVA NO CATALOGO E ESVAZIA O ARQUIVO). RELATORIO
      *          E REGISTRO DO QUE FIZEMOS; DEIXA DE EVAPORAR.
      *          CADA UNIDADE ESCOLAR SO VE OS RELATORIOS TIRADOS
      *          NELA; A SESSAO DA REDE VE TODOS. ENTRADA ANTERIOR A
      *          REDE (SEM UNIDADE) E DA SEDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 SP-OPERADOR          PIC X(20).
           03 SP-ATIVO             PIC X.
           03 SP-PATH              PIC X(100).
           03 SP-UNIDADE           PIC X(02).
       FD SPOOL-ARQ
       DATA RECORD IS ARQ-LINHA.
       01 ARQ-LINHA                PIC X(132).
       01 IMP-LINHA                PIC X(132).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-CTL                PIC 99.
       77 WS-FS-ARQ                PIC 99.
       77 WS-FS-IMP                PIC 99.
       77 WS-SEQ-ESCOLHIDA         PIC 9(05).
       77 WS-QTD-ENTRADAS          PIC 9(03) VALUE 0.
       01 WS-CTL-TAB.
           05 WS-CTL-ENTRY OCCURS 200 TIMES PIC X(158).
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-ESCOLHIDO         PIC 9(03).
       77 WS-ALTEROU               PIC X VALUE 'N'.
      * catalogo ser reduzido (mesma guarda do ERRVIEW).
       77 WS-TRUNCADO              PIC X VALUE 'N'.
          88 TRUNCADO-OK           VALUE 'S' FALSE 'N'.
      * Unidade escolar da sessao (UNIDADE): '00' = rede.
       77 WS-UN-ACAO               PIC X VALUE 'S'.
       77 WS-UN-ANO                PIC X(07) VALUE SPACES.
       77 WS-UN-TURMA              PIC X(10) VALUE SPACES.
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-RESULTADO          PIC X.
       77 WS-ENTRADA-VISIVEL       PIC X.
          88 ENTRADA-VISIVEL-OK    VALUE 'S' FALSE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'SPOOLMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** GERENTE DO SPOOL DE RELATORIOS ***'
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            PERFORM P100-CARREGA
            IF WS-QTD-ENTRADAS = 0
                DISPLAY 'NENHUM RELATORIO NO SPOOL'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ENTRADAS
                MOVE WS-CTL-ENTRY(WS-IDX) TO SPOOL-LINHA
                PERFORM P260-CONFERE-UNIDADE
                IF ENTRADA-VISIVEL-OK
                    DISPLAY 'SEQ ' SP-SEQ ' ' SP-DATA ' '
                            SP-PROGRAMA ' OPER '
                            FUNCTION TRIM(SP-OPERADOR)
                            ' ATIVO: ' SP-ATIVO ' UNID: ' SP-UNIDADE
                END-IF
            END-PERFORM
            .

       P260-CONFERE-UNIDADE.
            IF SP-UNIDADE = SPACES
                MOVE '01' TO SP-UNIDADE
            END-IF
            IF WS-UN-CODIGO = '00' OR WS-UN-CODIGO = SP-UNIDADE
                SET ENTRADA-VISIVEL-OK TO TRUE
            ELSE
                SET ENTRADA-VISIVEL-OK TO FALSE
            END-IF
            .

       P300-ESCOLHE.
            DISPLAY 'INFORME A SEQUENCIA DO RELATORIO: '
                ACCEPT WS-SEQ-ESCOLHIDA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ENTRADAS
                MOVE WS-CTL-ENTRY(WS-IDX) TO SPOOL-LINHA
                PERFORM P260-CONFERE-UNIDADE
                IF SP-SEQ = WS-SEQ-ESCOLHIDA AND ENTRADA-VISIVEL-OK
                    MOVE WS-IDX TO WS-IDX-ESCOLHIDO
                END-IF
            END-PERFORM
