      *          = CARGA ANUAL), IMPRIME POR ANO COM SUBTOTAIS E O
      *          TOTAL GERAL, E REGISTRA A EMISSAO NO LIVRO DE
      *          REGISTRO DE DOCUMENTOS (LIVRO_REGISTRO.DAT). SAI NO
      *          SPOOL; A CONSULTA FICA NO LOG LGPD. A CARGA PODE SAIR
      *          PREVISTA (CATALOGO X 40) OU DADA, CONTADA NO REGISTRO
      *          DE AULAS DO AULAMAN (AULASDADAS); MATERIA SEM
      *          REGISTRO DE AULAS NO ANO FICA COM A PREVISTA, MARCADA
      *          COM '*' E EXPLICADA NO RODAPE. AS DEPENDENCIAS
      *          (PROGRESSAO PARCIAL) SAO RECOLHIDAS PELO REGISTRO DE
      *          DEPENDENCIAS - A LINHA DE DEPENDENCIA APONTA PARA A
      *          LINHA REPROVADA, NAO PARA A RAIZ - E SAEM NUMA SECAO
      *          PROPRIA DEPOIS DOS ANOS, COM O ANO DE ORIGEM. O
      *          HISTORICO SAI COM O CODIGO DE VERIFICACAO DE
      *          AUTENTICIDADE (AUTCOD, CONFERIDO NO AUTVERIF); UM
      *          HISTORICO NOVO DO MESMO ALUNO SUBSTITUI O ANTERIOR.
      *          O HISTORICO EMITIDO DEIXA PRONTO O REQUERIMENTO
      *          PENDENTE DO ALUNO NO PROTOCOLO DA SECRETARIA
      *          (PROTBAIXA/PROTOCOLO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
               SELECT DEP-FILE
               ASSIGN TO
                   WS-PATH-DEPENDENCIAS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DP-ID-ORIGEM
                   ALTERNATE RECORD KEY IS DP-ID-DEP
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-DEP
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
       01 SESSAO-LINHA.
           03 SE-OPERADOR      PIC X(20).
           03 SE-PERFIL        PIC X.
       FD DEP-FILE
       DATA RECORD IS DEPENDENCIA-LINHA.
           COPY DEPENDENCIA_DADOS.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-UP-MODO               PIC X.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-LIV                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-FS-DEP                PIC 99.
          88 FS-DEP-OK             VALUE 0.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'HISTOFICIAL'.
       77 WS-FS-MSG                PIC X(40).
       77 WS-PATH-ARQUIVO-ANO      PIC X(100).
       77 WS-QTD-REGS              PIC 9(03) VALUE 0.
       01 WS-REG-TAB.
           05 WS-REG-ENTRY OCCURS 200 TIMES.
               10 HD-ID                PIC 9(06).
               10 HD-ANO               PIC X(07).
               10 HD-TURMA             PIC X(10).
               10 HD-MATERIA           PIC X(20).
               10 HD-FREQ              PIC 9(03).
               10 HD-STATUS            PIC X(14).
               10 HD-HORAS             PIC 9(04).
               10 HD-MARCA             PIC X.
               10 HD-DEP               PIC X.
               10 HD-ANO-ORIGEM        PIC X(07).
               10 HD-IMPRESSO          PIC X.
       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-GRP               PIC 9(03).
       77 WS-MEDIA-APROVACAO       PIC 9(02)V9.
       77 WS-MAT-HORAS             PIC 9(02).
       77 WS-MAT-CONTA             PIC X.
      * Carga prevista (catalogo) ou dada (registro de aulas).
       77 WS-MODO-CARGA            PIC X VALUE 'P'.
          88 CARGA-DADA            VALUE 'D'.
       77 WS-AD-QTD                PIC 9(04).
       77 WS-AD-ACHOU              PIC X.
       77 WS-QTD-ESTIMADA          PIC 9(03) VALUE 0.
      * Livro de registro (numeracao do DOCEMITE) e log LGPD.
       77 WS-NUM-REG               PIC 9(06).
       77 WS-LIVRO                 PIC 9(03).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-LG-PROGRAMA           PIC X(12) VALUE 'HISTOFICIAL'.
       77 WS-LG-PROPOSITO          PIC X(10) VALUE 'HISTORICO'.
      * Nada consta antes do historico (NADACONSTA); o responsavel
      * sai do cadastro mestre de alunos.
       77 WS-NC-ID-RESP            PIC 9(06) VALUE 0.
       77 WS-NC-DOCUMENTO          PIC X(25)
                                   VALUE 'HISTORICO ESCOLAR'.
       77 WS-NC-RESULTADO          PIC X.
      * Dependencias - progressao parcial (DEPCHK/DEPENDENCIAS.DAT).
       77 WS-DC-DEP                PIC X.
       77 WS-DC-ORIGEM             PIC 9(06).
       77 WS-DC-ANO-ORIGEM         PIC X(07).
       77 WS-DC-STATUS             PIC X.
       77 WS-QTD-DEP               PIC 9(03) VALUE 0.
       77 WS-DEP-ACHADA            PIC X.
       77 WS-EOF-DEP               PIC X.
          88 EOF-DEP-OK            VALUE 'S' FALSE 'N'.
      * Codigo de verificacao de autenticidade (AUTCOD).
           COPY AUTCOD-AREA.
      * Baixa do requerimento no protocolo da secretaria (PROTBAIXA).
           COPY PROTBAIXA-AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'HISTOFICIAL' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
      * Livro de registro da unidade escolar da sessao (cada
      * unidade numera os seus documentos).
            MOVE 'U' TO WS-UP-MODO
            CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-LIVRO-REG
            DISPLAY '*** HISTORICO ESCOLAR OFICIAL ***'
            DISPLAY 'INFORME QUALQUER ID DO ALUNO: '
                ACCEPT WS-ID-BUSCA
            DISPLAY 'CARGA HORARIA: P - PREVISTA (CATALOGO X 40 '
                    'SEMANAS) OU D - DADA (REGISTRO DE AULAS): '
                ACCEPT WS-MODO-CARGA
            MOVE FUNCTION UPPER-CASE(WS-MODO-CARGA) TO WS-MODO-CARGA
            IF NOT CARGA-DADA
                MOVE 'P' TO WS-MODO-CARGA
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT

            PERFORM P200-COLETA-VIVO
            PERFORM P300-COLETA-ARQUIVOS
            PERFORM P370-COLETA-DEPENDENCIAS
            IF WS-QTD-REGS = 0
                DISPLAY 'NENHUM REGISTRO DA CADEIA ENCONTRADO'
                STOP RUN
            END-IF

            CALL 'NADACONSTA' USING WS-NOME-ALUNO-H WS-NC-ID-RESP
                                    WS-NC-DOCUMENTO WS-NC-RESULTADO
            IF WS-NC-RESULTADO = 'N'
                DISPLAY 'HISTORICO NAO EMITIDO: ALUNO COM PENDENCIAS'
                STOP RUN
            END-IF

            PERFORM P400-REGISTRA-LIVRO
            PERFORM P500-IMPRIME
            PERFORM P590-BAIXA-PROTOCOLO
            DISPLAY 'HISTORICO REGISTRADO SOB N. ' WS-NUM-REG
                    ' (LIVRO ' WS-LIVRO ' FOLHA ' WS-FOLHA ')'
            DISPLAY 'DOCUMENTO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P100-RESOLVE-RAIZ.
      * ID de linha de dependencia: a cadeia e a da linha reprovada
      * de origem.
            CALL 'DEPCHK' USING WS-ID-BUSCA WS-DC-DEP WS-DC-ORIGEM
                                WS-DC-ANO-ORIGEM WS-DC-STATUS
            IF WS-DC-DEP = 'S'
                MOVE WS-DC-ORIGEM TO WS-ID-BUSCA
            END-IF
      * Mesmo dual lookup do GUIATRANSF: vivo primeiro, depois os
      * anos fechados do catalogo.
            OPEN INPUT BOLETIM
            .

       P250-GUARDA-REGISTRO.
      * Linha de dependencia cuja origem e a propria raiz cairia na
      * cadeia; ela entra pelo P370, junto com as demais.
            CALL 'DEPCHK' USING F-ID WS-DC-DEP WS-DC-ORIGEM
                                WS-DC-ANO-ORIGEM WS-DC-STATUS
            IF WS-DC-DEP = 'S'
                EXIT PARAGRAPH
            END-IF
            PERFORM P260-GUARDA-LINHA
            .

       P260-GUARDA-LINHA.
            IF WS-QTD-REGS >= 200
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QTD-REGS
            MOVE F-ID         TO HD-ID(WS-QTD-REGS)
            MOVE F-ANO-LETIVO TO HD-ANO(WS-QTD-REGS)
            MOVE F-TURMA      TO HD-TURMA(WS-QTD-REGS)
            MOVE F-MATERIA    TO HD-MATERIA(WS-QTD-REGS)
            MOVE F-MEDIATOTAL TO HD-MEDIATOTAL(WS-QTD-REGS)
            MOVE F-FREQUENCIA TO HD-FREQ(WS-QTD-REGS)
            MOVE F-STATUS     TO HD-STATUS(WS-QTD-REGS)
            MOVE 'N'          TO HD-DEP(WS-QTD-REGS)
            MOVE SPACES       TO HD-ANO-ORIGEM(WS-QTD-REGS)
            MOVE 'N'          TO HD-IMPRESSO(WS-QTD-REGS)
      * Carga horaria anual: horas semanais do catalogo x 40
      * semanas letivas - a convencao de calendario da escola.
                                 WS-MEDIA-APROVACAO WS-MAT-HORAS
                                 WS-MAT-CONTA
            COMPUTE HD-HORAS(WS-QTD-REGS) = WS-MAT-HORAS * 40
            MOVE ' ' TO HD-MARCA(WS-QTD-REGS)
      * Carga dada: aulas registradas da materia na turma e ano,
      * uma hora cada. Turma sem registro de aulas no ano fica com
      * a prevista, marcada.
            IF CARGA-DADA
                CALL 'AULASDADAS' USING F-ANO-LETIVO F-TURMA F-MATERIA
                                        WS-AD-QTD WS-AD-ACHOU
                IF WS-AD-ACHOU = 'S'
                    MOVE WS-AD-QTD TO HD-HORAS(WS-QTD-REGS)
                ELSE
                    MOVE '*' TO HD-MARCA(WS-QTD-REGS)
                    ADD 1 TO WS-QTD-ESTIMADA
                END-IF
            END-IF
            .

       P300-COLETA-ARQUIVOS.
            CLOSE BOLETIM-ARQ
            .

       P370-COLETA-DEPENDENCIAS.
      * Percorre o registro de dependencias: entrada ja semeada cuja
      * linha reprovada de origem esta na cadeia traz a linha de
      * dependencia, procurada no vivo e depois nos anos fechados.
            SET EOF-DEP-OK TO FALSE
            OPEN INPUT DEP-FILE
            IF NOT FS-DEP-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-DEP-OK
                READ DEP-FILE NEXT RECORD
                    AT END
                        SET EOF-DEP-OK TO TRUE
                    NOT AT END
                        IF DP-ID-DEP NOT = 0
                            PERFORM P375-ORIGEM-NA-CADEIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEP-FILE
            .

       P375-ORIGEM-NA-CADEIA.
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-REGS
                    OR (HD-ID(WS-IDX) = DP-ID-ORIGEM
                        AND HD-DEP(WS-IDX) NOT = 'S')
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX > WS-QTD-REGS
                EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-DEP-ACHADA
            OPEN INPUT BOLETIM
            IF FS-BOL-OK
                MOVE DP-ID-DEP TO F-ID
                READ BOLETIM
                    KEY IS F-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-DEP-ACHADA
                END-READ
                CLOSE BOLETIM
            END-IF
            IF WS-DEP-ACHADA NOT = 'S'
                PERFORM P380-DEPENDENCIA-NOS-ARQUIVOS
            END-IF
            IF WS-DEP-ACHADA = 'S' AND F-STATUS NOT = 'EXPURGADO'
                PERFORM P260-GUARDA-LINHA
                MOVE 'S'           TO HD-DEP(WS-QTD-REGS)
                MOVE DP-ANO-ORIGEM TO HD-ANO-ORIGEM(WS-QTD-REGS)
                ADD 1 TO WS-QTD-DEP
            END-IF
            .

       P380-DEPENDENCIA-NOS-ARQUIVOS.
            SET EOF-CAT-OK TO FALSE
            OPEN INPUT CATALOGO
            IF WS-FS-CAT NOT = 0
                SET EOF-CAT-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-CAT-OK OR WS-DEP-ACHADA = 'S'
                READ CATALOGO
                    AT END
                        SET EOF-CAT-OK TO TRUE
                    NOT AT END
                        MOVE CAT-PATH TO WS-PATH-ARQUIVO-ANO
                        OPEN INPUT BOLETIM-ARQ
                        IF FS-ARQ-OK
                            MOVE DP-ID-DEP TO FA-ID
                            READ BOLETIM-ARQ
                                KEY IS FA-ID
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    MOVE ARQ-LINHA TO BOLETIM-LINHA
                                    MOVE 'S' TO WS-DEP-ACHADA
                            END-READ
                            CLOSE BOLETIM-ARQ
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-CAT = 10 OR WS-DEP-ACHADA = 'S'
                CLOSE CATALOGO
            END-IF
            .

       P400-REGISTRA-LIVRO.
            MOVE 1 TO WS-NUM-REG
            SET EOF-OK TO FALSE
            MOVE 1                 TO LV-VIA
            WRITE LIVRO-LINHA
            CLOSE LIVRO-FILE

      * Codigo de verificacao: registro do livro, matricula raiz e
      * quantidade de linhas que o historico consolida.
            MOVE 'G'               TO WS-AC-ACAO
            MOVE 'L'               TO WS-AC-ORIGEM
            MOVE WS-NUM-REG        TO WS-AC-NUMERO
            MOVE WS-DATA-FORMAT    TO WS-AC-DATA
            MOVE 'HISTORICO OFICIAL' TO WS-AC-TIPO
            MOVE WS-NOME-ALUNO-H   TO WS-AC-NOME
            MOVE SPACES            TO WS-AC-REFERENCIA
            MOVE '01A VIA'         TO WS-AC-VIA
            MOVE WS-OPERADOR-ATUAL TO WS-AC-OPERADOR
            MOVE SPACES            TO WS-AC-CONTEUDO
            STRING 'MATRICULA RAIZ ' DELIMITED BY SIZE
                   WS-ID-RAIZ DELIMITED BY SIZE
                   ' LINHAS ' DELIMITED BY SIZE
                   WS-QTD-REGS DELIMITED BY SIZE
                INTO WS-AC-CONTEUDO
            CALL 'AUTCOD' USING WS-AUTCOD-AREA
            IF WS-AC-RESULTADO NOT = 'S'
                DISPLAY 'ATENCAO: CODIGO DE VERIFICACAO NAO '
                        'REGISTRADO (AUTENTICA.DAT)'
            END-IF
            .

       P500-IMPRIME.
                   WS-DATA-FORMAT DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                   WS-AC-CODIGO DELIMITED BY SIZE
                   ' (CONFERIR NA SECRETARIA)' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE '==============================================='
                TO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-REGS
                IF HD-IMPRESSO(WS-IDX) NOT = 'S'
                   AND HD-DEP(WS-IDX) NOT = 'S'
                    MOVE HD-ANO(WS-IDX) TO WS-ANO-ATUAL
                    PERFORM P550-IMPRIME-ANO
                END-IF
            END-PERFORM
            IF WS-QTD-DEP > 0
                PERFORM P560-IMPRIME-DEPENDENCIAS
            END-IF

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
                   ' HORAS' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            IF CARGA-DADA
                MOVE 'CARGA HORARIA DADA, CONTADA NO REGISTRO DE AULAS'
                    TO REL-LINHA
            ELSE
                MOVE 'CARGA HORARIA PREVISTA (CATALOGO X 40 SEMANAS)'
                    TO REL-LINHA
            END-IF
            WRITE REL-LINHA
            IF WS-QTD-ESTIMADA > 0
                MOVE '* ANO SEM REGISTRO DE AULAS - CARGA PREVISTA'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            CLOSE REPORT-FILE
            .

                    UNTIL WS-IDX-GRP > WS-QTD-REGS
                IF HD-ANO(WS-IDX-GRP) = WS-ANO-ATUAL
                   AND HD-IMPRESSO(WS-IDX-GRP) NOT = 'S'
                   AND HD-DEP(WS-IDX-GRP) NOT = 'S'
                    MOVE 'S' TO HD-IMPRESSO(WS-IDX-GRP)
                    ADD HD-HORAS(WS-IDX-GRP) TO WS-SUBTOT-HORAS
                    ADD HD-HORAS(WS-IDX-GRP) TO WS-TOT-HORAS
                           HD-FREQ(WS-IDX-GRP) DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           HD-HORAS(WS-IDX-GRP) DELIMITED BY SIZE
                           'H' DELIMITED BY SIZE
                           HD-MARCA(WS-IDX-GRP) DELIMITED BY SIZE
                           HD-STATUS(WS-IDX-GRP)
                                DELIMITED BY SIZE
                        INTO REL-LINHA
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P560-IMPRIME-DEPENDENCIAS.
      * Dependencias cursadas em progressao parcial: o ano em que
      * foram cursadas e o ano da reprovacao que as originou. A
      * carga entra no total geral do historico.
            MOVE 0 TO WS-SUBTOT-HORAS
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'DEPENDENCIAS (PROGRESSAO PARCIAL)' TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'CURSADA  MATERIA              ORIGEM  MEDIA FREQ CARG
      -         'A SITUACAO' TO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > WS-QTD-REGS
                IF HD-DEP(WS-IDX-GRP) = 'S'
                    MOVE 'S' TO HD-IMPRESSO(WS-IDX-GRP)
                    ADD HD-HORAS(WS-IDX-GRP) TO WS-SUBTOT-HORAS
                    ADD HD-HORAS(WS-IDX-GRP) TO WS-TOT-HORAS
                    MOVE SPACES TO REL-LINHA
                    STRING HD-ANO(WS-IDX-GRP) DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           HD-MATERIA(WS-IDX-GRP)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           HD-ANO-ORIGEM(WS-IDX-GRP)
                                DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           HD-MEDIATOTAL(WS-IDX-GRP)
                                DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           HD-FREQ(WS-IDX-GRP) DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           HD-HORAS(WS-IDX-GRP) DELIMITED BY SIZE
                           'H' DELIMITED BY SIZE
                           HD-MARCA(WS-IDX-GRP) DELIMITED BY SIZE
                           HD-STATUS(WS-IDX-GRP)
                                DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
                END-IF
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            STRING 'CARGA HORARIA DAS DEPENDENCIAS: ' DELIMITED BY SIZE
                   WS-SUBTOT-HORAS DELIMITED BY SIZE
                   ' HORAS' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            .

       P590-BAIXA-PROTOCOLO.
            MOVE 'HE'            TO WS-PB-TIPO
            MOVE 'SV'            TO WS-PB-TIPO-ALT
            MOVE WS-NOME-ALUNO-H TO WS-PB-NOME
            MOVE WS-NUM-REG      TO WS-PB-DOCUMENTO
            MOVE 'HISTOFICIAL'   TO WS-PB-PROGRAMA
            CALL 'PROTBAIXA' USING WS-PROTBAIXA-AREA
            .
