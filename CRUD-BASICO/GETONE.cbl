      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 05/01/2024
      * Purpose: LEITURA INDEXADA - GETONE ALUNO-ID/NOME. MOSTRA OS
      *          MARCADORES DA FICHA DE SAUDE (SAUDECHK) E DO
      *          ATENDIMENTO EDUCACIONAL ESPECIALIZADO (AEECHK) E A
      *          LINHA DE DEPENDENCIA - PROGRESSAO PARCIAL (DEPCHK). AS
      *          NOTAS E A SIMULACAO SEGUEM O REGIME DA TURMA NO ANO
      *          (REGIME): 4 BIMESTRES, 3 TRIMESTRES OU 2 SEMESTRES.
      *          AVISA QUANDO FALTAM DOCUMENTOS DA MATRICULA (DOCCHK).
      *          REGISTRO DE TURMA DE OUTRA UNIDADE ESCOLAR (UNIDADE)
      *          NAO E MOSTRADO; A SESSAO DA REDE VE TODOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT BOLETIM-ARQ
      * de recuperacao. So calcula e exibe - nada e gravado.
       77 WS-SIMULA                        PIC X.
       77 WS-QTD-RESTANTES                 PIC 9.
       77 WS-QTD-PERIODOS                  PIC 9.
       77 WS-NOME-PERIODO                  PIC X(09).
       77 WS-SOMA-LANCADAS                 PIC 9(03)V9.
       77 WS-FALTA                         PIC S9(03)V9.
       77 WS-NOTA-NECESSARIA               PIC 9(02)V9.
      * Marcador da ficha de saude (SAUDECHK/FICHASAUDE).
       77 WS-SC-TEM-FICHA                  PIC X.
       77 WS-SC-TEM-ALERTA                 PIC X.
      * Marcador do atendimento especializado (AEECHK/AEEMAN).
       77 WS-AC-TEM-AEE                    PIC X.
       77 WS-AC-ADAPTADA                   PIC X.
       77 WS-AC-TIPO                       PIC X(03).
      * Linha de dependencia - progressao parcial (DEPCHK/PROMOCAO).
       77 WS-DC-DEP                        PIC X.
       77 WS-DC-ORIGEM                     PIC 9(06).
       77 WS-DC-ANO-ORIGEM                 PIC X(07).
       77 WS-DC-STATUS                     PIC X.
      * Documentos de matricula pendentes (DOCCHK/DOCMAN).
       77 WS-DK-ACAO                       PIC X VALUE 'P'.
       77 WS-DK-PENDENTES                  PIC 9(02).
       77 WS-DK-VENCIDOS                   PIC 9(02).
      * Log de consultas LGPD (LGPDLOG): toda exibicao de registro
      * identificado deixa rastro com operador, programa e proposito.
       77 WS-LG-PROGRAMA           PIC X(12) VALUE 'GETONE'.
       77 WS-LG-PROPOSITO          PIC X(10) VALUE SPACES.
      * Unidade escolar da turma do registro (UNIDADE).
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-RESULTADO          PIC X.
          88 UN-VISIVEL            VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
           COPY INF-ALUNO.
            .

       P330-EXIBE.
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO F-ANO-LETIVO F-TURMA
                                 WS-UN-CODIGO WS-UN-RESULTADO
            IF NOT UN-VISIVEL
                DISPLAY 'REGISTRO ' F-ID ' E DA UNIDADE '
                        WS-UN-CODIGO ' - FORA DA SUA UNIDADE'
                EXIT PARAGRAPH
            END-IF
            CALL 'LGPDLOG' USING F-ID F-NOME
                                 WS-LG-PROGRAMA WS-LG-PROPOSITO
            DISPLAY 'ID: '       F-ID
            DISPLAY 'ANO LETIVO: ' F-ANO-LETIVO
            DISPLAY 'TURMA: '      F-TURMA
            DISPLAY 'ID DO RESPONSAVEL: ' F-ID-RESPONSAVEL
            CALL 'REGIME' USING F-ANO-LETIVO F-TURMA WS-QTD-PERIODOS
                                WS-NOME-PERIODO
            EVALUATE WS-QTD-PERIODOS
                WHEN 2
                    DISPLAY 'NOTAS (SEMESTRES): ' F-MEDIA1
                             ' / '       F-MEDIA2
                WHEN 3
                    DISPLAY 'NOTAS (TRIMESTRES): ' F-MEDIA1
                             ' / '       F-MEDIA2
                             ' / '       F-MEDIA3
                WHEN OTHER
                    DISPLAY 'NOTAS: '    F-MEDIA1
                             ' / '       F-MEDIA2
                             ' / '       F-MEDIA3
                             ' / '       F-MEDIA4
            END-EVALUATE
            DISPLAY 'MEDIA: '    F-MEDIATOTAL
            DISPLAY 'FREQUENCIA: ' F-FREQUENCIA
            DISPLAY 'PROFESSOR: ' FUNCTION TRIM(F-PROFESSOR)
      * P30-REMATRICULA em BOLETIM_V.2.cbl); so exibe quando aponta
      * para um ID diferente do proprio registro, para nao confundir
      * o operador com uma matricula normal que nunca foi transferida.
      * Na linha de dependencia o F-ID-ORIGINAL aponta para a linha
      * reprovada que a originou, nao para uma matricula anterior.
            CALL 'DEPCHK' USING F-ID WS-DC-DEP WS-DC-ORIGEM
                                WS-DC-ANO-ORIGEM WS-DC-STATUS
            IF WS-DC-DEP = 'S'
                DISPLAY '*** DEPENDENCIA (PROGRESSAO PARCIAL) - '
                        'REPROVADO EM ' WS-DC-ANO-ORIGEM
                        ', LINHA DE ORIGEM ' WS-DC-ORIGEM ' ***'
            ELSE
                IF F-ID-ORIGINAL NOT = 0 AND F-ID-ORIGINAL NOT = F-ID
                    DISPLAY 'ID ORIGINAL (MATRICULA ANTERIOR): '
                                                      F-ID-ORIGINAL
                END-IF
            END-IF

            IF F-ID-RESPONSAVEL NOT = 0
                END-IF
            END-IF

            CALL 'AEECHK' USING F-NOME WS-AC-TEM-AEE
                                WS-AC-ADAPTADA WS-AC-TIPO
            IF WS-AC-TEM-AEE = 'S'
                IF WS-AC-ADAPTADA = 'S'
                    DISPLAY 'ALUNO EM AEE (' WS-AC-TIPO ') - '
                            'AVALIACAO ADAPTADA, VEJA O PEI (AEEMAN)'
                ELSE
                    DISPLAY 'ALUNO EM AEE (' WS-AC-TIPO ') - '
                            'VEJA O PEI (AEEMAN)'
                END-IF
            END-IF

            CALL 'DOCCHK' USING WS-DK-ACAO F-NOME F-ANO-LETIVO
                                F-TURMA WS-DK-PENDENTES WS-DK-VENCIDOS
            IF WS-DK-PENDENTES > 0
                DISPLAY '*** DOCUMENTACAO DE MATRICULA INCOMPLETA - '
                        WS-DK-PENDENTES ' PENDENTE(S), '
                        WS-DK-VENCIDOS ' VENCIDO(S) - VEJA O DOCMAN ***'
            END-IF

            PERFORM P340-CONTA-OCORRENCIAS
            IF WS-CONT-OCOR NOT = 0
                DISPLAY 'OCORRENCIAS DISCIPLINARES: ' WS-CONT-OCOR

      * Pergunta de todo dia do aconselhamento: 'o que ele precisa
      * tirar no proximo bimestre para passar ?'
            PERFORM P605-CONTA-RESTANTES
            IF WS-QTD-RESTANTES > 0
                DISPLAY 'DESEJA SIMULAR A NOTA NECESSARIA NOS '
                        'PERIODOS RESTANTES ? S/N'
                    CALL 'CONFIRMA' USING WS-SIMULA
                IF WS-SIMULA = 'S'
                    PERFORM P600-SIMULA-NOTAS
            .

       P600-SIMULA-NOTAS.
      * A media final e a media simples dos periodos do regime da
      * turma (MEDIAPER); os periodos com nota zero sao tratados
      * como ainda nao lancados. Nada e gravado no arquivo.
            PERFORM P605-CONTA-RESTANTES

            CALL 'MATINFO' USING F-MATERIA WS-MAT-ACHADA
                                 WS-MEDIA-APROVACAO WS-MAT-HORAS
            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-PAR-FREQ WS-PAR-MAXNOTAS

            DISPLAY 'PERIODOS (' FUNCTION TRIM(WS-NOME-PERIODO)
                    ') AINDA NAO LANCADOS: ' WS-QTD-RESTANTES

      * Quanto falta para a APROVACAO (linha de corte da materia):
            COMPUTE WS-FALTA =
                (WS-MEDIA-APROVACAO * WS-QTD-PERIODOS)
                    - WS-SOMA-LANCADAS
            IF WS-FALTA <= 0
                DISPLAY 'APROVACAO JA GARANTIDA PELAS NOTAS '
                        'LANCADAS'
                IF WS-NOTA-NECESSARIA > 10
                    DISPLAY 'APROVACAO DIRETA IMPOSSIVEL: PRECISARIA '
                            'DE ' WS-NOTA-NECESSARIA
                            ' POR ' FUNCTION TRIM(WS-NOME-PERIODO)
                            ' RESTANTE'
                ELSE
                    DISPLAY 'PARA APROVACAO DIRETA (MEDIA '
                            WS-MEDIA-APROVACAO ') PRECISA DE '
                            WS-NOTA-NECESSARIA
                            ' EM CADA '
                            FUNCTION TRIM(WS-NOME-PERIODO) ' RESTANTE'
                END-IF
            END-IF

      * (piso dos parametros da escola, que da direito a prova de
      * recuperacao):
            COMPUTE WS-FALTA =
                (WS-PAR-RECUP * WS-QTD-PERIODOS) - WS-SOMA-LANCADAS
            IF WS-FALTA <= 0
                DISPLAY 'FAIXA DE RECUPERACAO JA GARANTIDA'
            ELSE
                IF WS-NOTA-NECESSARIA > 10
                    DISPLAY 'NEM A RECUPERACAO E ALCANCAVEL: '
                            'PRECISARIA DE ' WS-NOTA-NECESSARIA
                            ' POR ' FUNCTION TRIM(WS-NOME-PERIODO)
                            ' RESTANTE'
                ELSE
                    DISPLAY 'PARA A FAIXA DE RECUPERACAO (MEDIA '
                            WS-PAR-RECUP ') PRECISA DE '
                            WS-NOTA-NECESSARIA
                            ' EM CADA '
                            FUNCTION TRIM(WS-NOME-PERIODO) ' RESTANTE'
                END-IF
            END-IF
            .

       P605-CONTA-RESTANTES.
      * Soma das notas lancadas e periodos zerados, so dentro do
      * regime da turma (WS-QTD-PERIODOS ja carregado no P330).
            MOVE 0 TO WS-QTD-RESTANTES
            COMPUTE WS-SOMA-LANCADAS = F-MEDIA1 + F-MEDIA2
            IF F-MEDIA1 = 0
                ADD 1 TO WS-QTD-RESTANTES
            END-IF
            IF F-MEDIA2 = 0
                ADD 1 TO WS-QTD-RESTANTES
            END-IF
            IF WS-QTD-PERIODOS > 2
                ADD F-MEDIA3 TO WS-SOMA-LANCADAS
                IF F-MEDIA3 = 0
                    ADD 1 TO WS-QTD-RESTANTES
                END-IF
            END-IF
            IF WS-QTD-PERIODOS > 3
                ADD F-MEDIA4 TO WS-SOMA-LANCADAS
                IF F-MEDIA4 = 0
                    ADD 1 TO WS-QTD-RESTANTES
                END-IF
            END-IF
            .
