      *          QUANDO JA HOUVE EMISSAO ANTERIOR PARA O MESMO
      *          ALUNO/MATERIA, A COPIA SAI MARCADA '2A VIA' - OU
      *          '2A VIA - RETIFICADO' SE A MEDIA OU A SITUACAO
      *          MUDARAM DESDE O PAPEL ANTERIOR. NA MATERIA
      *          AVALIADA POR CONCEITO, OS PARECERES DESCRITIVOS DE
      *          CADA BIMESTRE (PARECLER) SAEM LOGO ABAIXO DA LINHA
      *          DO CONCEITO. CADA VIA SAI COM O CODIGO DE
      *          VERIFICACAO DE AUTENTICIDADE (AUTCOD, CONFERIDO NO
      *          AUTVERIF); A VIA NOVA DO MESMO ALUNO/MATERIA
      *          SUBSTITUI A ANTERIOR.
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
               SELECT EMISSAO-FILE
           03 SE-PERFIL        PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-UP-MODO                   PIC X.
       77 WS-FS-TXT                    PIC 99.
       77 WS-FS-PF                     PIC 99.
          88 FS-PF-OK                  VALUE 0.
       77 WS-CNC-ACAO              PIC X.
       77 WS-CNC-LETRA             PIC X.
       77 WS-CNC-NOTA              PIC 9(02)V9.
      * Parecer descritivo por bimestre (PARECLER), ja quebrado em
      * linhas de 70 posicoes.
       77 WS-PL-ACAO                   PIC X.
       77 WS-PL-BIMESTRE               PIC 9.
       77 WS-PL-TEXTO                  PIC X(360).
       01 WS-PL-LINHAS.
           05 WS-PL-LINHA              PIC X(70) OCCURS 8 TIMES.
       77 WS-PL-QTD-LINHAS             PIC 9.
       77 WS-PL-ACHOU                  PIC X.
       77 WS-PL-IDX                    PIC 9.

       77 WS-EOF-EMI                   PIC X.
          88 EOF-EMI-OK                VALUE 'S' FALSE 'N'.
       77 WS-DATA-EMISSAO              PIC 9(08).
       77 WS-DATA-EMISSAO-FMT          PIC X(10).
       77 WS-HORA-SISTEMA              PIC 9(08).
      * Codigo de verificacao de autenticidade (AUTCOD).
           COPY AUTCOD-AREA.
       77 WS-MEDIA-ED                  PIC Z9.9.
       LINKAGE SECTION.
           COPY INF-ALUNO.
       PROCEDURE DIVISION USING BOLETIM-COMPLETO.

       P100-INICIO.
      * Cada unidade escolar da rede numera os seus boletins.
           MOVE 'U' TO WS-UP-MODO
           CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-EMISSOES
           PERFORM P300-PREPARA-EMISSAO
           PERFORM P320-OPERADOR-DATA
           PERFORM P350-CODIGO-VERIFICACAO

           OPEN OUTPUT BOLETIM-TXT

               TO F-RODAPE
           WRITE TXT-LINHA

           IF WS-MCC-CONCEITO = 'S'
               PERFORM P270-PARECERES
           END-IF

      * Numero oficial do documento e marca de via, vindos do livro
      * de emissoes.
           MOVE SPACES TO TXT-LINHA
                                  DELIMITED BY SIZE
               INTO F-CABECALHO
           WRITE TXT-LINHA
           MOVE SPACES TO TXT-LINHA
           STRING 'CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                  WS-AC-CODIGO              DELIMITED BY SIZE
               INTO TXT-LINHA
           WRITE TXT-LINHA

           MOVE 'A' TO WS-NH-ACAO
           CALL 'NOMEHIST' USING WS-NH-ACAO WS-NOME-ALUNO
           DISPLAY 'COPIA DO BOLETIM GRAVADA EM: ' WS-PATH-BOLETIM-TXT
           DISPLAY 'DOCUMENTO No ' WS-NUM-EMISSAO ' ('
                   FUNCTION TRIM(WS-TIPO-EMISSAO) ')'
           DISPLAY 'CODIGO DE VERIFICACAO: ' WS-AC-CODIGO
           GOBACK
           .

       P270-PARECERES.
      * Um bloco por bimestre que tenha parecer registrado.
           PERFORM VARYING WS-PL-BIMESTRE FROM 1 BY 1
                   UNTIL WS-PL-BIMESTRE > 4
               MOVE 'L' TO WS-PL-ACAO
               CALL 'PARECLER' USING WS-PL-ACAO WS-ID-ALUNO
                                     WS-PL-BIMESTRE WS-PL-TEXTO
                                     WS-PL-LINHAS WS-PL-QTD-LINHAS
                                     WS-PL-ACHOU
               IF WS-PL-ACHOU = 'S'
                   MOVE SPACES TO TXT-LINHA
                   STRING ' PARECER DESCRITIVO - ' DELIMITED BY SIZE
                          WS-PL-BIMESTRE           DELIMITED BY SIZE
                          '. BIMESTRE:'            DELIMITED BY SIZE
                       INTO F-CABECALHO
                   WRITE TXT-LINHA
                   PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                           UNTIL WS-PL-IDX > WS-PL-QTD-LINHAS
                       MOVE SPACES TO TXT-LINHA
                       STRING '   ' DELIMITED BY SIZE
                              WS-PL-LINHA(WS-PL-IDX)
                                    DELIMITED BY SIZE
                           INTO TXT-LINHA
                       WRITE TXT-LINHA
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       P300-PREPARA-EMISSAO.
      * Percorre o livro de emissoes: deriva o proximo numero e
      * localiza a ULTIMA emissao deste aluno/materia para comparar
           END-IF
           .

       P320-OPERADOR-DATA.
      * Operador e data da emissao: usados no codigo de verificacao
      * (impresso no TXT) e no registro do livro de emissoes.
           MOVE 'DESCONHECIDO' TO WS-OPERADOR-ATUAL
           OPEN INPUT SESSAO-FILE
           IF WS-FS-SESSAO = 0
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
           CALL 'DATAFMT' USING WS-DATA-EMISSAO WS-DATA-EMISSAO-FMT
           ACCEPT WS-HORA-SISTEMA FROM TIME
           .

       P350-CODIGO-VERIFICACAO.
      * O codigo resume o numero do livro de emissoes, a data e o que
      * o papel certifica (media e situacao).
           MOVE 'G'                 TO WS-AC-ACAO
           MOVE 'E'                 TO WS-AC-ORIGEM
           MOVE WS-NUM-EMISSAO      TO WS-AC-NUMERO
           MOVE WS-DATA-EMISSAO-FMT TO WS-AC-DATA
           MOVE 'BOLETIM'           TO WS-AC-TIPO
           MOVE WS-NOME-ALUNO       TO WS-AC-NOME
           MOVE WS-NOME-MATERIA     TO WS-AC-REFERENCIA
           MOVE WS-TIPO-EMISSAO     TO WS-AC-VIA
           MOVE WS-OPERADOR-ATUAL   TO WS-AC-OPERADOR
           MOVE MEDIATOTAL          TO WS-MEDIA-ED
           MOVE SPACES              TO WS-AC-CONTEUDO
           STRING 'MEDIA '    DELIMITED BY SIZE
                  WS-MEDIA-ED DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WS-SITUACAO DELIMITED BY SIZE
               INTO WS-AC-CONTEUDO
           CALL 'AUTCOD' USING WS-AUTCOD-AREA
           IF WS-AC-RESULTADO NOT = 'S'
               DISPLAY 'ATENCAO: CODIGO DE VERIFICACAO NAO '
                       'REGISTRADO (AUTENTICA.DAT)'
           END-IF
           .

       P400-REGISTRA-EMISSAO.
           OPEN EXTEND EMISSAO-FILE
           IF WS-FS-EMI <> 0
               OPEN OUTPUT EMISSAO-FILE
