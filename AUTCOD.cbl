      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CODIGO DE VERIFICACAO DE AUTENTICIDADE DOS DOCUMENTOS
      *          EMITIDOS PELA SECRETARIA. O CODIGO (12 POSICOES,
      *          IMPRESSO COMO XXXX-XXXX-XXXX) E UM RESUMO DA ORIGEM,
      *          DO NUMERO, DA DATA DE EMISSAO E DO CONTEUDO DO
      *          REGISTRO (TIPO, ALUNO, REFERENCIA E O QUE SAIU NO
      *          PAPEL), NA MESMA CONTA DE DOIS ACUMULADORES DO
      *          SENHAHASH; O ALFABETO NAO TEM 0/O NEM 1/I PARA NAO
      *          CONFUNDIR QUEM LE O CODIGO PELO TELEFONE. ACAO 'C'
      *          SO CALCULA (CONFERENCIA DO AUTVERIF); ACAO 'G'
      *          CALCULA E REGISTRA NO AUTENTICA.DAT, E AS VIAS
      *          ANTERIORES DO MESMO DOCUMENTO (MESMO TIPO, ALUNO E
      *          REFERENCIA) FICAM MARCADAS COMO SUBSTITUIDAS PELA
      *          NOVA. AREA DE CHAMADA NO COPYBOOK AUTCOD-AREA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTCOD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUTENTICA-FILE
               ASSIGN TO
                   WS-PATH-AUTENTICA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AU-CODIGO
                   ALTERNATE RECORD KEY IS AU-DOCUMENTO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-AUT
                   .
       DATA DIVISION.
       FILE SECTION.
       FD AUTENTICA-FILE
       DATA RECORD IS AUTENTICA-LINHA.
           COPY AUTENTICA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-AUT                PIC 99.
          88 FS-AUT-OK             VALUE 0.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-BASE32                PIC X(32)
                 VALUE '23456789ABCDEFGHJKLMNPQRSTUVWXYZ'.
       77 WS-TEXTO                 PIC X(152).
       77 WS-H1                    PIC 9(10).
       77 WS-H2                    PIC 9(10).
       77 WS-PARTE                 PIC 9(18).
       77 WS-RESTO                 PIC 9(02).
       77 WS-RODADA                PIC 9.
       77 WS-IDX                   PIC S9(03).
       77 WS-CODIGO                PIC X(12).
       LINKAGE SECTION.
           COPY AUTCOD-AREA.
       PROCEDURE DIVISION USING WS-AUTCOD-AREA.

       P100-INICIO.
           MOVE 'S' TO WS-AC-RESULTADO
           PERFORM P200-CALCULA
           IF WS-AC-ACAO = 'G'
               PERFORM P300-REGISTRA
           END-IF
           GOBACK
           .

       P200-CALCULA.
           MOVE SPACES TO WS-TEXTO
           STRING WS-AC-ORIGEM     DELIMITED BY SIZE
                  WS-AC-NUMERO     DELIMITED BY SIZE
                  WS-AC-DATA       DELIMITED BY SIZE
                  WS-AC-TIPO       DELIMITED BY SIZE
                  WS-AC-NOME       DELIMITED BY SIZE
                  WS-AC-REFERENCIA DELIMITED BY SIZE
                  WS-AC-CONTEUDO   DELIMITED BY SIZE
               INTO WS-TEXTO
           MOVE 5381 TO WS-H1
           MOVE 7    TO WS-H2
           PERFORM VARYING WS-RODADA FROM 1 BY 1 UNTIL WS-RODADA > 2
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 152
                   COMPUTE WS-H1 = FUNCTION MOD(
                           WS-H1 * 131
                           + FUNCTION ORD(WS-TEXTO(WS-IDX:1))
                           + WS-IDX, 999999937)
                   COMPUTE WS-H2 = FUNCTION MOD(
                           WS-H2 * 257
                           + FUNCTION ORD(WS-TEXTO(WS-IDX:1)) * 7
                           + WS-H1, 1000000007)
               END-PERFORM
           END-PERFORM
      * 32 ** 6 = 1073741824: cada metade do codigo cabe em 6
      * posicoes do alfabeto.
           MOVE SPACES TO WS-CODIGO
           COMPUTE WS-PARTE = FUNCTION MOD(
                   WS-H1 * 1000003 + WS-H2, 1073741824)
           PERFORM VARYING WS-IDX FROM 6 BY -1 UNTIL WS-IDX < 1
               COMPUTE WS-RESTO = FUNCTION MOD(WS-PARTE, 32)
               MOVE WS-BASE32(WS-RESTO + 1:1) TO WS-CODIGO(WS-IDX:1)
               COMPUTE WS-PARTE = WS-PARTE / 32
           END-PERFORM
           COMPUTE WS-PARTE = FUNCTION MOD(
                   WS-H2 * 999983 + WS-H1, 1073741824)
           PERFORM VARYING WS-IDX FROM 12 BY -1 UNTIL WS-IDX < 7
               COMPUTE WS-RESTO = FUNCTION MOD(WS-PARTE, 32)
               MOVE WS-BASE32(WS-RESTO + 1:1) TO WS-CODIGO(WS-IDX:1)
               COMPUTE WS-PARTE = WS-PARTE / 32
           END-PERFORM
           MOVE SPACES TO WS-AC-CODIGO
           STRING WS-CODIGO(1:4) DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-CODIGO(5:4) DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-CODIGO(9:4) DELIMITED BY SIZE
               INTO WS-AC-CODIGO
           .

       P300-REGISTRA.
           OPEN I-O AUTENTICA-FILE
           IF WS-FS-AUT = 35
               OPEN OUTPUT AUTENTICA-FILE
               CLOSE AUTENTICA-FILE
               OPEN I-O AUTENTICA-FILE
           END-IF
           IF NOT FS-AUT-OK
               MOVE 'E' TO WS-AC-RESULTADO
               EXIT PARAGRAPH
           END-IF

      * Via nova do mesmo documento: as anteriores ainda em vigor
      * passam a apontar para ela.
           SET EOF-OK TO FALSE
           MOVE WS-AC-TIPO       TO AU-TIPO
           MOVE WS-AC-NOME       TO AU-NOME
           MOVE WS-AC-REFERENCIA TO AU-REFERENCIA
           START AUTENTICA-FILE KEY IS EQUAL AU-DOCUMENTO
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ AUTENTICA-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AU-TIPO NOT = WS-AC-TIPO
                          OR AU-NOME NOT = WS-AC-NOME
                          OR AU-REFERENCIA NOT = WS-AC-REFERENCIA
                           SET EOF-OK TO TRUE
                       ELSE
                           IF AU-SUBSTITUIDO-POR = SPACES
                              AND AU-CODIGO NOT = WS-AC-CODIGO
                               MOVE WS-AC-CODIGO TO AU-SUBSTITUIDO-POR
                               MOVE WS-AC-NUMERO TO AU-NUMERO-SUBST
                               MOVE WS-AC-DATA   TO AU-DATA-SUBST
                               REWRITE AUTENTICA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-AC-CODIGO     TO AU-CODIGO
           MOVE WS-AC-TIPO       TO AU-TIPO
           MOVE WS-AC-NOME       TO AU-NOME
           MOVE WS-AC-REFERENCIA TO AU-REFERENCIA
           MOVE WS-AC-ORIGEM     TO AU-ORIGEM
           MOVE WS-AC-NUMERO     TO AU-NUMERO
           MOVE WS-AC-VIA        TO AU-VIA
           MOVE WS-AC-DATA       TO AU-DATA
           MOVE WS-AC-OPERADOR   TO AU-OPERADOR
           MOVE WS-AC-CONTEUDO   TO AU-CONTEUDO
           MOVE SPACES           TO AU-SUBSTITUIDO-POR
           MOVE 0                TO AU-NUMERO-SUBST
           MOVE SPACES           TO AU-DATA-SUBST
           WRITE AUTENTICA-LINHA
      * 22: o mesmo documento registrado de novo - o codigo ja vale.
           IF NOT FS-AUT-OK AND WS-FS-AUT NOT = 22
               MOVE 'E' TO WS-AC-RESULTADO
           END-IF
           CLOSE AUTENTICA-FILE
           .
