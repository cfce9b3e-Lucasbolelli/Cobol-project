      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: BAIXA DO REQUERIMENTO PELO DOCUMENTO EMITIDO. O
      *          DOCEMITE, O HISTOFICIAL E O GUIATRANSF CHAMAM AQUI
      *          DEPOIS DE REGISTRAR O DOCUMENTO NO LIVRO: O PEDIDO
      *          ABERTO OU EM ANDAMENTO MAIS ANTIGO DO ALUNO, DO MESMO
      *          TIPO (OU DO TIPO ALTERNATIVO), FICA PRONTO NO
      *          PROTOCOLO.DAT COM A DATA E O NUMERO DO REGISTRO NO
      *          LIVRO, E A BAIXA VAI PARA A AUDITORIA. DOCUMENTO SEM
      *          PEDIDO (EMITIDO DIRETO NO BALCAO) NAO E ERRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTBAIXA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROTOCOLO-FILE
               ASSIGN TO
                   WS-PATH-PROTOCOLO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PT-NUMERO
                   ALTERNATE RECORD KEY IS PT-NOME-ALUNO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRT
                   .
       DATA DIVISION.
       FILE SECTION.
       FD PROTOCOLO-FILE
       DATA RECORD IS PROTOCOLO-LINHA.
           COPY PROTOCOLO_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-PRT                    PIC 99.
          88 FS-PRT-OK                 VALUE 0.
       77 WS-FS-MSG                    PIC X(40).
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-TIPO-PROCURADO            PIC X(02).
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-AUD-OPERACAO              PIC X(10) VALUE 'PROTOCOLO'.
       77 WS-AUD-ID                    PIC 9(06).
       77 WS-AUD-ANTES                 PIC X(40).
       77 WS-AUD-DEPOIS                PIC X(40).
       LINKAGE SECTION.
           COPY PROTBAIXA-AREA.
       PROCEDURE DIVISION USING WS-PROTBAIXA-AREA.

       P100-INICIO.
           MOVE 'N' TO WS-PB-RESULTADO
           MOVE 0 TO WS-PB-NUMERO
           OPEN I-O PROTOCOLO-FILE
           IF NOT FS-PRT-OK
               GOBACK
           END-IF
           MOVE WS-PB-TIPO TO WS-TIPO-PROCURADO
           PERFORM P200-PROCURA
           IF NOT PB-BAIXADO AND WS-PB-TIPO-ALT NOT = SPACES
               MOVE WS-PB-TIPO-ALT TO WS-TIPO-PROCURADO
               PERFORM P200-PROCURA
           END-IF
           CLOSE PROTOCOLO-FILE
           IF PB-BAIXADO
               DISPLAY 'REQUERIMENTO N. ' WS-PB-NUMERO
                       ' PRONTO PARA ENTREGA (PROTOCOLO)'
           END-IF
           GOBACK
           .

       P200-PROCURA.
      * Pela chave do nome os pedidos do aluno vem na ordem em que
      * foram abertos: o primeiro pendente do tipo e o mais antigo.
           MOVE WS-PB-NOME TO PT-NOME-ALUNO
           SET EOF-OK TO FALSE
           START PROTOCOLO-FILE KEY IS EQUAL PT-NOME-ALUNO
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK OR PB-BAIXADO
               READ PROTOCOLO-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF PT-NOME-ALUNO NOT = WS-PB-NOME
                           SET EOF-OK TO TRUE
                       ELSE
                           IF PT-TIPO = WS-TIPO-PROCURADO
                              AND PT-PENDENTE
                               PERFORM P300-BAIXA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P300-BAIXA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO WS-AUD-ANTES
           STRING 'PROTOCOLO ' DELIMITED BY SIZE
                  PT-TIPO DELIMITED BY SIZE
                  ' SITUACAO ' DELIMITED BY SIZE
                  PT-STATUS DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE 'R'             TO PT-STATUS
           MOVE WS-DATA-SISTEMA TO PT-DATA-PRONTO
           MOVE WS-PB-DOCUMENTO TO PT-DOCUMENTO
           MOVE WS-PB-PROGRAMA  TO PT-OPERADOR-ULTIMO
           REWRITE PROTOCOLO-LINHA
           IF NOT FS-PRT-OK
               CALL 'FSMSG' USING WS-FS-PRT WS-FS-MSG
               DISPLAY 'ERRO AO BAIXAR O REQUERIMENTO ' PT-NUMERO
                       ' --> COD ' WS-FS-PRT ': ' WS-FS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-PB-RESULTADO
           MOVE PT-NUMERO TO WS-PB-NUMERO WS-AUD-ID
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING 'PRONTO - REGISTRO ' DELIMITED BY SIZE
                  WS-PB-DOCUMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PB-PROGRAMA DELIMITED BY SPACE
                  INTO WS-AUD-DEPOIS
           CALL 'AUDITORIA' USING WS-AUD-OPERACAO WS-AUD-ID
                                  WS-AUD-ANTES WS-AUD-DEPOIS
           .
