      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: DEPOSITA UMA MENSAGEM PARA UM RESPONSAVEL NA FILA DE
      *          SAIDA DE COMUNICACOES (COMUNICA.DAT): TIPO, PROGRAMA
      *          DE ORIGEM, ALUNO E ASSUNTO, COM O CANAL PREFERIDO DO
      *          CADASTRO-PF (F-CANAL) E O DESTINO DAQUELE CANAL -
      *          E-MAIL, TELEFONE OU ENDERECO. CANAL SEM DESTINO
      *          PREENCHIDO (E-MAIL OU TELEFONE EM BRANCO) CAI PARA
      *          CARTA; E-MAIL SO COM CONSENTIMENTO DE COMUNICACAO
      *          POR E-MAIL VIGENTE (CONSCHK) - SEM ELE, TAMBEM
      *          CARTA. MENSAGEM IGUAL (RESPONSAVEL, TIPO E ASSUNTO)
      *          AINDA PENDENTE NA FILA NAO E DUPLICADA, PARA QUE A
      *          REEMISSAO DE UM RELATORIO NAO ENCHA A FILA. CHAMADO
      *          PELO CARTAFREQ, CHAMADA, DESPACHO E MENSAL; QUEM
      *          TRABALHA A FILA E O CORREIO. SEQUENCIA PERSISTENTE
      *          NO MESMO PADRAO DO EVENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMUNICA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMUNICA-FILE
               ASSIGN TO
                   WS-PATH-COMUNICA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CO-SEQ
                   ALTERNATE RECORD KEY IS CO-ID-RESP
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-COM
                   .
               SELECT CADASTRO-PF-FILE
               ASSIGN TO
                   WS-PATH-CADASTRO-PF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
       DATA DIVISION.
       FILE SECTION.
       FD COMUNICA-FILE
       DATA RECORD IS COMUNICA-LINHA.
           COPY COMUNICA_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR              PIC X(20).
           03 SE-PERFIL                PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-COM                    PIC 99.
       77 WS-FS-PF                     PIC 99.
       77 WS-FS-SESSAO                 PIC 99.
       77 WS-PROX-SEQ                  PIC 9(07).
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-DUPLICADA                 PIC X VALUE 'N'.
          88 DUPLICADA-OK              VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR-ATUAL            PIC X(20).
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-DATA-FORMAT               PIC X(10).
       77 WS-CANAL                     PIC X.
       77 WS-DESTINO                   PIC X(40).
       77 WS-CK-FINALIDADE             PIC X VALUE 'E'.
       77 WS-CK-NOME                   PIC X(30) VALUE SPACES.
       77 WS-CK-ID-ALUNO               PIC 9(06) VALUE 0.
       77 WS-CK-RESULTADO              PIC X.
       LINKAGE SECTION.
       01 WS-CM-ID-RESP                PIC 9(06).
       01 WS-CM-TIPO                   PIC X(10).
       01 WS-CM-ID-ALUNO               PIC 9(06).
       01 WS-CM-ASSUNTO                PIC X(60).
       01 WS-CM-ORIGEM                 PIC X(12).
       PROCEDURE DIVISION USING WS-CM-ID-RESP WS-CM-TIPO
                                WS-CM-ID-ALUNO WS-CM-ASSUNTO
                                WS-CM-ORIGEM.

       P100-INICIO.
      * Sem responsavel nao ha familia a quem escrever: quem chama ja
      * lista esses casos a parte.
           IF WS-CM-ID-RESP = 0
               GOBACK
           END-IF

           PERFORM P200-CANAL-DESTINO

           OPEN I-O COMUNICA-FILE
           IF WS-FS-COM = 35
               OPEN OUTPUT COMUNICA-FILE
               CLOSE COMUNICA-FILE
               OPEN I-O COMUNICA-FILE
           END-IF
           IF WS-FS-COM <> 0
               DISPLAY 'FILA DE COMUNICACOES INDISPONIVEL --> COD '
                       WS-FS-COM
               GOBACK
           END-IF

           PERFORM P300-CHECA-DUPLICADA
           IF DUPLICADA-OK
               CLOSE COMUNICA-FILE
               GOBACK
           END-IF

           PERFORM P400-PROXIMA-SEQUENCIA

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

           MOVE WS-PROX-SEQ        TO CO-SEQ
           MOVE WS-CM-ID-RESP      TO CO-ID-RESP
           MOVE WS-CM-TIPO         TO CO-TIPO
           MOVE WS-CM-ORIGEM       TO CO-ORIGEM
           MOVE WS-CM-ID-ALUNO     TO CO-ID-ALUNO
           MOVE WS-CM-ASSUNTO      TO CO-ASSUNTO
           MOVE WS-CANAL           TO CO-CANAL
           MOVE WS-DESTINO         TO CO-DESTINO
           MOVE WS-DATA-FORMAT     TO CO-DATA-GERACAO
           MOVE 'P'                TO CO-SITUACAO
           MOVE WS-DATA-FORMAT     TO CO-DATA-SITUACAO
           MOVE WS-OPERADOR-ATUAL  TO CO-OPERADOR
           WRITE COMUNICA-LINHA
           IF WS-FS-COM <> 0
               DISPLAY 'ERRO AO GRAVAR NA FILA DE COMUNICACOES --> '
                       'COD ' WS-FS-COM
           END-IF
           CLOSE COMUNICA-FILE
           GOBACK
           .

       P200-CANAL-DESTINO.
      * Canal preferido do cadastro; sem destino para ele, carta.
      * O e-mail depende ainda do consentimento LGPD da familia.
           CALL 'CONSCHK' USING WS-CK-FINALIDADE WS-CK-NOME
                                WS-CK-ID-ALUNO WS-CM-ID-RESP
                                WS-CK-RESULTADO
           MOVE 'C' TO WS-CANAL
           MOVE 'SEM CADASTRO-PF - CONFIRMAR SECRETARIA'
             TO WS-DESTINO
           OPEN INPUT CADASTRO-PF-FILE
           IF WS-FS-PF <> 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CM-ID-RESP TO F-ID-PF
           READ CADASTRO-PF-FILE
               KEY IS F-ID-PF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN F-CANAL-EMAIL AND F-EMAIL NOT = SPACES
                        AND WS-CK-RESULTADO = 'S'
                           MOVE 'E'     TO WS-CANAL
                           MOVE F-EMAIL TO WS-DESTINO
                       WHEN F-CANAL-TELEFONE
                        AND F-PREFIXO NOT = SPACES
                           MOVE 'T' TO WS-CANAL
                           MOVE SPACES TO WS-DESTINO
                           STRING '(' DELIMITED BY SIZE
                                  F-DDD DELIMITED BY SIZE
                                  ') ' DELIMITED BY SIZE
                                  F-PREFIXO DELIMITED BY SIZE
                                  '-' DELIMITED BY SIZE
                                  F-SUFIXO DELIMITED BY SIZE
                               INTO WS-DESTINO
                       WHEN OTHER
                           MOVE 'C' TO WS-CANAL
                           MOVE SPACES TO WS-DESTINO
                           STRING FUNCTION TRIM(F-RUA)
                                      DELIMITED BY SIZE
                                  ' - ' DELIMITED BY SIZE
                                  FUNCTION TRIM(F-BAIRRO)
                                      DELIMITED BY SIZE
                                  ' CEP ' DELIMITED BY SIZE
                                  F-CEP-1 DELIMITED BY SIZE
                                  '-' DELIMITED BY SIZE
                                  F-CEP-2 DELIMITED BY SIZE
                               INTO WS-DESTINO
                   END-EVALUATE
           END-READ
           CLOSE CADASTRO-PF-FILE
           .

       P300-CHECA-DUPLICADA.
           SET DUPLICADA-OK TO FALSE
           SET EOF-OK TO FALSE
           MOVE WS-CM-ID-RESP TO CO-ID-RESP
           START COMUNICA-FILE KEY IS EQUAL CO-ID-RESP
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK OR DUPLICADA-OK
               READ COMUNICA-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CO-ID-RESP NOT = WS-CM-ID-RESP
                           SET EOF-OK TO TRUE
                       ELSE
                           IF CO-PENDENTE
                              AND CO-TIPO = WS-CM-TIPO
                              AND CO-ASSUNTO = WS-CM-ASSUNTO
                               SET DUPLICADA-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P400-PROXIMA-SEQUENCIA.
           MOVE 1 TO WS-PROX-SEQ
           SET EOF-OK TO FALSE
           MOVE 0 TO CO-SEQ
           START COMUNICA-FILE KEY IS NOT LESS CO-SEQ
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ COMUNICA-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       COMPUTE WS-PROX-SEQ = CO-SEQ + 1
               END-READ
           END-PERFORM
           .
