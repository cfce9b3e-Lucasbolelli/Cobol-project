      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DE CPF (ALUNO E RESPONSAVEL). RECEBE O
      *          CPF EM CLARO, CONFERE OS DOIS DIGITOS VERIFICADORES
      *          PELA REGRA OFICIAL (MODULO 11; ONZE DIGITOS IGUAIS
      *          NAO VALEM) E, CONFORME A ACAO, A UNICIDADE PELA
      *          CHAVE ALTERNADA DE CPF DO ARQUIVO - COMPARANDO JA
      *          CIFRADO, COMO ESTA GRAVADO (SIGILO). ACOES:
      *            'V' - SO OS DIGITOS VERIFICADORES;
      *            'A' - DIGITOS E UNICIDADE NO ALUNOS.DAT;
      *            'R' - DIGITOS E UNICIDADE NO CADASTROPF.DAT;
      *            'G' - COMO 'A' E, SE PASSAR, GRAVA O CPF CIFRADO NO
      *                  ALUNO INFORMADO (FLUXOS QUE NAO TEM O MESTRE
      *                  ABERTO: TRANSFIN, CSVIMP, PREMATRICULA).
      *          O ID INFORMADO E O DO PROPRIO CADASTRO (ZERO NA
      *          INCLUSAO): O CPF QUE JA E DELE NAO CONTA COMO
      *          DUPLICATA. RESULTADO: 'S' CONFERE, 'B' EM BRANCO,
      *          'I' INVALIDO, 'D' JA CADASTRADO PARA OUTRO (ID-DONO),
      *          'E' ARQUIVO INDISPONIVEL OU ALUNO NAO ENCONTRADO. A
      *          MENSAGEM PRONTA VOLTA PARA A TELA OU O RELATORIO DE
      *          QUEM CHAMOU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS-FILE
               ASSIGN TO
                   WS-PATH-ALUNOS
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ALU
                   .
               SELECT CADASTRO-PF-FILE
               ASSIGN TO
                   WS-PATH-CADASTRO-PF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-ALU                    PIC 99.
          88 FS-ALU-OK                 VALUE 0.
       77 WS-FS-PF                     PIC 99.
          88 FS-PF-OK                  VALUE 0.
       77 WS-EOF                       PIC X VALUE 'N'.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       01 WS-CPF-DIGITOS.
           05 WS-CPF-DIG               PIC 9 OCCURS 11 TIMES.
       77 WS-IDX                       PIC 9(02).
       77 WS-IGUAIS                    PIC 9(02).
       77 WS-SOMA                      PIC 9(04).
       77 WS-DV                        PIC 9(02).
       77 WS-CIFRADO                   PIC X(11).
      * Cifra do CPF para comparar com o gravado (SIGILO).
       77 WS-SG-ACAO                   PIC X.
       77 WS-SG-TIPO                   PIC X VALUE 'C'.
       77 WS-SG-VALOR                  PIC X(60).
       77 WS-SG-EXIBE                  PIC X(60).
       77 WS-SG-NOME                   PIC X(30) VALUE SPACES.
       77 WS-SG-RESULTADO              PIC X.
       LINKAGE SECTION.
       01 WS-CC-ACAO                   PIC X.
       01 WS-CC-CPF                    PIC X(11).
       01 WS-CC-ID                     PIC 9(06).
       01 WS-CC-ID-DONO                PIC 9(06).
       01 WS-CC-RESULTADO              PIC X.
       01 WS-CC-MENSAGEM               PIC X(60).
       PROCEDURE DIVISION USING WS-CC-ACAO WS-CC-CPF WS-CC-ID
                                WS-CC-ID-DONO WS-CC-RESULTADO
                                WS-CC-MENSAGEM.

       P100-INICIO.
           MOVE 'S' TO WS-CC-RESULTADO
           MOVE 0 TO WS-CC-ID-DONO
           MOVE SPACES TO WS-CC-MENSAGEM
           IF WS-CC-CPF = SPACES
               MOVE 'B' TO WS-CC-RESULTADO
               GOBACK
           END-IF
           PERFORM P200-DIGITOS
           IF WS-CC-RESULTADO NOT = 'S' OR WS-CC-ACAO = 'V'
               GOBACK
           END-IF

           MOVE 'C' TO WS-SG-ACAO
           MOVE WS-CC-CPF TO WS-SG-VALOR
           CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                               WS-SG-EXIBE WS-CC-ID WS-SG-NOME
                               WS-SG-RESULTADO
           MOVE WS-SG-VALOR(1:11) TO WS-CIFRADO

           EVALUATE WS-CC-ACAO
               WHEN 'A'
               WHEN 'G'
                   PERFORM P300-UNICO-ALUNO
               WHEN 'R'
                   PERFORM P400-UNICO-RESPONSAVEL
           END-EVALUATE
           IF WS-CC-ACAO = 'G' AND WS-CC-RESULTADO = 'S'
               PERFORM P500-GRAVA-ALUNO
           END-IF
           GOBACK
           .

       P200-DIGITOS.
           IF WS-CC-CPF NOT NUMERIC
               MOVE 'I' TO WS-CC-RESULTADO
               MOVE 'CPF INVALIDO - INFORME SO OS 11 NUMEROS'
                   TO WS-CC-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-CPF TO WS-CPF-DIGITOS
      * 000.000.000-00, 111.111.111-11... passam na conta mas nao
      * existem.
           MOVE 0 TO WS-IGUAIS
           PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 11
               IF WS-CPF-DIG(WS-IDX) = WS-CPF-DIG(1)
                   ADD 1 TO WS-IGUAIS
               END-IF
           END-PERFORM
           IF WS-IGUAIS = 10
               MOVE 'I' TO WS-CC-RESULTADO
               MOVE 'CPF INVALIDO - DIGITOS TODOS IGUAIS'
                   TO WS-CC-MENSAGEM
               EXIT PARAGRAPH
           END-IF

      * Primeiro digito: pesos 10 a 2 sobre os nove primeiros;
      * segundo: pesos 11 a 2 sobre os dez primeiros. Resto 10 vale 0.
           MOVE 0 TO WS-SOMA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
               COMPUTE WS-SOMA = WS-SOMA
                               + WS-CPF-DIG(WS-IDX) * (11 - WS-IDX)
           END-PERFORM
           COMPUTE WS-DV = FUNCTION MOD(WS-SOMA * 10, 11)
           IF WS-DV = 10
               MOVE 0 TO WS-DV
           END-IF
           IF WS-DV NOT = WS-CPF-DIG(10)
               MOVE 'I' TO WS-CC-RESULTADO
           END-IF
           MOVE 0 TO WS-SOMA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               COMPUTE WS-SOMA = WS-SOMA
                               + WS-CPF-DIG(WS-IDX) * (12 - WS-IDX)
           END-PERFORM
           COMPUTE WS-DV = FUNCTION MOD(WS-SOMA * 10, 11)
           IF WS-DV = 10
               MOVE 0 TO WS-DV
           END-IF
           IF WS-DV NOT = WS-CPF-DIG(11)
               MOVE 'I' TO WS-CC-RESULTADO
           END-IF
           IF WS-CC-RESULTADO = 'I'
               MOVE 'CPF INVALIDO - DIGITO VERIFICADOR NAO CONFERE'
                   TO WS-CC-MENSAGEM
           END-IF
           .

       P300-UNICO-ALUNO.
           OPEN INPUT ALUNOS-FILE
           IF WS-FS-ALU = 35
      * Mestre ainda vazio: ninguem tem o CPF.
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-ALU-OK
               MOVE 'E' TO WS-CC-RESULTADO
               MOVE 'ALUNOS.DAT INDISPONIVEL PARA CONFERIR O CPF'
                   TO WS-CC-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK TO FALSE
           MOVE WS-CIFRADO TO AL-CPF
           START ALUNOS-FILE KEY IS EQUAL AL-CPF
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ ALUNOS-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AL-CPF NOT = WS-CIFRADO
                           SET EOF-OK TO TRUE
                       ELSE
                           IF AL-ID NOT = WS-CC-ID
                               MOVE AL-ID TO WS-CC-ID-DONO
                               MOVE 'D' TO WS-CC-RESULTADO
                               SET EOF-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUNOS-FILE
           IF WS-CC-RESULTADO = 'D'
               STRING 'CPF JA CADASTRADO PARA O ALUNO ID '
                                        DELIMITED BY SIZE
                      WS-CC-ID-DONO     DELIMITED BY SIZE
                   INTO WS-CC-MENSAGEM
           END-IF
           .

       P400-UNICO-RESPONSAVEL.
           OPEN INPUT CADASTRO-PF-FILE
           IF WS-FS-PF = 35
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-PF-OK
               MOVE 'E' TO WS-CC-RESULTADO
               MOVE 'CADASTROPF.DAT INDISPONIVEL PARA CONFERIR O CPF'
                   TO WS-CC-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           SET EOF-OK TO FALSE
           MOVE WS-CIFRADO TO F-CPF
           START CADASTRO-PF-FILE KEY IS EQUAL F-CPF
               INVALID KEY SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ CADASTRO-PF-FILE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF F-CPF NOT = WS-CIFRADO
                           SET EOF-OK TO TRUE
                       ELSE
                           IF F-ID-PF NOT = WS-CC-ID
                               MOVE F-ID-PF TO WS-CC-ID-DONO
                               MOVE 'D' TO WS-CC-RESULTADO
                               SET EOF-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-PF-FILE
           IF WS-CC-RESULTADO = 'D'
               STRING 'CPF JA CADASTRADO PARA O RESPONSAVEL ID '
                                        DELIMITED BY SIZE
                      WS-CC-ID-DONO     DELIMITED BY SIZE
                   INTO WS-CC-MENSAGEM
           END-IF
           .

       P500-GRAVA-ALUNO.
           OPEN I-O ALUNOS-FILE
           IF NOT FS-ALU-OK
               MOVE 'E' TO WS-CC-RESULTADO
               MOVE 'ALUNOS.DAT INDISPONIVEL - CPF NAO GRAVADO'
                   TO WS-CC-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-ID TO AL-ID
           READ ALUNOS-FILE
               KEY IS AL-ID
               INVALID KEY
                   MOVE 'E' TO WS-CC-RESULTADO
                   STRING 'ALUNO ' DELIMITED BY SIZE
                          WS-CC-ID DELIMITED BY SIZE
                          ' FORA DO CADASTRO MESTRE - CPF NAO GRAVADO'
                                   DELIMITED BY SIZE
                       INTO WS-CC-MENSAGEM
               NOT INVALID KEY
                   MOVE WS-CIFRADO TO AL-CPF
                   REWRITE ALUNO-LINHA
                   IF NOT FS-ALU-OK
                       MOVE 'E' TO WS-CC-RESULTADO
                       STRING 'ERRO AO GRAVAR O CPF --> COD '
                                        DELIMITED BY SIZE
                              WS-FS-ALU DELIMITED BY SIZE
                           INTO WS-CC-MENSAGEM
                   END-IF
           END-READ
           CLOSE ALUNOS-FILE
           .
