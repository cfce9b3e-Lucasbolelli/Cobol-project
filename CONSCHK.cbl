      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CONFERE O CONSENTIMENTO LGPD DA FAMILIA
      *          (CONSENTIMENTOS.DAT) ANTES DE UMA SAIDA DE DADOS DO
      *          ALUNO. FINALIDADE: 'I' USO DE IMAGEM (CARTEIRA),
      *          'T' COMPARTILHAMENTO COM TERCEIROS (CSVEXP PARA FORA,
      *          CONSLOTE), 'E' COMUNICACAO POR E-MAIL (COMUNICA).
      *          O ALUNO PODE VIR PELO AL-ID DO MESTRE OU, COM ID
      *          ZERO, PELO NOME (ALUNOMST 'N') - COMO CHEGA DO
      *          BOLETIM; O RESPONSAVEL, SE NAO INFORMADO, SAI DO
      *          MESTRE. PROCURA A LINHA DO ALUNO E DEPOIS A DA
      *          FAMILIA (ALUNO ZERO); NO E-MAIL SO A DA FAMILIA.
      *          DEVOLVE 'S' CONSENTIMENTO VIGENTE, 'R' REVOGADO,
      *          'N' SEM REGISTRO (OU ALUNO/RESPONSAVEL DESCONHECIDO).
      *          OS CAMPOS DO CHAMADOR NAO SAO ALTERADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONSENT-FILE
               ASSIGN TO
                   WS-PATH-CONSENT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CS-CHAVE
                   FILE STATUS IS WS-FS-CON
                   .
       DATA DIVISION.
       FILE SECTION.
       FD CONSENT-FILE
       DATA RECORD IS CONSENT-LINHA.
           COPY CONSENT_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-CON                    PIC 99.
       77 WS-ACHOU                     PIC X VALUE 'N'.
          88 ACHOU-OK                  VALUE 'S' FALSE 'N'.
       77 WS-ALM-ACAO                  PIC X.
       77 WS-ALM-ACHADO                PIC X.
          88 ALM-ACHADO-OK             VALUE 'S' FALSE 'N'.
       77 WS-ALM-ID                    PIC 9(06).
       77 WS-ALM-NOME                  PIC X(30).
       77 WS-ALM-TURMA                 PIC X(10).
       77 WS-ALM-RESP                  PIC 9(06).
       77 WS-ALM-NASCIMENTO            PIC X(10).
       LINKAGE SECTION.
       01 WS-CK-FINALIDADE             PIC X.
       01 WS-CK-NOME                   PIC X(30).
       01 WS-CK-ID-ALUNO               PIC 9(06).
       01 WS-CK-ID-RESP                PIC 9(06).
       01 WS-CK-RESULTADO              PIC X.
       PROCEDURE DIVISION USING WS-CK-FINALIDADE WS-CK-NOME
                                WS-CK-ID-ALUNO WS-CK-ID-RESP
                                WS-CK-RESULTADO.

       P100-INICIO.
           MOVE 'N' TO WS-CK-RESULTADO
           MOVE WS-CK-ID-ALUNO TO WS-ALM-ID
           MOVE WS-CK-ID-RESP  TO WS-ALM-RESP
           IF WS-ALM-ID = 0 AND WS-CK-NOME NOT = SPACES
               MOVE 'N' TO WS-ALM-ACAO
               MOVE WS-CK-NOME TO WS-ALM-NOME
               PERFORM P200-MESTRE
           ELSE
               IF WS-ALM-RESP = 0 AND WS-ALM-ID NOT = 0
                   MOVE 'L' TO WS-ALM-ACAO
                   PERFORM P200-MESTRE
               END-IF
           END-IF
           IF WS-ALM-RESP = 0
               GOBACK
           END-IF
           IF WS-CK-FINALIDADE = 'E'
               MOVE 0 TO WS-ALM-ID
           END-IF

           OPEN INPUT CONSENT-FILE
           IF WS-FS-CON NOT = 0
               GOBACK
           END-IF
           SET ACHOU-OK TO FALSE
           IF WS-ALM-ID NOT = 0
               MOVE WS-ALM-RESP      TO CS-ID-RESP
               MOVE WS-ALM-ID        TO CS-ID-ALUNO
               MOVE WS-CK-FINALIDADE TO CS-FINALIDADE
               PERFORM P300-PROCURA
           END-IF
           IF NOT ACHOU-OK
               MOVE WS-ALM-RESP      TO CS-ID-RESP
               MOVE 0                TO CS-ID-ALUNO
               MOVE WS-CK-FINALIDADE TO CS-FINALIDADE
               PERFORM P300-PROCURA
           END-IF
           IF ACHOU-OK
               IF CS-DATA-REVOGACAO NOT = SPACES
                   MOVE 'R' TO WS-CK-RESULTADO
               ELSE
                   MOVE 'S' TO WS-CK-RESULTADO
               END-IF
           END-IF
           CLOSE CONSENT-FILE
           GOBACK
           .

       P200-MESTRE.
      * Aluno fora do mestre so pode ter a linha da familia, e so
      * se quem chamou informou o responsavel.
           CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                 WS-ALM-ID WS-ALM-NOME
                                 WS-ALM-TURMA WS-ALM-RESP
                                 WS-ALM-NASCIMENTO
           IF NOT ALM-ACHADO-OK
               MOVE 0 TO WS-ALM-ID
               MOVE WS-CK-ID-RESP TO WS-ALM-RESP
           END-IF
           IF WS-ALM-RESP = 0
               MOVE WS-CK-ID-RESP TO WS-ALM-RESP
           END-IF
           .

       P300-PROCURA.
           READ CONSENT-FILE
               KEY IS CS-CHAVE
               INVALID KEY
                   SET ACHOU-OK TO FALSE
               NOT INVALID KEY
                   SET ACHOU-OK TO TRUE
           END-READ
           .
