      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: DIZ SE UM ALUNO (PELA GRAFIA DO BOLETIM) TEM
      *          ATENDIMENTO EDUCACIONAL ESPECIALIZADO ATIVO
      *          (AEE.DAT, MANTIDO PELO AEEMAN), SE A AVALIACAO DELE
      *          E ADAPTADA E O TIPO DE NECESSIDADE. O NOME E
      *          RESOLVIDO PARA O AL-ID NO CADASTRO MESTRE
      *          (ALUNOS.DAT). E O MARCADOR AEE DO GETONE, DO DIARIO
      *          E DO CENSOEXT, E O QUE FAZ NOTAOUT E RELQUEDA
      *          SEPARAREM AS NOTAS ADAPTADAS. SEM CADASTRO, DEVOLVE
      *          'N'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEECHK.
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
               SELECT AEE-FILE
               ASSIGN TO
                   WS-PATH-AEE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS AE-ID
                   FILE STATUS IS WS-FS-AEE
                   .
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS-FILE
       DATA RECORD IS ALUNO-LINHA.
           COPY ALUNO_DADOS.
       FD AEE-FILE
       DATA RECORD IS AEE-LINHA.
           COPY AEE_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-ALU                    PIC 99.
          88 FS-ALU-OK                 VALUE 0.
       77 WS-FS-AEE                    PIC 99.
          88 FS-AEE-OK                 VALUE 0.
       77 WS-ID-ALUNO                  PIC 9(06).
       LINKAGE SECTION.
       01 WS-AC-NOME                   PIC X(30).
       01 WS-AC-TEM-AEE                PIC X.
       01 WS-AC-ADAPTADA               PIC X.
       01 WS-AC-TIPO                   PIC X(03).
       PROCEDURE DIVISION USING WS-AC-NOME WS-AC-TEM-AEE
                                WS-AC-ADAPTADA WS-AC-TIPO.

       P100-INICIO.
           MOVE 'N'    TO WS-AC-TEM-AEE
           MOVE 'N'    TO WS-AC-ADAPTADA
           MOVE SPACES TO WS-AC-TIPO
           MOVE 0      TO WS-ID-ALUNO
           OPEN INPUT ALUNOS-FILE
           IF NOT FS-ALU-OK
               GOBACK
           END-IF
           MOVE WS-AC-NOME TO AL-NOME
           READ ALUNOS-FILE
               KEY IS AL-NOME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-ID TO WS-ID-ALUNO
           END-READ
           CLOSE ALUNOS-FILE
           IF WS-ID-ALUNO = 0
               GOBACK
           END-IF

           OPEN INPUT AEE-FILE
           IF NOT FS-AEE-OK
               GOBACK
           END-IF
           MOVE WS-ID-ALUNO TO AE-ID
           READ AEE-FILE
               KEY IS AE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AE-ATIVO = 'S'
                       MOVE 'S'     TO WS-AC-TEM-AEE
                       MOVE AE-TIPO TO WS-AC-TIPO
                       IF AE-AVAL-ADAPTADA = 'S'
                           MOVE 'S' TO WS-AC-ADAPTADA
                       END-IF
                   END-IF
           END-READ
           CLOSE AEE-FILE
           GOBACK
           .
