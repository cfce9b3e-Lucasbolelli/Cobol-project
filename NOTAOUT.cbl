      *          'S' E O CHAMADOR AVISA - CONFIRMACAO NA TELA
      *          (UPDATT/TELABOL) OU LINHA MARCADA NO LOG DO LOTE
      *          (BATCHDRV/FOLHANOTA). SEM ESTATISTICA SUFICIENTE,
      *          NADA E APONTADO. ALUNO COM AVALIACAO ADAPTADA NO
      *          AEE (AEECHK) NAO E COMPARADO COM A TURMA: VOLTA 'A'
      *          E A NOTA DELE E ACOMPANHADA PELO PEI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-FS-EST                    PIC 99.
          88 FS-EST-OK                 VALUE 0.
       77 WS-DIFERENCA                 PIC S9(02)V9.
       77 WS-AC-TEM-AEE                PIC X.
       77 WS-AC-ADAPTADA               PIC X.
       77 WS-AC-TIPO                   PIC X(03).
       LINKAGE SECTION.
       01 WS-NO-ANO                    PIC X(07).
       01 WS-NO-TURMA                  PIC X(10).
       01 WS-NO-VALOR                  PIC 9(02)V9.
       01 WS-NO-FORA                   PIC X.
       01 WS-NO-MEDIA-TURMA            PIC 9(02)V9.
       01 WS-NO-NOME                   PIC X(30).
       PROCEDURE DIVISION USING WS-NO-ANO WS-NO-TURMA
                                WS-NO-MATERIA WS-NO-VALOR
                                WS-NO-FORA WS-NO-MEDIA-TURMA
                                WS-NO-NOME.

       P100-INICIO.
           MOVE 'N' TO WS-NO-FORA
           MOVE 0   TO WS-NO-MEDIA-TURMA
      * Avaliacao adaptada (AEE) nao entra na curva da turma.
           CALL 'AEECHK' USING WS-NO-NOME WS-AC-TEM-AEE
                               WS-AC-ADAPTADA WS-AC-TIPO
           IF WS-AC-ADAPTADA = 'S'
               MOVE 'A' TO WS-NO-FORA
               GOBACK
           END-IF
           OPEN INPUT ESTAT-FILE
           IF NOT FS-EST-OK
               GOBACK
