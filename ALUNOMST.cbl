      *                  RESPONSAVEL INFORMADOS E DATA DE MATRICULA
      *                  DE HOJE. E POR ESTA ACAO QUE CREATE E
      *                  PREMATRICULA ALIMENTAM O MESTRE SEM TELA.
      *                  O NASCIMENTO INFORMADO (AAAA/MM/DD) ENTRA
      *                  NO ALUNO NOVO; BRANCO FICA PARA O ALUMAN.
      *          QUANDO O ALUNO EXISTE, OS CAMPOS DE IDENTIDADE SAEM
      *          SEMPRE DO MESTRE - A GRAFIA CADASTRADA E A QUE VALE.
      *          O ALUNO INCLUIDO FICA NA UNIDADE ESCOLAR DA SUA
      *          TURMA (UNIDADE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ALU
                   .
       DATA DIVISION.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA              PIC 9(08).
       77 WS-DATA-FORMAT               PIC X(10).
       77 WS-UN-ACAO                   PIC X VALUE 'T'.
       77 WS-UN-ANO                    PIC X(07) VALUE SPACES.
       77 WS-UN-RESULTADO              PIC X.
       LINKAGE SECTION.
       01 WS-ALM-ACAO                  PIC X.
       01 WS-ALM-ACHADO                PIC X.
           COMPUTE AL-ID = WS-MAX-ID + 1
           MOVE WS-ALM-NOME       TO AL-NOME
           MOVE SPACES            TO AL-NASCIMENTO
           IF WS-ALM-NASCIMENTO(1:4) IS NUMERIC
              AND WS-ALM-NASCIMENTO(5:1) = '/'
              AND WS-ALM-NASCIMENTO(6:2) IS NUMERIC
              AND WS-ALM-NASCIMENTO(8:1) = '/'
              AND WS-ALM-NASCIMENTO(9:2) IS NUMERIC
               MOVE WS-ALM-NASCIMENTO TO AL-NASCIMENTO
           END-IF
           MOVE SPACES            TO AL-CPF
           MOVE SPACES            TO AL-RG
           MOVE WS-ALM-TURMA      TO AL-TURMA
           MOVE WS-ALM-RESP       TO AL-ID-RESPONSAVEL
           MOVE WS-DATA-FORMAT    TO AL-DATA-MATRICULA
           MOVE 'S'               TO AL-ATIVO
           MOVE SPACES            TO AL-NIS
           MOVE 'N'               TO AL-BOLSA-FAMILIA
           CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-ALM-TURMA
                                AL-UNIDADE WS-UN-RESULTADO
           WRITE ALUNO-LINHA
           IF FS-ALU-OK
               SET ALM-ACHADO-OK TO TRUE
