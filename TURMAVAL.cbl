      *            'C' - TURMA VALIDA MAS LOTADA: O ALUNO INFORMADO E
      *                  NOVO NA TURMA E A CONTAGEM DE ALUNOS
      *                  DISTINTOS (POR NOME, UMA LINHA POR MATERIA
      *                  NAO INFLA A CONTA) JA ATINGIU A CAPACIDADE;
      *            'U' - TURMA DE OUTRA UNIDADE ESCOLAR DA REDE: O
      *                  OPERADOR ASSINADO NUMA UNIDADE SO MATRICULA
      *                  NAS TURMAS DELA (UNIDADE).
      *          ALUNO QUE JA ESTA NA TURMA (LANCANDO MAIS UMA
      *          MATERIA) NUNCA TOMA 'C'. E O CREATE QUEM CHAMA ESTA
      *          VALIDACAO - UNICO FUNIL DE GRAVACAO - ENTAO TODOS OS
       77 WS-IDX                   PIC 9(03).
       77 WS-JA-NA-TURMA           PIC X.
          88 JA-NA-TURMA-OK        VALUE 'S' FALSE 'N'.
       77 WS-UN-ACAO               PIC X VALUE 'V'.
       77 WS-UN-CODIGO             PIC X(02).
       77 WS-UN-RESULTADO          PIC X.
       LINKAGE SECTION.
       01 WS-TV-ANO                PIC X(07).
       01 WS-TV-TURMA              PIC X(10).
               NOT INVALID KEY
                   MOVE TU-CAPACIDADE TO WS-TV-CAPACIDADE
                   CLOSE TURMACAT-FILE
                   MOVE TU-UNIDADE TO WS-UN-CODIGO
                   CALL 'UNIDADE' USING WS-UN-ACAO WS-TV-ANO
                                        WS-TV-TURMA WS-UN-CODIGO
                                        WS-UN-RESULTADO
                   IF WS-UN-RESULTADO NOT = 'S'
                       MOVE 'U' TO WS-TV-RESULTADO
                       GOBACK
                   END-IF
                   PERFORM P300-CHECA-CAPACIDADE
                   GOBACK
           END-READ
