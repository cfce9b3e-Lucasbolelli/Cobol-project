      *                        R = REPROVADO/RETIDO,
      *                        C = EM CURSO (RECUPERACAO PENDENTE OU
      *                            TERMO EM ANDAMENTO).
      *           CE-AEE:      S = ALUNO EM ATENDIMENTO EDUCACIONAL
      *                        ESPECIALIZADO ATIVO, N = NAO;
      *           CE-AEE-TIPO: TIPO DE NECESSIDADE DO CADASTRO AEE
      *                        (DI/DF/DV/DA/TEA/AH/DM/OUT), BRANCO
      *                        QUANDO CE-AEE = N.
      *           CE-UNIDADE:  UNIDADE ESCOLAR DA REDE ONDE O ALUNO
      *                        ESTUDA (TURMA DO TURMACAT), TIRADA DO
      *                        FILLER - O REGISTRO NAO MUDA DE TAMANHO.
      ******************************************************************
       01 CENSO-REGISTRO.
           03 CE-TIPO-REG          PIC X(02).
           03 CE-QTD-MATERIAS      PIC 9(02).
           03 CE-MUNICIPIO         PIC X(15).
           03 CE-UF                PIC X(02).
           03 CE-AEE               PIC X(01).
           03 CE-AEE-TIPO          PIC X(03).
           03 CE-UNIDADE           PIC X(02).
           03 FILLER               PIC X(05).
