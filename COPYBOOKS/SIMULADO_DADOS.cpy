      ******************************************************************
      * Copybook: SIMULADO_DADOS
      * Purpose:  Layout do registro de simulado (SIMULADOS.DAT,
      *           indexado pelo codigo do simulado). Guarda o
      *           gabarito (uma letra A-E por questao, ate 60
      *           questoes) e a materia de cada questao, para a
      *           correcao por materia. SM-AVAL-SEQ diz em que
      *           sequencia da AVALIACOES.DAT a nota do simulado entra
      *           no bimestre (zero = o simulado nao vira nota).
      ******************************************************************
       01 SIMULADO-LINHA.
           03 SM-CODIGO            PIC X(08).
           03 SM-ANO               PIC X(07).
           03 SM-BIMESTRE          PIC 9.
           03 SM-DESCRICAO         PIC X(30).
           03 SM-QTD-QUESTOES      PIC 9(02).
           03 SM-AVAL-SEQ          PIC 9(02).
           03 SM-AVAL-PESO         PIC 9(02)V9.
           03 SM-OPERADOR          PIC X(20).
           03 SM-DATA              PIC X(10).
           03 SM-GABARITO          PIC X(60).
           03 SM-GABARITO-TAB REDEFINES SM-GABARITO.
               05 SM-RESPOSTA-CERTA PIC X OCCURS 60 TIMES.
           03 SM-MATERIA           PIC X(20) OCCURS 60 TIMES.
