      ******************************************************************
      * Copybook: CHAMDIA_DADOS
      * Purpose:  Layout do resumo diario da chamada (CHAMDIA.DAT,
      *           indexado por DATA + ANO LETIVO + TURMA). A CHAMADA
      *           grava um registro por turma e dia ao terminar: os
      *           alunos da turma, os presentes no dia (presentes em
      *           pelo menos uma aula) e quantos dos presentes tem
      *           alerta de saude (restricao alimentar/alergia) na
      *           ficha do SAUDEALUNO.DAT. A contagem da merenda
      *           (MERENDA) le daqui; refazer a chamada no mesmo dia
      *           regrava o resumo.
      ******************************************************************
       01 CHAMDIA-LINHA.
           03 CM-CHAVE.
               05 CM-DATA          PIC X(10).
               05 CM-ANO           PIC X(07).
               05 CM-TURMA         PIC X(10).
           03 CM-QTD-ALUNOS        PIC 9(03).
           03 CM-QTD-PRESENTES     PIC 9(03).
           03 CM-QTD-RESTRICAO     PIC 9(03).
