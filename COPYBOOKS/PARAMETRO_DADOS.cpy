      *           (so perfil de administracao, com trilha de
      *           auditoria). Mudou a lei, muda-se o arquivo, nao o
      *           programa.
      *           Encargos da cobranca (lidos pelo PARAMFIN): multa
      *           por atraso em % sobre o valor, cobrada uma vez, e
      *           juros de mora em % ao dia. Arquivo gravado antes
      *           destes campos chega sem eles - o PARAMFIN assume
      *           os numeros da casa.
      *           Biblioteca (lidos pelo PARAMBIB): limite de livros
      *           emprestados ao mesmo tempo por aluno e prazo do
      *           emprestimo em dias corridos.
      *           Calendario de provas (lidos pelo PARAMPROVA): maximo
      *           de provas agendadas para a mesma turma num dia e
      *           numa semana (segunda a domingo).
      ******************************************************************
       01 PARAMETRO-LINHA.
           03 PA-MEDIA-APROVACAO   PIC 9(02)V9.
           03 PA-RECUP-MINIMA      PIC 9(02)V9.
           03 PA-FREQ-MINIMA       PIC 9(03).
           03 PA-MAX-NOTAS         PIC 9(02).
           03 PA-MULTA-ATRASO      PIC 9(02)V99.
           03 PA-JUROS-DIA         PIC 9(01)V9999.
           03 PA-BIB-LIMITE        PIC 9(02).
           03 PA-BIB-PRAZO         PIC 9(03).
           03 PA-PROVAS-DIA        PIC 9(01).
           03 PA-PROVAS-SEMANA     PIC 9(02).
