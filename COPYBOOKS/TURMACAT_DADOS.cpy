      *           capacidade de vagas de cada uma; o TURMAVAL valida
      *           o codigo digitado (acabando com '6A'/'6-A'/'6 A'
      *           coexistindo) e barra matricula acima da capacidade.
      *           TU-TURNO: M manha, T tarde, N noite, I integral -
      *           branco nas turmas cadastradas antes do turno; a
      *           contagem da merenda (MERENDA) agrupa por ele.
      *           TU-REGIME: quantos periodos de avaliacao a turma tem
      *           no ano - 4 bimestres, 3 trimestres ou 2 semestres.
      *           Zero (turmas cadastradas antes do regime) vale como
      *           bimestral; quem consulta e o REGIME.
      *           TU-SEGMENTO: EI educacao infantil, F1 fundamental
      *           anos iniciais, F2 fundamental anos finais, EM ensino
      *           medio, EJ EJA - escolhe a lista de documentos
      *           exigidos na matricula (DOCREQ); branco nas turmas
      *           cadastradas antes do segmento (so a lista geral).
      *           TU-UNIDADE: unidade escolar da rede que oferece a
      *           turma. O codigo da turma continua unico na rede
      *           (chave ANO + TURMA), e e por ele que o boletim, a
      *           grade e o mestre de alunos sabem a sua unidade
      *           (UNIDADE). Branco vale como '01'.
      *           TU-SERIE: serie (ano escolar) da turma - 01 a 09
      *           fundamental, 10 a 12 as tres series do medio; zero
      *           nas turmas sem serie (infantil, turmas cadastradas
      *           antes do campo - o SERIEMIG converte o arquivo
      *           antigo). E dela que o IDADECHK tira a faixa de
      *           idade da matricula (corte de 31 de marco).
      ******************************************************************
       01 TURMACAT-LINHA.
           03 TU-CHAVE.
               05 TU-ANO           PIC X(07).
               05 TU-TURMA         PIC X(10).
           03 TU-CAPACIDADE        PIC 9(03).
           03 TU-TURNO             PIC X.
              88 TU-TURNO-VALIDO   VALUE 'M' 'T' 'N' 'I'.
           03 TU-REGIME            PIC 9.
              88 TU-REGIME-VALIDO  VALUE 2 3 4.
           03 TU-SEGMENTO          PIC X(02).
              88 TU-SEGMENTO-VALIDO VALUE 'EI' 'F1' 'F2' 'EM' 'EJ'.
           03 TU-UNIDADE           PIC X(02).
           03 TU-SERIE             PIC 9(02).
              88 TU-SERIE-VALIDA   VALUE 0 THRU 12.
