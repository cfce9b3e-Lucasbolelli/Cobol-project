      ******************************************************************
      * Copybook: PNAE_LAYOUT
      * Purpose:  Layout posicional FIXO do arquivo mensal de
      *           prestacao de contas da merenda (PNAE) que a
      *           secretaria municipal recebe: um registro D por dia
      *           de atendimento, com as refeicoes servidas por
      *           turno, o total e as refeicoes de alunos com
      *           restricao alimentar, e um registro T de totais do
      *           mes. Quando o municipio revisar o layout,
      *           altera-se SOMENTE este copybook - o MERENDA monta
      *           os campos e nao conhece posicoes.
      *           PN-TIPO-REG: D = DIA DE ATENDIMENTO, T = TOTAL.
      *           PN-DATA:     AAAAMMDD NO REGISTRO D, AAAAMM00 NO T.
      ******************************************************************
       01 PNAE-REGISTRO.
           03 PN-TIPO-REG          PIC X(01).
           03 PN-COMPETENCIA       PIC 9(06).
           03 PN-DATA              PIC 9(08).
           03 PN-MANHA             PIC 9(05).
           03 PN-TARDE             PIC 9(05).
           03 PN-NOITE             PIC 9(05).
           03 PN-INTEGRAL          PIC 9(05).
           03 PN-SEM-TURNO         PIC 9(05).
           03 PN-TOTAL             PIC 9(06).
           03 PN-ESPECIAIS         PIC 9(05).
           03 PN-DIAS              PIC 9(02).
           03 FILLER               PIC X(07).
