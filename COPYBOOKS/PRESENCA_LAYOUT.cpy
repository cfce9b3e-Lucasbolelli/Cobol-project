      ******************************************************************
      * Copybook: PRESENCA_LAYOUT
      * Purpose:  Layout posicional FIXO do arquivo de frequencia
      *           escolar do Bolsa Familia (Sistema Presenca) que a
      *           escola entrega a cada periodo bimestral: um
      *           registro H de cabecalho, um D por aluno
      *           beneficiario e um T de totais. Quando o governo
      *           revisar o layout, altera-se SOMENTE este copybook -
      *           o PRESENCA monta os campos e nao conhece posicoes.
      *           BG-ABAIXO: S = FREQUENCIA ABAIXO DO MINIMO, N = NAO.
      *           BG-MOTIVO: CODIGO DO MOTIVO DE BAIXA FREQUENCIA DA
      *                      TABELA DO PROGRAMA (BRANCO SE NAO HA).
      ******************************************************************
       01 PRESENCA-REGISTRO.
           03 BG-TIPO-REG          PIC X(01).
           03 BG-DETALHE.
               05 BG-NIS           PIC X(11).
               05 BG-NOME          PIC X(30).
               05 BG-NASCIMENTO    PIC 9(08).
               05 BG-TURMA         PIC X(10).
               05 BG-FREQUENCIA    PIC 9(03).
               05 BG-ABAIXO        PIC X(01).
               05 BG-MOTIVO        PIC X(02).
               05 FILLER           PIC X(14).
           03 BG-CABECALHO REDEFINES BG-DETALHE.
               05 BG-ANO           PIC 9(04).
               05 BG-PERIODO       PIC 9(01).
               05 BG-DATA-GERACAO  PIC 9(08).
               05 FILLER           PIC X(66).
           03 BG-TOTAIS REDEFINES BG-DETALHE.
               05 BG-QTD-ALUNOS    PIC 9(06).
               05 BG-QTD-ABAIXO    PIC 9(06).
               05 BG-QTD-SEM-MOTIVO PIC 9(06).
               05 FILLER           PIC X(61).
