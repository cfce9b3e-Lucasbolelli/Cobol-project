      ******************************************************************
      * Copybook: REUNIAO_DADOS
      * Purpose:  Layout do registro da agenda de reunioes de pais
      *           (REUNIOES.DAT, indexado por ANO LETIVO + BIMESTRE +
      *           TURMA): uma reuniao por turma a cada bimestre, com
      *           data, hora e sala (SALAS.DAT), onde os boletins
      *           impressos sao entregues as familias. Mantido pelo
      *           REUNIAO. RE-SITUACAO: A = AGENDADA, R = REALIZADA
      *           (comparecimento ja lancado).
      ******************************************************************
       01 REUNIAO-LINHA.
           03 RE-CHAVE.
               05 RE-ANO           PIC X(07).
               05 RE-BIMESTRE      PIC 9.
               05 RE-TURMA         PIC X(10).
           03 RE-DATA              PIC X(10).
           03 RE-HORA              PIC X(05).
           03 RE-SALA              PIC X(06).
           03 RE-SITUACAO          PIC X.
              88 RE-AGENDADA       VALUE 'A'.
              88 RE-REALIZADA      VALUE 'R'.
           03 RE-OPERADOR          PIC X(20).
