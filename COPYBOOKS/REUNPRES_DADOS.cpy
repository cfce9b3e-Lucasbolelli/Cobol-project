      ******************************************************************
      * Copybook: REUNPRES_DADOS
      * Purpose:  Layout do registro da lista de assinaturas da
      *           reuniao de pais (REUNPRES.DAT, indexado pela chave
      *           da reuniao + NOME DO ALUNO). Gerada pelo REUNIAO na
      *           impressao da folha de assinaturas, um registro por
      *           aluno da turma com o responsavel do CADASTROPF.DAT;
      *           depois da reuniao recebe o comparecimento da
      *           familia e o numero do boletim entregue (numero
      *           oficial do livro de emissoes, EMISSOES.DAT).
      *           RU-COMPARECEU: S/N, branco = ainda nao lancado.
      *           RU-EMISSAO: zero = boletim ainda nao entregue.
      ******************************************************************
       01 REUNPRES-LINHA.
           03 RU-CHAVE.
               05 RU-ANO           PIC X(07).
               05 RU-BIMESTRE      PIC 9.
               05 RU-TURMA         PIC X(10).
               05 RU-NOME          PIC X(30).
           03 RU-ID                PIC 9(06).
           03 RU-ID-RESP           PIC 9(06).
           03 RU-COMPARECEU        PIC X.
              88 RU-PRESENTE       VALUE 'S'.
              88 RU-AUSENTE        VALUE 'N'.
           03 RU-EMISSAO           PIC 9(06).
           03 RU-DATA-ENTREGA      PIC X(10).
           03 RU-OPERADOR          PIC X(20).
