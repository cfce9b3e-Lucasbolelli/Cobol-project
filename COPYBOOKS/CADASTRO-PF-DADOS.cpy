      * Copybook: CADASTRO-PF-DADOS
      * Purpose:  Layout do registro indexado CADASTROPF.DAT
      *           (FD CADASTRO-PF-FILE).
      *           F-EMAIL / F-CANAL: e-mail do responsavel e canal
      *           preferido para as comunicacoes da escola (C carta,
      *           T telefone, E e-mail); em branco vale carta. E por
      *           eles que o COMUNICA endereca cada mensagem da
      *           fila de saida (COMUNICA.DAT).
      *           F-CPF: CPF do responsavel, com digito verificador
      *           conferido (CPFCHK) e gravado cifrado pelo SIGILO,
      *           como o AL-CPF do aluno; chave alternada do arquivo,
      *           pela qual se garante um cadastro por CPF. Branco
      *           quando nao informado. O CPFMIG converte o
      *           CADASTROPF.DAT antigo.
      ******************************************************************
       01 CADASTRO-PF-LINHA.
           03 F-ID-PF                  PIC 9(06).
           03 F-CEP-2                  PIC X(03).
           03 F-NACIONALIDADE          PIC X(15).
           03 F-PROFISSAO              PIC X(15).
           03 F-EMAIL                  PIC X(40).
           03 F-CANAL                  PIC X.
              88 F-CANAL-CARTA         VALUE 'C' ' '.
              88 F-CANAL-TELEFONE      VALUE 'T'.
              88 F-CANAL-EMAIL         VALUE 'E'.
           03 F-CPF                    PIC X(11).
