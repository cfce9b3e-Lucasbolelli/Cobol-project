      *    conceito de aprovacao. Catalogo MATCAT.DAT anterior a
      *    este campo deve ser recriado/regravado pelo MATMANUT.
           03 MC-CONCEITO          PIC X.
      *    Materia eletiva (itinerario formativo do Novo Ensino
      *    Medio): fica fora das cascas do curriculo obrigatorio
      *    (PREMATRICULA, RENOVA) e so entra no boletim do aluno
      *    pela alocacao de eletivas (ELETIVA), conforme as vagas
      *    da oferta do ano. Catalogo anterior a este campo deve
      *    ser recriado/regravado pelo MATMANUT.
           03 MC-ELETIVA           PIC X.
              88 MC-E-ELETIVA      VALUE 'S'.
      *    Codigo da materia na tabela do sistema estadual de
      *    educacao, exigido no envio de notas e faltas do bimestre
      *    (NOTAEST). Materia sem codigo nao segue no arquivo e fica
      *    na lista de pendencias. Catalogo anterior a este campo
      *    deve ser recriado/regravado pelo MATMANUT.
           03 MC-CODIGO-ESTADO     PIC X(06).
