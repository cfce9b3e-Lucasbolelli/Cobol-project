      *           documentos que o cartorio pergunta: declaracoes de
      *           matricula e de frequencia, certificados de
      *           conclusao, historicos oficiais e cartas de resposta
      *           de recurso, certificados de participacao em
      *           atividade extracurricular, atas de resultados
      *           finais e guias de transferencia. Cada emissao
      *           recebe numero sequencial e a posicao fisica
      *           livro/folha (3 registros por folha, 200 folhas por
      *           livro), com data, operador da sessao
      *           e via (1 = original, 2+ = segunda via).
      *           Mantido pelo DOCEMITE e pelos programas que emitem
      *           documento oficial (HISTOFICIAL, RECURSO,
      *           ATIVIDADE, ATARES, GUIATRANSF).
      ******************************************************************
       01 LIVRO-LINHA.
           03 LV-NUM               PIC 9(06).
