      ******************************************************************
      * Copybook: NOTAENV_DADOS
      * Purpose:  Layout do acompanhamento do envio de notas ao
      *           sistema estadual (NOTAENV.DAT, indexado por
      *           NV-CHAVE). Uma linha por linha do boletim enviada
      *           num bimestre: o lote em que seguiu por ultimo e a
      *           resposta do estado. So a linha rejeitada volta no
      *           reenvio; a aceita nao segue mais. O retorno de um
      *           lote so vale para a linha que ainda esta nele - se
      *           ela ja foi reenviada, a resposta antiga e ignorada.
      ******************************************************************
       01 NOTAENV-LINHA.
           03 NV-CHAVE.
               05 NV-ANO           PIC X(07).
               05 NV-BIMESTRE      PIC 9.
               05 NV-ID            PIC 9(06).
           03 NV-NOME              PIC X(30).
           03 NV-TURMA             PIC X(10).
           03 NV-MATERIA           PIC X(20).
           03 NV-SITUACAO          PIC X.
              88 NV-ENVIADO        VALUE 'E'.
              88 NV-ACEITO         VALUE 'A'.
              88 NV-REJEITADO      VALUE 'R'.
           03 NV-LOTE              PIC 9(07).
           03 NV-DATA-ENVIO        PIC X(10).
           03 NV-QTD-ENVIOS        PIC 9(02).
           03 NV-COD-ERRO          PIC X(04).
           03 NV-MENSAGEM          PIC X(50).
           03 NV-DATA-RETORNO      PIC X(10).
