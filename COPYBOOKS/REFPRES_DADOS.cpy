      ******************************************************************
      * Copybook: REFPRES_DADOS
      * Purpose:  Layout do registro da chamada das sessoes de reforco
      *           (REFPRES.DAT, indexado por grupo + data da sessao +
      *           F-ID do participante). RF-PRESENTE: S = PRESENTE,
      *           N = FALTOU. Uma sessao por grupo e data.
      ******************************************************************
       01 REFPRES-LINHA.
           03 RF-CHAVE.
               05 RF-GRUPO         PIC X(06).
               05 RF-DATA          PIC X(10).
               05 RF-ID            PIC 9(06).
           03 RF-PRESENTE          PIC X(01).
           03 RF-OPERADOR          PIC X(20).
