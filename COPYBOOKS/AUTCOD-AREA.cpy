      ******************************************************************
      * Copybook: AUTCOD-AREA
      * Purpose:  Area de chamada do AUTCOD (codigo de verificacao de
      *           autenticidade dos documentos emitidos), passada
      *           pelos emissores e pela tela de conferencia.
      *           WS-AC-ACAO: 'C' - SO CALCULA O CODIGO;
      *                       'G' - CALCULA E REGISTRA NO
      *                             AUTENTICA.DAT, MARCANDO AS VIAS
      *                             ANTERIORES DO MESMO DOCUMENTO
      *                             COMO SUBSTITUIDAS.
      *           WS-AC-RESULTADO: 'S' OK, 'E' ERRO NO REGISTRO.
      ******************************************************************
       01 WS-AUTCOD-AREA.
           05 WS-AC-ACAO               PIC X.
           05 WS-AC-ORIGEM             PIC X.
           05 WS-AC-NUMERO             PIC 9(06).
           05 WS-AC-DATA               PIC X(10).
           05 WS-AC-TIPO               PIC X(25).
           05 WS-AC-NOME               PIC X(30).
           05 WS-AC-REFERENCIA         PIC X(20).
           05 WS-AC-VIA                PIC X(20).
           05 WS-AC-OPERADOR           PIC X(20).
           05 WS-AC-CONTEUDO           PIC X(60).
           05 WS-AC-CODIGO             PIC X(14).
           05 WS-AC-RESULTADO          PIC X.
