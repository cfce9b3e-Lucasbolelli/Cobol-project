      ******************************************************************
      * Copybook: EGRESSO-AREA
      * Purpose:  Area de chamada do EGRESSO (registro do aluno que
      *           concluiu a etapa para o acompanhamento de egressos),
      *           passada pelo DOCEMITE ao emitir o certificado de
      *           conclusao e pela geracao do EGRESSOS a partir do
      *           PROMOCAO.DAT.
      *           WS-EG-ACAO: 'G' - GRAVA O EGRESSO (SE JA EXISTE,
      *                             SO ANOTA O CERTIFICADO).
      *           WS-EG-ID-RESP: responsavel do boletim; zero faz o
      *           EGRESSO buscar no mestre de alunos.
      *           WS-EG-CERTIFICADO: numero do livro de registro do
      *           certificado (zero quando vem do PROMOCAO).
      *           WS-EG-ORIGEM: 'D' DOCEMITE, 'P' PROMOCAO.
      *           WS-EG-RESULTADO: 'N' EGRESSO NOVO, 'A' JA EXISTIA
      *           (ATUALIZADO), 'E' ERRO DE ARQUIVO.
      ******************************************************************
       01 WS-EGRESSO-AREA.
           05 WS-EG-ACAO               PIC X.
           05 WS-EG-ANO                PIC X(07).
           05 WS-EG-NOME               PIC X(30).
           05 WS-EG-TURMA              PIC X(10).
           05 WS-EG-ID-RESP            PIC 9(06).
           05 WS-EG-CERTIFICADO        PIC 9(06).
           05 WS-EG-ORIGEM             PIC X.
           05 WS-EG-RESULTADO          PIC X.
              88 EG-NOVO               VALUE 'N'.
              88 EG-ATUALIZADO         VALUE 'A'.
              88 EG-ERRO               VALUE 'E'.
