      ******************************************************************
      * Copybook: EGRESSO_DADOS
      * Purpose:  Layout do registro de egressos (EGRESSOS.DAT,
      *           indexado por ANO LETIVO DE CONCLUSAO + NOME, chave
      *           alternada pelo nome). Um registro por aluno que
      *           concluiu a etapa na escola, criado pelo subprograma
      *           EGRESSO a partir do certificado de conclusao
      *           (DOCEMITE) ou das decisoes do PROMOCAO (EGRESSOS,
      *           opcao de geracao). EG-SEGMENTO: etapa concluida
      *           (F2 fundamental, EM medio, EJ EJA). O contato nasce
      *           do cadastro do responsavel (CADASTROPF) e e
      *           atualizado pela secretaria com o do proprio egresso.
      *           EG-ACOMP: pesquisa anual de acompanhamento, uma
      *           linha por ano (AAAA) nos cinco anos seguintes a
      *           conclusao. EG-AC-SITUACAO:
      *             S ENSINO SUPERIOR      T CURSO TECNICO
      *             E OUTRO ESTUDO         A ESTUDA E TRABALHA
      *             B TRABALHA             N NEM ESTUDA NEM TRABALHA
      *             D DESCONHECIDO (NAO LOCALIZADO)
      *           EG-AC-ONDE: instituicao/curso ou empresa/ocupacao.
      ******************************************************************
       01 EGRESSO-LINHA.
           03 EG-CHAVE.
               05 EG-ANO           PIC X(07).
               05 EG-NOME          PIC X(30).
           03 EG-TURMA             PIC X(10).
           03 EG-SEGMENTO          PIC X(02).
           03 EG-UNIDADE           PIC X(02).
           03 EG-ID-ALUNO          PIC 9(06).
           03 EG-ID-RESPONSAVEL    PIC 9(06).
           03 EG-CERTIFICADO       PIC 9(06).
           03 EG-ORIGEM            PIC X.
              88 EG-DO-PROMOCAO    VALUE 'P'.
              88 EG-DO-CERTIFICADO VALUE 'D'.
           03 EG-DATA-REGISTRO     PIC X(10).
           03 EG-TELEFONE          PIC X(16).
           03 EG-EMAIL             PIC X(40).
           03 EG-CIDADE            PIC X(15).
           03 EG-UF                PIC X(02).
           03 EG-DATA-CONTATO      PIC X(10).
           03 EG-ACOMP OCCURS 5 TIMES.
               05 EG-AC-ANO        PIC X(04).
               05 EG-AC-SITUACAO   PIC X.
                  88 EG-AC-VALIDA  VALUE 'S' 'T' 'E' 'A' 'B' 'N' 'D'.
               05 EG-AC-ONDE       PIC X(30).
               05 EG-AC-DATA       PIC X(10).
               05 EG-AC-OPERADOR   PIC X(20).
