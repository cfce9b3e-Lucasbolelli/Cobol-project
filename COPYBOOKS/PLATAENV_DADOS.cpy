      ******************************************************************
      * Copybook: PLATAENV_DADOS
      * Purpose:  Layout do acompanhamento da carga da plataforma de
      *           ensino online (PLATAENV.DAT, indexado por PE-CHAVE).
      *           Uma linha por registro ja mandado num dos arquivos
      *           da carga: PE-ARQUIVO O ESCOLAS (orgs), C TURMAS
      *           (classes), U USUARIOS (users), E MATRICULAS
      *           (enrollments), com o sourcedId como a plataforma o
      *           conhece. PE-CONTEUDO guarda a linha mandada (sem o
      *           sourcedId, o status e a data): o registro so volta
      *           na carga quando a linha montada hoje difere dela.
      *           PE-SITUACAO A ATIVO, D JA MANDADO COMO tobedeleted.
      *           PE-LOTE e o lote em que seguiu por ultimo (PLATALOTE)
      *           e PE-VISTO a marca da execucao que o encontrou por
      *           ultimo nos cadastros - o que nenhuma execucao ve
      *           mais sai da plataforma.
      ******************************************************************
       01 PLATAENV-LINHA.
           03 PE-CHAVE.
               05 PE-ARQUIVO       PIC X.
                  88 PE-ESCOLA     VALUE 'O'.
                  88 PE-TURMA      VALUE 'C'.
                  88 PE-USUARIO    VALUE 'U'.
                  88 PE-MATRICULA  VALUE 'E'.
               05 PE-SOURCEDID     PIC X(60).
           03 PE-CONTEUDO          PIC X(250).
           03 PE-SITUACAO          PIC X.
              88 PE-ATIVO          VALUE 'A'.
              88 PE-EXCLUIDO       VALUE 'D'.
           03 PE-LOTE              PIC 9(07).
           03 PE-VISTO             PIC 9(14).
           03 PE-DATA-ENVIO        PIC X(10).
