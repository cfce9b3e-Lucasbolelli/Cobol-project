      ******************************************************************
      * Copybook: IDADECHK-AREA
      * Purpose:  Area de chamada do IDADECHK (idade do aluno x serie
      *           da turma), passada por quem matricula ou muda o
      *           aluno de turma e pelo relatorio da coordenacao.
      *           WS-IC-ACAO: 'V' - SO CONFERE (SEM TELA - SERVE AO
      *                             CREATE E AS CARGAS EM LOTE);
      *                       'L' - CONFERE E, FORA DA FAIXA SEM
      *                             LIBERACAO, OFERECE A LIBERACAO NA
      *                             TELA (JUSTIFICATIVA + FUNCAO
      *                             LIBERA DA MATRIZ DE PERMISSOES).
      *           WS-IC-PROGRAMA: quem pediu (vai para a liberacao).
      *           WS-IC-RESULTADO: 'S' SEM CONFERENCIA (turma sem
      *           serie ou aluno sem nascimento valido no mestre),
      *           'D' DENTRO DA FAIXA, 'L' FORA DA FAIXA MAS LIBERADO
      *           (motivo/operador/data devolvidos), 'F' FORA DA
      *           FAIXA SEM LIBERACAO - matricula recusada.
      ******************************************************************
       01 WS-IDADECHK-AREA.
           05 WS-IC-ACAO               PIC X.
           05 WS-IC-ANO                PIC X(07).
           05 WS-IC-TURMA              PIC X(10).
           05 WS-IC-NOME               PIC X(30).
           05 WS-IC-PROGRAMA           PIC X(12).
           05 WS-IC-SERIE              PIC 9(02).
           05 WS-IC-NASCIMENTO         PIC X(10).
           05 WS-IC-IDADE              PIC 9(03).
           05 WS-IC-IDADE-MIN          PIC 9(02).
           05 WS-IC-IDADE-MAX          PIC 9(02).
           05 WS-IC-MOTIVO             PIC X(60).
           05 WS-IC-OPERADOR           PIC X(20).
           05 WS-IC-DATA               PIC X(10).
           05 WS-IC-RESULTADO          PIC X.
              88 IC-SEM-CONFERENCIA    VALUE 'S'.
              88 IC-DENTRO             VALUE 'D'.
              88 IC-LIBERADO           VALUE 'L'.
              88 IC-FORA               VALUE 'F'.
              88 IC-ACEITO             VALUE 'S' 'D' 'L'.
