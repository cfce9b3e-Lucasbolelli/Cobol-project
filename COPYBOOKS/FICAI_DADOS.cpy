      ******************************************************************
      * Copybook: FICAI_DADOS
      * Purpose:  Layout do caso de infrequencia (FICAI.DAT, indexado
      *           pelo numero do caso, chave alternada pelo nome do
      *           aluno). O caso e aberto pela varredura do livro de
      *           faltas (FALTAS.DAT, o que a CHAMADA grava) sem as
      *           faltas justificadas (JUSTIFICA.DAT) e segue as
      *           etapas da lei: E ESCOLA (a escola procura a
      *           familia), F FAMILIA (familia contatada, aguardando o
      *           retorno do aluno), C CONSELHO TUTELAR (encaminhado
      *           sem retorno no prazo). Encerra como R RETORNOU ou
      *           X ENCERRADO (transferencia, evasao confirmada...).
      *           FI-PRAZO e o prazo da etapa corrente. Ate tres
      *           tentativas de contato com a familia, com data, meio
      *           e resultado. Datas em AAAAMMDD; o periodo das faltas
      *           em AAAA/MM/DD como no livro. FI-CRITERIO: C FALTAS
      *           CONSECUTIVAS, A FALTAS ALTERNADAS NO PERIODO.
      ******************************************************************
       01 FICAI-LINHA.
           03 FI-NUMERO            PIC 9(06).
           03 FI-NOME-ALUNO        PIC X(30).
           03 FI-ANO               PIC X(07).
           03 FI-TURMA             PIC X(10).
           03 FI-UNIDADE           PIC X(02).
           03 FI-ID-BOLETIM        PIC 9(06).
           03 FI-ID-RESP           PIC 9(06).
           03 FI-CRITERIO          PIC X.
              88 FI-CONSECUTIVAS   VALUE 'C'.
              88 FI-ALTERNADAS     VALUE 'A'.
           03 FI-QTD-DIAS          PIC 9(03).
           03 FI-MAIOR-SEQ         PIC 9(03).
           03 FI-FALTAS-DE         PIC X(10).
           03 FI-FALTAS-ATE        PIC X(10).
           03 FI-ETAPA             PIC X.
              88 FI-ETAPA-ESCOLA   VALUE 'E'.
              88 FI-ETAPA-FAMILIA  VALUE 'F'.
              88 FI-ETAPA-CONSELHO VALUE 'C'.
              88 FI-RETORNOU       VALUE 'R'.
              88 FI-ENCERRADO      VALUE 'X'.
              88 FI-EM-ABERTO      VALUE 'E' 'F' 'C'.
           03 FI-DATA-ABERTURA     PIC 9(08).
           03 FI-DATA-CONTATO      PIC 9(08).
           03 FI-DATA-CONSELHO     PIC 9(08).
           03 FI-DATA-ENCERRA      PIC 9(08).
           03 FI-PRAZO             PIC 9(08).
           03 FI-QTD-TENTATIVAS    PIC 9.
           03 FI-TENTATIVA OCCURS 3 TIMES.
               05 FT-DATA          PIC 9(08).
               05 FT-MEIO          PIC X(10).
               05 FT-RESULTADO     PIC X(30).
           03 FI-CONSELHO-PROT     PIC X(15).
           03 FI-DESFECHO          PIC X(40).
           03 FI-OPERADOR          PIC X(20).
