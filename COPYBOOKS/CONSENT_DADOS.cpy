      ******************************************************************
      * Copybook: CONSENT_DADOS
      * Purpose:  Layout do registro de consentimentos LGPD da
      *           familia (CONSENTIMENTOS.DAT, indexado por
      *           responsavel + aluno + finalidade). CS-ID-ALUNO e o
      *           AL-ID do mestre de alunos; zero vale para todos os
      *           filhos do responsavel (e e sempre zero no e-mail,
      *           que e um consentimento do proprio responsavel). A
      *           linha do aluno, quando existe, prevalece sobre a da
      *           familia. Revogar nao apaga: grava a data de
      *           revogacao e a linha fica como historico; nova
      *           concessao limpa a revogacao. Mantido pelo CONSMAN;
      *           consultado pelo CONSCHK antes de cada saida de
      *           dados (CSVEXP, CONSLOTE, CARTEIRA, COMUNICA).
      *           CS-FINALIDADE: I uso de imagem, T compartilhamento
      *           com terceiros, E comunicacao por e-mail.
      ******************************************************************
       01 CONSENT-LINHA.
           03 CS-CHAVE.
               05 CS-ID-RESP       PIC 9(06).
               05 CS-ID-ALUNO      PIC 9(06).
               05 CS-FINALIDADE    PIC X.
                  88 CS-IMAGEM     VALUE 'I'.
                  88 CS-TERCEIROS  VALUE 'T'.
                  88 CS-EMAIL      VALUE 'E'.
           03 CS-DATA-CONCESSAO    PIC X(10).
           03 CS-DATA-REVOGACAO    PIC X(10).
           03 CS-DOCUMENTO         PIC X(20).
           03 CS-OPERADOR          PIC X(20).
           03 CS-DATA-REGISTRO     PIC X(10).
