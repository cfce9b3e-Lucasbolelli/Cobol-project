      *           e os nomes autorizados a retirar o aluno. Mantida
      *           pela tela FICHASAUDE; o marcador visivel nas
      *           consultas (GETONE/FAMILIA) sai do SAUDECHK.
      *           SA-ALERTAS: gravado cifrado pelo SIGILO ('$' na
      *           primeira posicao); em branco = sem alerta.
      *           SA-AUTORIZADOS: nomes separados por virgula; a
      *           portaria (RETIRADA) so libera o aluno para eles ou
      *           para o responsavel do CADASTROPF.DAT.
      ******************************************************************
       01 SAUDE-ALUNO-LINHA.
           03 SA-NOME              PIC X(30).
