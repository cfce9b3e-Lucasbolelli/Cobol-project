      *           Perfis: C = CONSULTA (so leitura),
      *                   A = ALTERACAO (cadastra/altera/exclui),
      *                   X = ADMINISTRACAO (tudo, inclusive reabrir
      *                       termo fechado e manter parametros),
      *                   P = PROFESSOR (autoatendimento restrito as
      *                       proprias turmas/materias).
      *           O que cada perfil pode fazer esta na matriz de
      *           permissoes (PERMISSOES.DAT, PERMCHK/PERMMAN), onde
      *           tambem se criam perfis novos (outra letra).
      *           O operador assinado na sessao (SESSAO.DAT) e
      *           carimbado em toda linha da trilha de auditoria.
      ******************************************************************
      *    ADMIN semeado) e historico das tres ultimas senhas para
      *    barrar reuso. Cadastro OPERADORES.DAT anterior a estes
      *    campos deve ser recriado pelo OPERMAN.
      *    OP-SENHA e as OP-SENHA-ANT guardam o resumo salgado de
      *    mao unica da senha ('$' + sal + resumo, SENHAHASH), nunca
      *    a senha em claro; cadastro antigo e convertido no lugar
      *    pelo SENHAMIG.
      *    OP-PROF-ID liga o operador de perfil P ao professor do
      *    cadastro PROFCAT (PROF-ID); zero nos demais perfis.
      *    OP-UNIDADE: unidade escolar da rede em que o operador
      *    trabalha ('01', '02'...); '00' = REDE, enxerga todas as
      *    unidades e tira os relatorios consolidados. Vai para a
      *    sessao (SE-UNIDADE) no sign-on. Branco vale como '01'.
      *    O UNIMIG converte o OPERADORES.DAT da versao anterior
      *    (sem professor vinculado); o SENHAMIG roda depois dele.
       01 OPERADOR-LINHA.
           03 OP-NOME              PIC X(20).
           03 OP-SENHA             PIC X(12).
           03 OP-TROCA-OBRIG       PIC X.
           03 OP-HIST-SENHAS.
               05 OP-SENHA-ANT OCCURS 3 TIMES PIC X(12).
           03 OP-PROF-ID           PIC 9(04).
           03 OP-UNIDADE           PIC X(02).
