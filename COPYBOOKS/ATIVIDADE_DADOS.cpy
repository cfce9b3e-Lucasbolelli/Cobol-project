      ******************************************************************
      * Copybook: ATIVIDADE_DADOS
      * Purpose:  Layout do registro do catalogo de atividades
      *           extracurriculares (ATIVIDADES.DAT, indexado pelo
      *           codigo da atividade): oficinas, esportes, coral,
      *           robotica. Cada atividade e de um ano letivo, com
      *           instrutor (texto livre - pode ser de fora do quadro
      *           de professores), dias da semana (S/N de segunda a
      *           domingo, como no reforco), os periodos da grade que
      *           ocupa nesses dias (AT-PER-INI a AT-PER-FIM, 1 a 9,
      *           mesma numeracao do GRADEHOR; zero = fora da grade,
      *           sem conferencia de choque), o horario por extenso,
      *           a duracao do encontro em minutos (base da carga
      *           horaria do certificado),
      *           capacidade e faixa de idade. AT-SESSOES conta as
      *           chamadas ja registradas.
      *           AT-TIPO: O = OFICINA, E = ESPORTE, C = CULTURA
      *           (CORAL, TEATRO, DANCA).
      *           Inscricoes em ATIVPART_DADOS, presencas em
      *           ATIVPRES_DADOS. Mantido pela tela ATIVIDADE.
      ******************************************************************
       01 ATIVIDADE-LINHA.
           03 AT-CODIGO            PIC X(06).
           03 AT-NOME              PIC X(30).
           03 AT-TIPO              PIC X(01).
              88 AT-OFICINA        VALUE 'O'.
              88 AT-ESPORTE        VALUE 'E'.
              88 AT-CULTURA        VALUE 'C'.
           03 AT-ANO               PIC X(07).
           03 AT-INSTRUTOR         PIC X(30).
           03 AT-DIAS              PIC X(07).
           03 AT-PER-INI           PIC 9(01).
           03 AT-PER-FIM           PIC 9(01).
           03 AT-HORARIO           PIC X(11).
           03 AT-MINUTOS           PIC 9(03).
           03 AT-CAPACIDADE        PIC 9(03).
           03 AT-IDADE-MIN         PIC 9(02).
           03 AT-IDADE-MAX         PIC 9(02).
           03 AT-SESSOES           PIC 9(03).
           03 AT-ATIVO             PIC X(01).
              88 AT-ATIVA          VALUE 'S'.
           03 AT-OPERADOR          PIC X(20).
           03 AT-DATA              PIC X(10).
