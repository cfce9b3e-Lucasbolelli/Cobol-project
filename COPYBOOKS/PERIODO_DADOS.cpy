      ******************************************************************
      * Copybook: PERIODO_DADOS
      * Purpose:  Layout do registro de controle de fechamento dos
      *           periodos trimestrais e semestrais (PERIODOS.DAT,
      *           indexado por ANO LETIVO + REGIME + PERIODO). Mesmo
      *           papel do BIMESTRES.DAT para as turmas que nao sao
      *           bimestrais: periodo com PP-STATUS 'F' nao aceita mais
      *           lancamento naquela coluna de media. O regime 4
      *           (bimestral) continua todo no BIMESTRES.DAT, sem
      *           mudanca. Quem consulta e o PERVAL; quem fecha e
      *           reabre e o BIMCTL. Periodo fora do arquivo vale
      *           como aberto.
      ******************************************************************
       01 PERIODO-LINHA.
           03 PP-CHAVE.
               05 PP-ANO           PIC X(07).
               05 PP-REGIME        PIC 9.
               05 PP-PERIODO       PIC 9.
           03 PP-STATUS            PIC X.
           03 PP-DATA-FECHO        PIC X(10).
