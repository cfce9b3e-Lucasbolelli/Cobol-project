      ******************************************************************
      * Copybook: PROTTIPOS
      * Purpose:  Tipos de requerimento do protocolo da secretaria e
      *           o prazo prometido de cada um, em dias uteis (sem
      *           fim de semana nem feriado do calendario - DIALETIVO).
      *           Codigo (2) + prazo (2) + descricao (28).
      ******************************************************************
       01 WS-PROT-TIPOS-STR.
           05 FILLER PIC X(32) VALUE 'DM02DECLARACAO DE MATRICULA'.
           05 FILLER PIC X(32) VALUE 'DF02DECLARACAO DE FREQUENCIA'.
           05 FILLER PIC X(32) VALUE 'CC10CERTIFICADO DE CONCLUSAO'.
           05 FILLER PIC X(32) VALUE 'HE10HISTORICO ESCOLAR'.
           05 FILLER PIC X(32) VALUE 'GT05GUIA DE TRANSFERENCIA'.
           05 FILLER PIC X(32) VALUE 'RN10REVISAO DE NOTA'.
           05 FILLER PIC X(32) VALUE 'SV05SEGUNDA VIA DE DOCUMENTO'.
           05 FILLER PIC X(32) VALUE 'OU05OUTROS'.
       01 WS-PROT-TIPOS REDEFINES WS-PROT-TIPOS-STR.
           05 WS-PROT-TIPO OCCURS 8 TIMES.
               10 PTT-CODIGO       PIC X(02).
               10 PTT-PRAZO        PIC 9(02).
               10 PTT-DESCRICAO    PIC X(28).
