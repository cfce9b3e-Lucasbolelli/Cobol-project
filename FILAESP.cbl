      *                  MARCA COMO OFERTA FEITA (O) E DEVOLVE NOME E
      *                  RESPONSAVEL PARA A SECRETARIA LIGAR (CHAMADO
      *                  PELO DELCONTT QUANDO UMA EXCLUSAO LIBERA
      *                  VAGA E PELO CANCMAT NO CANCELAMENTO DA
      *                  MATRICULA). O ARQUIVO E REGRAVADO INTEIRO COM O
      *                  NOVO STATUS, COMO O APROVA FAZ COM AS
      *                  PENDENCIAS.
      * Tectonics: cobc
