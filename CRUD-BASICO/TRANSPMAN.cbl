      *          (SPOOLNOVO); (4) FAXINA: REMOVE O VINCULO DE QUEM
      *          NAO TEM MAIS REGISTRO VIVO NO BOLETIM - MATRICULAS
      *          E EXCLUSOES MUDAM A POPULACAO E A LISTA ACOMPANHA.
      *          O CANCELAMENTO DE MATRICULA (CANCMAT) JA TIRA O
      *          ALUNO DA ROTA NA HORA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT REPORT-FILE
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'TRANSPMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
                        NOT AT END
                            IF F-NOME = RA-NOME
                               AND F-STATUS NOT = 'EXPURGADO'
                               AND F-STATUS NOT = 'CANCELADO'
                                MOVE 'S' TO WS-TEM-VIVO
                            END-IF
                    END-READ
