      *          QUANDO GETONE/FAMILIA EXIBEM O ALUNO (VIA SAUDECHK)
      *          E IMPRIMIVEL COMO FICHA DE EMERGENCIA DA TURMA PARA
      *          ACOMPANHAR QUALQUER LISTA DE EXCURSAO (SPOOLNOVO).
      *          OS ALERTAS MEDICOS SAO GRAVADOS CIFRADOS (SIGILO) E
      *          SO APARECEM POR EXTENSO PARA O PERFIL COM VISAO
      *          INTEGRAL, COM REGISTRO NO LOG LGPD. OS AUTORIZADOS
      *          (SEPARADOS POR VIRGULA) SAO A LISTA QUE A PORTARIA
      *          CONFERE NA SAIDA DO ALUNO (RETIRADA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       01 WS-ALUNO-TAB.
           05 WS-ALUNO-NOME OCCURS 100 TIMES PIC X(30).
       77 WS-IDX                   PIC 9(03).
      * Alertas medicos cifrados e exibidos conforme o perfil
      * (SIGILO).
       77 WS-SG-ACAO               PIC X.
       77 WS-SG-TIPO               PIC X VALUE 'S'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-ID                 PIC 9(06) VALUE 0.
       77 WS-SG-RESULTADO          PIC X.
      * Digitado com uma posicao a menos que o campo: a ultima
      * fica livre para o marcador da cifra.
       77 WS-ALERTAS-DIGITADO      PIC X(59).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'FICHASAUDE' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
                    DISPLAY 'FICHA JA EXISTE - REDIGITE OS CAMPOS'
            END-READ
            DISPLAY 'ALERTAS MEDICOS (ALERGIAS/REMEDIOS/BRANCO): '
                ACCEPT WS-ALERTAS-DIGITADO
            MOVE 'C' TO WS-SG-ACAO
            MOVE WS-ALERTAS-DIGITADO TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE WS-SG-ID SA-NOME
                                WS-SG-RESULTADO
            MOVE WS-SG-VALOR TO SA-ALERTAS
            DISPLAY 'CONTATO DE EMERGENCIA 1 - NOME: '
                ACCEPT SA-CONTATO1-NOME
            DISPLAY 'CONTATO DE EMERGENCIA 1 - FONE: '
                ACCEPT SA-CONTATO2-NOME
            DISPLAY 'CONTATO DE EMERGENCIA 2 - FONE: '
                ACCEPT SA-CONTATO2-FONE
            DISPLAY 'AUTORIZADOS A RETIRAR O ALUNO (NOMES SEPARADOS '
                    'POR VIRGULA): '
                ACCEPT SA-AUTORIZADOS
            WRITE SAUDE-ALUNO-LINHA
            IF WS-FS-SAU = 22

       P250-MOSTRA-FICHA.
            DISPLAY 'ALUNO.....: ' FUNCTION TRIM(SA-NOME)
            PERFORM P260-ALERTAS-EXIBE
            DISPLAY 'ALERTAS...: ' FUNCTION TRIM(WS-SG-EXIBE)
            DISPLAY 'CONTATO 1.: ' FUNCTION TRIM(SA-CONTATO1-NOME)
                    ' ' SA-CONTATO1-FONE
            DISPLAY 'CONTATO 2.: ' FUNCTION TRIM(SA-CONTATO2-NOME)
                    FUNCTION TRIM(SA-AUTORIZADOS)
            .

       P260-ALERTAS-EXIBE.
      * Mascarado ou integral conforme o perfil; a visao integral
      * vai para o log de acessos dentro do proprio SIGILO.
            MOVE 'V' TO WS-SG-ACAO
            MOVE SA-ALERTAS TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE WS-SG-ID SA-NOME
                                WS-SG-RESULTADO
            .

       P300-EXCURSAO.
            DISPLAY 'ANO LETIVO/PERIODO: '
                ACCEPT WS-ANO
                    END-WRITE
                    ADD 1 TO WS-CONT
                NOT INVALID KEY
                    PERFORM P260-ALERTAS-EXIBE
                    STRING SA-NOME DELIMITED BY SIZE
                           ' ALERTAS: ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SG-EXIBE)
                                DELIMITED BY SIZE
                        INTO REL-LINHA
                    WRITE REL-LINHA
