      *          AUDITORIA E IMAGEM COMPLETA; REJEITAR DEVOLVE COM O
      *          MOTIVO REGISTRADO NA PROPRIA PENDENCIA. O ARQUIVO DE
      *          PENDENCIAS E REGRAVADO INTEIRO COM OS NOVOS STATUS
      *          (A/R) AO SAIR. A PENDENCIA F (FREQUENCIA
      *          RECALCULADA DO LIVRO DE FALTAS, PROPOSTA PELA
      *          CONCILIACAO CONCNOTA) REGRAVA F-FREQUENCIA E
      *          RECALCULA A SITUACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY PENDENTE_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-PEND               PIC 99.
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'APROVA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                GOBACK
            END-IF
            DISPLAY '*** APROVACAO DE ALTERACOES DE NOTA ***'
            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-FREQUENCIA-MINIMA
                MOVE WS-PEND-ENTRY(WS-IDX) TO PENDENTE-LINHA
                IF PD-STATUS = 'P'
                    ADD 1 TO WS-QTD-ABERTAS
                    IF PD-TIPO = 'F'
                        DISPLAY 'SEQ ' PD-SEQ
                                ' ALUNO ' PD-ID
                                ' TIPO ' PD-TIPO
                                ' FREQUENCIA ' PD-FREQUENCIA
                                ' POR ' FUNCTION TRIM(PD-SOLICITANTE)
                                ' EM ' PD-DATA
                    ELSE
                        DISPLAY 'SEQ ' PD-SEQ
                                ' ALUNO ' PD-ID
                                ' TIPO ' PD-TIPO
                                ' BIM ' PD-BIMESTRE
                                ' VALOR ' PD-VALOR
                                ' POR ' FUNCTION TRIM(PD-SOLICITANTE)
                                ' EM ' PD-DATA
                    END-IF
                END-IF
            END-PERFORM

                        WHEN 3 MOVE PD-VALOR TO F-MEDIA3
                        WHEN 4 MOVE PD-VALOR TO F-MEDIA4
                    END-EVALUATE
                    CALL 'MEDIAPER' USING F-ANO-LETIVO F-TURMA
                                 F-MEDIA1 F-MEDIA2 F-MEDIA3 F-MEDIA4
                                 F-MEDIATOTAL
                WHEN 'R'
      * Prova de recuperacao: mesma conta que o UPDATT fazia -
      * media final e a media simples entre a media e a prova.
                    COMPUTE F-MEDIATOTAL ROUNDED =
                        (F-MEDIATOTAL + PD-VALOR) / 2
                WHEN 'F'
                    MOVE PD-FREQUENCIA TO F-FREQUENCIA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
