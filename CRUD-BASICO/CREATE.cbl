       77 WS-ID-EXISTENTE                  PIC 9(06) VALUE 0.
       77 WS-EOF-DUP                       PIC X VALUE 'N'.
          88 EOF-DUP-OK                    VALUE 'S' FALSE 'N'.
      * Linha de dependencia (DEPCHK): a progressao parcial poe o
      * aluno na mesma materia duas vezes no ano - a regular e a
      * dependencia do ano anterior - e uma nao e duplicata da outra.
       77 WS-DC-DEP                        PIC X.
       77 WS-DC-ORIGEM                     PIC 9(06).
       77 WS-DC-ANO-ORIGEM                 PIC X(07).
       77 WS-DC-STATUS                     PIC X.
      * Atualizacao incremental das estatisticas (ESTATMAN).
       77 WS-EST-ACAO                      PIC X.
      * Cadastro mestre de alunos (ALUNOMST): a identidade do aluno
       77 WS-ALM-TURMA                     PIC X(10).
       77 WS-ALM-RESP                      PIC 9(06).
       77 WS-ALM-NASC                      PIC X(10).
      * Aluno que ainda nao estava no mestre ganha o checklist de
      * documentos de matricula (DOCCHK).
       77 WS-ALUNO-NOVO                    PIC X VALUE 'N'.
          88 ALUNO-NOVO-OK                 VALUE 'S' FALSE 'N'.
       77 WS-DK-ACAO                       PIC X.
       77 WS-DK-PENDENTES                  PIC 9(02).
       77 WS-DK-VENCIDOS                   PIC 9(02).
      * Fila de espera (FILAESP): turma lotada nao manda mais a
      * familia embora sem registro - o aluno entra na fila e o
      * DELCONTT dispara a oferta quando uma vaga libera.
       01 WS-IMG-ANTES                     PIC X(147)
                                            VALUE SPACES.
       01 WS-IMG-DEPOIS                    PIC X(147).
      * Idade x serie da turma (IDADECHK): fora da faixa so entra
      * com liberacao ja gravada - o CREATE nao tem tela para pedir.
           COPY IDADECHK-AREA.
       LINKAGE SECTION.
           COPY INF-ALUNO.
       PROCEDURE DIVISION USING BOLETIM-COMPLETO.
                    DISPLAY 'USE UMA DAS TURMAS CADASTRADAS PARA O '
                            'ANO ' WS-ANO-LETIVO ' (TURMAMAN).'
                    GOBACK
                WHEN 'U'
                    DISPLAY 'TURMA ' WS-TURMA ' E DE OUTRA UNIDADE '
                            'ESCOLAR - CADASTRO NAO REALIZADO.'
                    GOBACK
                WHEN 'C'
                    DISPLAY 'TURMA ' WS-TURMA ' LOTADA: '
                            WS-TV-OCUPACAO ' ALUNOS PARA '
                                  WS-ALM-ID WS-ALM-NOME
                                  WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC
            SET ALUNO-NOVO-OK TO TRUE
            IF ALM-ACHADO-OK
                SET ALUNO-NOVO-OK TO FALSE
                MOVE WS-ALM-NOME TO WS-NOME-ALUNO
                IF WS-ID-RESPONSAVEL = 0
                    MOVE WS-ALM-RESP TO WS-ID-RESPONSAVEL
                END-IF
            END-IF

      * Idade do aluno (nascimento do mestre) contra a serie da
      * turma, com o corte de 31/03. A liberacao com justificativa
      * e feita antes, no IDADELIB (ou na tela do TRANSFIN/REMANEJA).
            MOVE 'V'             TO WS-IC-ACAO
            MOVE WS-ANO-LETIVO   TO WS-IC-ANO
            MOVE WS-TURMA        TO WS-IC-TURMA
            MOVE WS-NOME-ALUNO   TO WS-IC-NOME
            MOVE 'CREATE'        TO WS-IC-PROGRAMA
            CALL 'IDADECHK' USING WS-IDADECHK-AREA
            IF IC-FORA
                DISPLAY 'IDADE ' WS-IC-IDADE ' ANOS EM 31/03 FORA DA '
                        'FAIXA DA SERIE ' WS-IC-SERIE ' DA TURMA '
                        WS-TURMA ' (' WS-IC-IDADE-MIN ' A '
                        WS-IC-IDADE-MAX ' ANOS)'
                DISPLAY 'CADASTRO NAO REALIZADO - A COORDENACAO '
                        'PRECISA LIBERAR COM JUSTIFICATIVA (IDADELIB).'
                GOBACK
            END-IF

            DISPLAY 'ALUNO INSERIDO NO TXT'

               OPEN I-O BOLETIM
      * (terminal, tela cheia, rematricula, batch, CSV, promocao).
            MOVE 'G' TO WS-ALM-ACAO
            MOVE WS-NOME-ALUNO     TO WS-ALM-NOME
            MOVE SPACES            TO WS-ALM-NASC
            MOVE WS-TURMA          TO WS-ALM-TURMA
            MOVE WS-ID-RESPONSAVEL TO WS-ALM-RESP
            CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                  WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC

      * Aluno novo no mestre: checklist de documentos da matricula
      * com os prazos de entrega.
            IF ALUNO-NOVO-OK
                MOVE 'G' TO WS-DK-ACAO
                CALL 'DOCCHK' USING WS-DK-ACAO WS-NOME-ALUNO
                                    WS-ANO-LETIVO WS-TURMA
                                    WS-DK-PENDENTES WS-DK-VENCIDOS
            END-IF

      * Carimba o professor nos bimestres que ja chegaram lancados.
            MOVE 'P' TO WS-PB-ACAO
            IF MEDIA1 NOT = 0
       P03-CHECA-DUPLICATA.
      * Posiciona pela chave alternada de nome e compara materia,
      * ano letivo e turma dos registros do mesmo aluno; registro
      * expurgado nao conta como duplicata, nem a linha de
      * dependencia (progressao parcial) da mesma materia.
            MOVE 0 TO WS-ID-EXISTENTE
            SET EOF-DUP-OK TO FALSE
            MOVE WS-NOME-ALUNO TO F-NOME
                               AND F-ANO-LETIVO = WS-ANO-LETIVO
                               AND F-TURMA = WS-TURMA
                               AND F-STATUS NOT = 'EXPURGADO'
                                CALL 'DEPCHK' USING F-ID WS-DC-DEP
                                     WS-DC-ORIGEM WS-DC-ANO-ORIGEM
                                     WS-DC-STATUS
                                IF WS-DC-DEP NOT = 'S'
                                    MOVE F-ID TO WS-ID-EXISTENTE
                                END-IF
                            END-IF
                        END-IF
                END-READ
