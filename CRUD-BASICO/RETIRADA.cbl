      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: SAIDA ANTECIPADA E RETIRADA DE ALUNO NA PORTARIA
      *          (RETIRADAS.DAT). PROCURA O ALUNO NO MESTRE
      *          (ALUNOMST), MOSTRA OS ADULTOS QUE PODEM RETIRA-LO -
      *          O RESPONSAVEL DO CADASTROPF.DAT E OS AUTORIZADOS DA
      *          FICHA DE SAUDE (SAUDEALUNO.DAT) - E REGISTRA QUEM
      *          RETIROU, O DOCUMENTO DELE (CIFRADO PELO SIGILO), A
      *          HORA, O MOTIVO E A PRIMEIRA AULA QUE O ALUNO PERDE.
      *          ADULTO FORA DA LISTA E RECUSADO: A TENTATIVA FICA NO
      *          LIVRO E VIRA OCORRENCIA PARA A COORDENACAO
      *          (OCORRENCIAS.DAT, VISTA NO OCORMAN/GETONE). A
      *          CHAMADA DO DIA DA FALTA AO ALUNO LIBERADO NAS AULAS
      *          SEGUINTES A SAIDA. TIRA O LIVRO DE SAIDAS DE UM DIA
      *          E O RELATORIO MENSAL DOS ALUNOS QUE SAEM CEDO COM
      *          FREQUENCIA (SPOOLNOVO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIRADA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETIRADA-FILE
               ASSIGN TO
                   WS-PATH-RETIRADAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RET
                   .
               SELECT SAUDE-FILE
               ASSIGN TO
                   WS-PATH-SAUDE-ALUNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SA-NOME
                   FILE STATUS IS WS-FS-SAU
                   .
               SELECT CADASTRO-PF-FILE
               ASSIGN TO
                   WS-PATH-CADASTRO-PF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT BOLETIM
               ASSIGN TO
                   WS-PATH-BOLETIM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID
                   ALTERNATE RECORD KEY IS F-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-BOL
                   .
               SELECT OCOR-FILE
               ASSIGN TO
                   WS-PATH-OCORRENCIAS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-OCO
                   .
               SELECT SESSAO-FILE
               ASSIGN TO
                   WS-PATH-SESSAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSAO
                   .
               SELECT REPORT-FILE
               ASSIGN TO
                   WS-PATH-RELATORIO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REL
                   .
       DATA DIVISION.
       FILE SECTION.
       FD RETIRADA-FILE
       DATA RECORD IS RETIRADA-LINHA.
           COPY RETIRADA_DADOS.
       FD SAUDE-FILE
       DATA RECORD IS SAUDE-ALUNO-LINHA.
           COPY SAUDEALUNO_DADOS.
       FD CADASTRO-PF-FILE
       DATA RECORD IS CADASTRO-PF-LINHA.
           COPY CADASTRO-PF-DADOS.
       FD BOLETIM.
           COPY BOLETIM_DADOS.
       FD OCOR-FILE
       DATA RECORD IS OCORRENCIA-LINHA.
           COPY OCORRENCIA_DADOS.
       FD SESSAO-FILE
       DATA RECORD IS SESSAO-LINHA.
       01 SESSAO-LINHA.
           03 SE-OPERADOR          PIC X(20).
           03 SE-PERFIL            PIC X.
       FD REPORT-FILE.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-FS-RET                PIC 99.
       77 WS-FS-SAU                PIC 99.
          88 FS-SAU-OK             VALUE 0.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-BOL                PIC 99.
          88 FS-BOL-OK             VALUE 0.
       77 WS-FS-OCO                PIC 99.
       77 WS-FS-SESSAO             PIC 99.
       77 WS-FS-REL                PIC 99.
       77 WS-SPL-PROGRAMA          PIC X(12) VALUE 'RETIRADA'.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-NOME-ALVO             PIC X(30).
       77 WS-OPERADOR-ATUAL        PIC X(20).
       77 WS-DATA-SISTEMA          PIC 9(08).
       77 WS-DATA-FORMAT           PIC X(10).
       77 WS-HORA-SISTEMA          PIC 9(08).
       77 WS-HORA-X REDEFINES WS-HORA-SISTEMA PIC X(08).
      * Mestre de alunos (ALUNOMST).
       77 WS-ALM-ACAO              PIC X VALUE 'N'.
       77 WS-ALM-ACHADO            PIC X.
       77 WS-ALM-ID                PIC 9(06).
       77 WS-ALM-TURMA             PIC X(10).
       77 WS-ALM-RESP              PIC 9(06).
       77 WS-ALM-NASC              PIC X(10).
      * Adultos que podem retirar o aluno: o responsavel e os
      * autorizados da ficha de saude.
       77 WS-QTD-AUT               PIC 9 VALUE 0.
       01 WS-AUT-TAB.
           05 WS-AUT-NOME OCCURS 7 TIMES PIC X(30).
       01 WS-AUT-PARTES.
           05 WS-AUT-PARTE OCCURS 6 TIMES PIC X(30).
       77 WS-IDX-AUT               PIC 9.
       77 WS-ESCOLHA               PIC 9.
       77 WS-TEM-RESP              PIC X.
      * Documento de quem retira, cifrado como o RG (SIGILO):
      * digitado com uma posicao a menos que o campo.
       77 WS-DOC-DIGITADO          PIC X(11).
       77 WS-SG-ACAO               PIC X VALUE 'C'.
       77 WS-SG-TIPO               PIC X VALUE 'R'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-RESULTADO          PIC X.
      * Ocorrencia para a coordenacao na retirada recusada.
       77 WS-PROX-SEQ              PIC 9(05).
       77 WS-OC-ID                 PIC 9(06).
       77 WS-OC-ANO                PIC X(07).
      * Livro do dia e relatorio mensal.
       77 WS-DATA-ALVO             PIC X(10).
       77 WS-MES-ALVO              PIC X(07).
       77 WS-MINIMO                PIC 9(02).
       77 WS-CONT-LIBERADOS        PIC 9(04).
       77 WS-CONT-RECUSADOS        PIC 9(04).
       77 WS-CONT-ALUNOS           PIC 9(04).
       77 WS-QTD-MES               PIC 9(03) VALUE 0.
       01 WS-MES-TAB.
           05 WS-MES-ENTRY OCCURS 300 TIMES.
               10 MS-NOME          PIC X(30).
               10 MS-TURMA         PIC X(10).
               10 MS-SAIDAS        PIC 9(03).
               10 MS-RECUSAS       PIC 9(03).
       77 WS-IDX                   PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'RETIRADA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            .

       P00-MENU.
            DISPLAY ' '
            DISPLAY '**** PORTARIA - SAIDA ANTECIPADA DE ALUNO ****'
            DISPLAY '1 - REGISTRAR RETIRADA DE ALUNO'
            DISPLAY '2 - LIVRO DE SAIDAS DE UM DIA'
            DISPLAY '3 - SAIDAS ANTECIPADAS FREQUENTES NO MES'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-REGISTRA
                WHEN '2'
                    PERFORM P300-LIVRO-DIA
                WHEN '3'
                    PERFORM P400-MENSAL
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P100-REGISTRA.
            DISPLAY 'NOME DO ALUNO (GRAFIA DO CADASTRO): '
                ACCEPT WS-NOME-ALVO
            MOVE 0 TO WS-ALM-ID
            CALL 'ALUNOMST' USING WS-ALM-ACAO WS-ALM-ACHADO
                                  WS-ALM-ID WS-NOME-ALVO
                                  WS-ALM-TURMA WS-ALM-RESP
                                  WS-ALM-NASC
            IF WS-ALM-ACHADO NOT = 'S'
                DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO (ALUMAN)'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'ALUNO: ' FUNCTION TRIM(WS-NOME-ALVO)
                    ' TURMA ' WS-ALM-TURMA

            PERFORM P120-MONTA-AUTORIZADOS
            IF WS-QTD-AUT = 0
                DISPLAY 'NENHUM ADULTO AUTORIZADO CADASTRADO '
                        '(PFMANUT/FICHASAUDE)'
            ELSE
                DISPLAY 'PODEM RETIRAR O ALUNO:'
                PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                        UNTIL WS-IDX-AUT > WS-QTD-AUT
                    IF WS-IDX-AUT = 1 AND WS-TEM-RESP = 'S'
                        DISPLAY '  ' WS-IDX-AUT ' - '
                                FUNCTION TRIM(WS-AUT-NOME(WS-IDX-AUT))
                                ' (RESPONSAVEL)'
                    ELSE
                        DISPLAY '  ' WS-IDX-AUT ' - '
                                FUNCTION TRIM(WS-AUT-NOME(WS-IDX-AUT))
                    END-IF
                END-PERFORM
            END-IF
            DISPLAY 'QUEM ESTA RETIRANDO ? (NUMERO DA LISTA, 0 = NAO '
                    'ESTA NA LISTA): '
                ACCEPT WS-ESCOLHA

            MOVE SPACES TO RETIRADA-LINHA
            IF WS-ESCOLHA > 0 AND WS-ESCOLHA <= WS-QTD-AUT
                SET RT-LIBERADO TO TRUE
                MOVE WS-AUT-NOME(WS-ESCOLHA) TO RT-QUEM
            ELSE
                SET RT-RECUSADO TO TRUE
                DISPLAY 'NOME DE QUEM QUER RETIRAR O ALUNO: '
                    ACCEPT RT-QUEM
            END-IF
            DISPLAY 'DOCUMENTO (RG/CPF) DE QUEM RETIRA: '
                ACCEPT WS-DOC-DIGITADO
            IF RT-LIBERADO AND WS-DOC-DIGITADO = SPACES
                DISPLAY 'SEM DOCUMENTO O ALUNO NAO SAI - SAIDA NAO '
                        'REGISTRADA'
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'MOTIVO DA SAIDA: '
                ACCEPT RT-MOTIVO
            MOVE 0 TO RT-AULA
            IF RT-LIBERADO
                DISPLAY 'PRIMEIRA AULA QUE O ALUNO PERDE (PERIODO DA '
                        'GRADE 1-9, 0 = NENHUMA): '
                    ACCEPT RT-AULA
            END-IF

            PERFORM P160-LE-OPERADOR
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-DATA-FORMAT    TO RT-DATA
            STRING WS-HORA-X(1:2) DELIMITED BY SIZE
                   ':'            DELIMITED BY SIZE
                   WS-HORA-X(3:2) DELIMITED BY SIZE
                INTO RT-HORA
            MOVE WS-ALM-ID         TO RT-ID-ALUNO
            MOVE WS-NOME-ALVO      TO RT-NOME
            MOVE WS-ALM-TURMA      TO RT-TURMA
            MOVE WS-OPERADOR-ATUAL TO RT-OPERADOR
            MOVE WS-DOC-DIGITADO   TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE WS-ALM-ID WS-NOME-ALVO
                                WS-SG-RESULTADO
            MOVE WS-SG-VALOR       TO RT-DOCUMENTO

            OPEN EXTEND RETIRADA-FILE
            IF WS-FS-RET <> 0
                OPEN OUTPUT RETIRADA-FILE
            END-IF
            WRITE RETIRADA-LINHA
            CLOSE RETIRADA-FILE

            IF RT-LIBERADO
                DISPLAY 'SAIDA REGISTRADA AS ' RT-HORA ' - ALUNO '
                        'LIBERADO COM ' FUNCTION TRIM(RT-QUEM)
            ELSE
                PERFORM P200-ALERTA-COORDENACAO
            END-IF
            .

       P120-MONTA-AUTORIZADOS.
      * O responsavel do cadastro vem primeiro; depois os nomes da
      * ficha de saude, separados por virgula.
            MOVE 0      TO WS-QTD-AUT
            MOVE 'N'    TO WS-TEM-RESP
            MOVE SPACES TO WS-AUT-TAB
            IF WS-ALM-RESP NOT = 0
                OPEN INPUT CADASTRO-PF-FILE
                IF FS-PF-OK
                    MOVE WS-ALM-RESP TO F-ID-PF
                    READ CADASTRO-PF-FILE
                        KEY IS F-ID-PF
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE 1   TO WS-QTD-AUT
                            MOVE 'S' TO WS-TEM-RESP
                            STRING FUNCTION TRIM(F-PRIMEIRO-NOME)
                                        DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   FUNCTION TRIM(F-SEGUNDO-NOME)
                                        DELIMITED BY SIZE
                                INTO WS-AUT-NOME(1)
                    END-READ
                    CLOSE CADASTRO-PF-FILE
                END-IF
            END-IF

            OPEN INPUT SAUDE-FILE
            IF NOT FS-SAU-OK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NOME-ALVO TO SA-NOME
            READ SAUDE-FILE
                KEY IS SA-NOME
                INVALID KEY
                    MOVE SPACES TO SA-AUTORIZADOS
            END-READ
            CLOSE SAUDE-FILE
            MOVE SPACES TO WS-AUT-PARTES
            UNSTRING SA-AUTORIZADOS DELIMITED BY ',' OR ';'
                INTO WS-AUT-PARTE(1) WS-AUT-PARTE(2) WS-AUT-PARTE(3)
                     WS-AUT-PARTE(4) WS-AUT-PARTE(5) WS-AUT-PARTE(6)
            END-UNSTRING
            PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                    UNTIL WS-IDX-AUT > 6
                IF WS-AUT-PARTE(WS-IDX-AUT) NOT = SPACES
                    ADD 1 TO WS-QTD-AUT
                    MOVE FUNCTION TRIM(WS-AUT-PARTE(WS-IDX-AUT))
                        TO WS-AUT-NOME(WS-QTD-AUT)
                END-IF
            END-PERFORM
            .

       P160-LE-OPERADOR.
            MOVE 'DESCONHECIDO' TO WS-OPERADOR-ATUAL
            OPEN INPUT SESSAO-FILE
            IF WS-FS-SESSAO = 0
                READ SESSAO-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SE-OPERADOR TO WS-OPERADOR-ATUAL
                END-READ
                CLOSE SESSAO-FILE
            END-IF
            .

       P200-ALERTA-COORDENACAO.
      * A recusa vai para o caderno de ocorrencias da coordenacao,
      * ligada a linha do boletim do aluno na turma atual.
            DISPLAY '*** RETIRADA RECUSADA: '
                    FUNCTION TRIM(RT-QUEM)
                    ' NAO ESTA AUTORIZADO - O ALUNO FICA ***'
            DISPLAY '*** AVISE A COORDENACAO IMEDIATAMENTE ***'
            PERFORM P210-ACHA-NO-BOLETIM
            PERFORM P220-PROXIMA-SEQUENCIA
            MOVE WS-PROX-SEQ       TO OC-SEQ
            MOVE WS-OC-ID          TO OC-ID
            MOVE WS-NOME-ALVO      TO OC-NOME
            MOVE WS-OC-ANO         TO OC-ANO
            MOVE WS-ALM-TURMA      TO OC-TURMA
            MOVE WS-DATA-FORMAT    TO OC-DATA
            MOVE 'RETIRADA RECUSADA' TO OC-CATEGORIA
            MOVE 'M'               TO OC-GRAVIDADE
            MOVE WS-OPERADOR-ATUAL TO OC-OPERADOR
            MOVE SPACES            TO OC-DESCRICAO
            STRING RT-HORA DELIMITED BY SIZE
                   ' NAO AUTORIZADO: ' DELIMITED BY SIZE
                   FUNCTION TRIM(RT-QUEM) DELIMITED BY SIZE
                INTO OC-DESCRICAO
            OPEN EXTEND OCOR-FILE
            IF WS-FS-OCO <> 0
                OPEN OUTPUT OCOR-FILE
            END-IF
            WRITE OCORRENCIA-LINHA
            CLOSE OCOR-FILE
            DISPLAY 'OCORRENCIA ' WS-PROX-SEQ ' REGISTRADA PARA A '
                    'COORDENACAO'
            .

       P210-ACHA-NO-BOLETIM.
            MOVE 0      TO WS-OC-ID
            MOVE SPACES TO WS-OC-ANO
            OPEN INPUT BOLETIM
            IF NOT FS-BOL-OK
                EXIT PARAGRAPH
            END-IF
            SET EOF-OK TO FALSE
            MOVE WS-NOME-ALVO TO F-NOME
            START BOLETIM KEY IS NOT LESS F-NOME
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ BOLETIM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF F-NOME NOT = WS-NOME-ALVO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF F-TURMA = WS-ALM-TURMA
                               AND F-STATUS NOT = 'EXPURGADO'
                               AND F-ANO-LETIVO >= WS-OC-ANO
                                MOVE F-ID         TO WS-OC-ID
                                MOVE F-ANO-LETIVO TO WS-OC-ANO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLETIM
            .

       P220-PROXIMA-SEQUENCIA.
            MOVE 1 TO WS-PROX-SEQ
            SET EOF-OK TO FALSE
            OPEN INPUT OCOR-FILE
            IF WS-FS-OCO <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ OCOR-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        COMPUTE WS-PROX-SEQ = OC-SEQ + 1
                END-READ
            END-PERFORM
            IF WS-FS-OCO = 10
                CLOSE OCOR-FILE
            END-IF
            .

       P300-LIVRO-DIA.
            DISPLAY 'DATA (AAAA/MM/DD, BRANCO = HOJE): '
                ACCEPT WS-DATA-ALVO
            IF WS-DATA-ALVO = SPACES
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-ALVO
            END-IF
            MOVE 0 TO WS-CONT-LIBERADOS WS-CONT-RECUSADOS
            PERFORM P500-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** LIVRO DE SAIDAS DA PORTARIA - '
                        DELIMITED BY SIZE
                   WS-DATA-ALVO DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'HORA  TURMA      ' DELIMITED BY SIZE
                   'ALUNO                          ' DELIMITED BY SIZE
                   'QUEM RETIROU' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA

            SET EOF-OK TO FALSE
            OPEN INPUT RETIRADA-FILE
            IF WS-FS-RET <> 0
                SET EOF-OK TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ RETIRADA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RT-DATA = WS-DATA-ALVO
                            PERFORM P350-LINHA-DIA
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-RET = 10
                CLOSE RETIRADA-FILE
            END-IF

            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'LIBERADOS: ' DELIMITED BY SIZE
                   WS-CONT-LIBERADOS DELIMITED BY SIZE
                   '  RECUSADOS: ' DELIMITED BY SIZE
                   WS-CONT-RECUSADOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'SAIDAS LIBERADAS: ' WS-CONT-LIBERADOS
                    '  RECUSADAS: ' WS-CONT-RECUSADOS
            DISPLAY 'LIVRO DO DIA GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P350-LINHA-DIA.
            MOVE SPACES TO REL-LINHA
            STRING RT-HORA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RT-TURMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RT-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RT-QUEM DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            IF RT-LIBERADO
                ADD 1 TO WS-CONT-LIBERADOS
                STRING '      MOTIVO: ' DELIMITED BY SIZE
                       RT-MOTIVO DELIMITED BY SIZE
                       ' PERDE A PARTIR DA AULA ' DELIMITED BY SIZE
                       RT-AULA DELIMITED BY SIZE
                    INTO REL-LINHA
            ELSE
                ADD 1 TO WS-CONT-RECUSADOS
                STRING '      *** RECUSADO - NAO AUTORIZADO *** '
                            DELIMITED BY SIZE
                       RT-MOTIVO DELIMITED BY SIZE
                    INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            .

       P400-MENSAL.
            DISPLAY 'MES (AAAA/MM): '
                ACCEPT WS-MES-ALVO
            DISPLAY 'LISTAR A PARTIR DE QUANTAS SAIDAS NO MES '
                    '(BRANCO = 3): '
                ACCEPT WS-MINIMO
            IF WS-MINIMO = 0
                MOVE 3 TO WS-MINIMO
            END-IF

            MOVE 0 TO WS-QTD-MES
            SET EOF-OK TO FALSE
            OPEN INPUT RETIRADA-FILE
            IF WS-FS-RET <> 0
                DISPLAY 'NENHUMA SAIDA REGISTRADA AINDA'
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EOF-OK
                READ RETIRADA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RT-DATA(1:7) = WS-MES-ALVO
                            PERFORM P450-CONTA-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETIRADA-FILE

            PERFORM P500-ABRE-SPOOL
            MOVE SPACES TO REL-LINHA
            STRING '*** SAIDAS ANTECIPADAS FREQUENTES - '
                        DELIMITED BY SIZE
                   WS-MES-ALVO DELIMITED BY SIZE
                   ' (A PARTIR DE ' DELIMITED BY SIZE
                   WS-MINIMO DELIMITED BY SIZE
                   ') ***' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNO                          TURMA      '
                        DELIMITED BY SIZE
                   'SAIDAS RECUSAS' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE 0 TO WS-CONT-ALUNOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-MES
                IF MS-SAIDAS(WS-IDX) >= WS-MINIMO
                    ADD 1 TO WS-CONT-ALUNOS
                    PERFORM P460-DETALHA-ALUNO
                END-IF
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS LISTADOS: ' DELIMITED BY SIZE
                   WS-CONT-ALUNOS DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY 'ALUNOS COM SAIDAS FREQUENTES: ' WS-CONT-ALUNOS
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-PATH-RELATORIO
            .

       P450-CONTA-ALUNO.
            MOVE 1 TO WS-IDX
            PERFORM UNTIL WS-IDX > WS-QTD-MES
                    OR MS-NOME(WS-IDX) = RT-NOME
                ADD 1 TO WS-IDX
            END-PERFORM
            IF WS-IDX > WS-QTD-MES
                IF WS-QTD-MES >= 300
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-QTD-MES
                MOVE RT-NOME  TO MS-NOME(WS-IDX)
                MOVE 0        TO MS-SAIDAS(WS-IDX) MS-RECUSAS(WS-IDX)
            END-IF
            MOVE RT-TURMA TO MS-TURMA(WS-IDX)
            IF RT-LIBERADO
                ADD 1 TO MS-SAIDAS(WS-IDX)
            ELSE
                ADD 1 TO MS-RECUSAS(WS-IDX)
            END-IF
            .

       P460-DETALHA-ALUNO.
      * Linha do aluno e, embaixo, cada saida liberada no mes.
            MOVE SPACES TO REL-LINHA
            STRING MS-NOME(WS-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MS-TURMA(WS-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MS-SAIDAS(WS-IDX) DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   MS-RECUSAS(WS-IDX) DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            SET EOF-OK TO FALSE
            OPEN INPUT RETIRADA-FILE
            PERFORM UNTIL EOF-OK
                READ RETIRADA-FILE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RT-DATA(1:7) = WS-MES-ALVO
                           AND RT-NOME = MS-NOME(WS-IDX)
                           AND RT-LIBERADO
                            MOVE SPACES TO REL-LINHA
                            STRING '      ' DELIMITED BY SIZE
                                   RT-DATA DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   RT-HORA DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   RT-MOTIVO DELIMITED BY SIZE
                                   ' COM ' DELIMITED BY SIZE
                                   FUNCTION TRIM(RT-QUEM)
                                        DELIMITED BY SIZE
                                INTO REL-LINHA
                            WRITE REL-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETIRADA-FILE
            .

       P500-ABRE-SPOOL.
            CALL 'SPOOLNOVO' USING WS-SPL-PROGRAMA
                                   WS-PATH-RELATORIO
            OPEN OUTPUT REPORT-FILE
      * Tarja de treinamento: em instalacao de pratica, todo
      * documento do spool sai marcado (TREINOCHK).
            CALL 'TREINOCHK' USING WS-TR-MODO
            IF WS-TR-MODO = 'S'
                MOVE '*** TREINAMENTO - DOCUMENTO SEM VALOR ***'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .
