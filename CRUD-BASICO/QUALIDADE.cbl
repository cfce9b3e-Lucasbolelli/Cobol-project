      *          FREQUENCIA ACIMA DE 100, F-NOME EM BRANCO (ERA DOS
      *          BRANCOS), F-STATUS FORA DOS VALORES VALIDOS
      *          (APROVADO / EM RECUPERACAO / REPROVADO / EXPURGADO /
      *          EM ANDAMENTO / CANCELADO), F-TURMA OU F-ANO-LETIVO
      *          EM BRANCO - E GRAVA UM RELATORIO DE EXCECOES COM UMA
      *          LINHA POR VIOLACAO. PASSO 2 (OPCIONAL): PERCORRE AS
      *          EXCECOES UMA A UMA, MOSTRA O REGISTRO E DEIXA O
      *          OPERADOR CORRIGIR O CAMPO OFENSOR COM AS MESMAS
      *          GUARDAS DO UPDATT: TRAVA DE REGISTRO, TERMO ABERTO,
      *          RECALCULO DA SITUACAO PELA LINHA DE CORTE DA MATERIA,
      *          TRILHA DE AUDITORIA, IMAGEM COMPLETA E ESTATISTICAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-AUD-DEPOIS            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'QUALIDADE' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            DISPLAY '*** VARREDURA DE QUALIDADE DE DADOS ***'
            CALL 'PARAMLER' USING WS-PAR-MEDIA WS-PAR-RECUP
                                  WS-FREQUENCIA-MINIMA
               AND F-STATUS NOT = 'EM RECUPERACAO'
               AND F-STATUS NOT = 'REPROVADO'
               AND F-STATUS NOT = 'EM ANDAMENTO'
               AND F-STATUS NOT = 'CANCELADO'
                MOVE 'S' TO WS-RESPOSTA
                MOVE 'STATUS INVALIDO' TO WS-NOVO-TEXTO
                PERFORM P250-ANOTA-EXCECAO
                    MOVE WS-NOVA-NOTA TO F-MEDIATOTAL
            END-EVALUATE
            IF WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
                CALL 'MEDIAPER' USING F-ANO-LETIVO F-TURMA F-MEDIA1
                                      F-MEDIA2 F-MEDIA3 F-MEDIA4
                                      F-MEDIATOTAL
            END-IF
            PERFORM P390-RECALCULA-SITUACAO
            .
