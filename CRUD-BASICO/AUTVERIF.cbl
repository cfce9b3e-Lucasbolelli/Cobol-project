      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DO CODIGO DE VERIFICACAO DE
      *          AUTENTICIDADE IMPRESSO NOS DOCUMENTOS EMITIDOS
      *          (DOCEMITE, HISTOFICIAL, GUIATRANSF E COPIA DE
      *          BOLETIM DO TXTCOPIA). A SECRETARIA DIGITA O CODIGO
      *          (COM OU SEM OS TRACOS) E VE SE ELE VALE, QUE
      *          DOCUMENTO FOI EMITIDO, PARA QUEM, QUANDO, POR QUEM E
      *          COM QUAL NUMERO, E SE UMA VIA POSTERIOR DO MESMO
      *          DOCUMENTO JA O SUBSTITUIU. O CODIGO E RECALCULADO
      *          (AUTCOD) A PARTIR DO REGISTRO GUARDADO: SE NAO BATE,
      *          O REGISTRO DO AUTENTICA.DAT FOI ALTERADO E O PAPEL
      *          NAO PODE SER CONFIRMADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTVERIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUTENTICA-FILE
               ASSIGN TO
                   WS-PATH-AUTENTICA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AU-CODIGO
                   ALTERNATE RECORD KEY IS AU-DOCUMENTO
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-AUT
                   .
       DATA DIVISION.
       FILE SECTION.
       FD AUTENTICA-FILE
       DATA RECORD IS AUTENTICA-LINHA.
           COPY AUTENTICA_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-AUT                PIC 99.
          88 FS-AUT-OK             VALUE 0.
       77 WS-FS-MSG                PIC X(40).
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-CODIGO-DIG            PIC X(14).
       77 WS-CODIGO-BUSCA          PIC X(14).
       77 WS-ORIGEM-DESC           PIC X(30).
      * Recalculo do codigo a partir do registro (AUTCOD).
           COPY AUTCOD-AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'AUTVERIF' TO WS-PROGRAMA-CORRENTE
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
            DISPLAY '**** CONFERENCIA DE AUTENTICIDADE ****'
            DISPLAY '1 - CONFERIR CODIGO DE VERIFICACAO'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P100-CONFERE
                WHEN '0'
                    SET SAIR-OK TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            .

       P100-CONFERE.
            DISPLAY 'CODIGO IMPRESSO NO DOCUMENTO (XXXX-XXXX-XXXX): '
               ACCEPT WS-CODIGO-DIG
            MOVE FUNCTION UPPER-CASE(WS-CODIGO-DIG) TO WS-CODIGO-DIG
      * Codigo digitado sem os tracos: 12 posicoes seguidas.
            IF WS-CODIGO-DIG(5:1) NOT = '-'
               AND WS-CODIGO-DIG(13:2) = SPACES
               AND WS-CODIGO-DIG(12:1) NOT = SPACE
                MOVE SPACES TO WS-CODIGO-BUSCA
                STRING WS-CODIGO-DIG(1:4) DELIMITED BY SIZE
                       '-'                DELIMITED BY SIZE
                       WS-CODIGO-DIG(5:4) DELIMITED BY SIZE
                       '-'                DELIMITED BY SIZE
                       WS-CODIGO-DIG(9:4) DELIMITED BY SIZE
                    INTO WS-CODIGO-BUSCA
            ELSE
                MOVE WS-CODIGO-DIG TO WS-CODIGO-BUSCA
            END-IF

            OPEN INPUT AUTENTICA-FILE
            IF NOT FS-AUT-OK
                CALL 'FSMSG' USING WS-FS-AUT WS-FS-MSG
                DISPLAY 'ERRO AO ABRIR O AUTENTICA.DAT --> COD '
                        WS-FS-AUT ': ' WS-FS-MSG
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CODIGO-BUSCA TO AU-CODIGO
            READ AUTENTICA-FILE
                KEY IS AU-CODIGO
                INVALID KEY
                    DISPLAY ' '
                    DISPLAY '*** CODIGO NAO CONFERE: ' WS-CODIGO-BUSCA
                    DISPLAY '    NENHUM DOCUMENTO FOI EMITIDO COM ESTE'
                            ' CODIGO.'
                NOT INVALID KEY
                    PERFORM P200-MOSTRA
            END-READ
            CLOSE AUTENTICA-FILE
            .

       P200-MOSTRA.
      * O registro so vale se o codigo recalculado dos dados
      * guardados for o mesmo da chave.
            MOVE 'C'           TO WS-AC-ACAO
            MOVE AU-ORIGEM     TO WS-AC-ORIGEM
            MOVE AU-NUMERO     TO WS-AC-NUMERO
            MOVE AU-DATA       TO WS-AC-DATA
            MOVE AU-TIPO       TO WS-AC-TIPO
            MOVE AU-NOME       TO WS-AC-NOME
            MOVE AU-REFERENCIA TO WS-AC-REFERENCIA
            MOVE AU-VIA        TO WS-AC-VIA
            MOVE AU-OPERADOR   TO WS-AC-OPERADOR
            MOVE AU-CONTEUDO   TO WS-AC-CONTEUDO
            CALL 'AUTCOD' USING WS-AUTCOD-AREA
            IF WS-AC-CODIGO NOT = AU-CODIGO
                DISPLAY ' '
                DISPLAY '*** CODIGO NAO CONFERE: ' AU-CODIGO
                DISPLAY '    O REGISTRO DESTE CODIGO FOI ALTERADO - '
                        'DOCUMENTO NAO PODE SER CONFIRMADO.'
                EXIT PARAGRAPH
            END-IF

            IF AU-ORIGEM = 'E'
                MOVE 'LIVRO DE EMISSOES (BOLETIM)' TO WS-ORIGEM-DESC
            ELSE
                MOVE 'LIVRO DE REGISTRO'           TO WS-ORIGEM-DESC
            END-IF
            DISPLAY ' '
            DISPLAY '*** CODIGO VALIDO: ' AU-CODIGO
            DISPLAY 'DOCUMENTO.....: ' FUNCTION TRIM(AU-TIPO)
            DISPLAY 'ALUNO.........: ' FUNCTION TRIM(AU-NOME)
            IF AU-REFERENCIA NOT = SPACES
                DISPLAY 'REFERENCIA....: ' FUNCTION TRIM(AU-REFERENCIA)
            END-IF
            DISPLAY 'NUMERO........: ' AU-NUMERO ' - '
                    FUNCTION TRIM(WS-ORIGEM-DESC)
            DISPLAY 'VIA...........: ' FUNCTION TRIM(AU-VIA)
            DISPLAY 'EMITIDO EM....: ' AU-DATA
            DISPLAY 'OPERADOR......: ' FUNCTION TRIM(AU-OPERADOR)
            DISPLAY 'CONTEUDO......: ' FUNCTION TRIM(AU-CONTEUDO)
            IF AU-SUBSTITUIDO-POR = SPACES
                DISPLAY 'SITUACAO......: VIA EM VIGOR'
            ELSE
                DISPLAY 'SITUACAO......: SUBSTITUIDO PELA VIA DE '
                        AU-DATA-SUBST ' N. ' AU-NUMERO-SUBST
                DISPLAY '                CODIGO DA VIA NOVA: '
                        AU-SUBSTITUIDO-POR
            END-IF
            .
