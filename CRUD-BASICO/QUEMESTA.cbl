      * Purpose: TELA WHO - QUEM ESTA ASSINADO (SESSOES.DAT, MANTIDO
      *          PELO SESSREG A CADA SIGN-ON DO BOLETIMV2). LISTA AS
      *          SESSOES ATIVAS COM HORA DE ENTRADA E ULTIMA
      *          ATIVIDADE; QUEM TEM A FUNCAO DERRUBA PODE DERRUBAR
      *          UMA SESSAO (LOGOFF FORCADO, AUDITADO) E EXPIRAR DE
      *          UMA VEZ AS SESSOES SEM ATIVIDADE DESDE UM DIA
      *          ANTERIOR - COM MAIS DE UM TECLADO NA SECRETARIA, O
                   RECORD KEY   IS SS-SEQ
                   FILE STATUS IS WS-FS-SES
                   .
       DATA DIVISION.
       FILE SECTION.
       FD SESSOES-FILE
           03 SS-DATA-ATIV         PIC X(10).
           03 SS-HORA-ATIV         PIC 9(08).
           03 SS-ATIVA             PIC X.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-SES                PIC 99.
          88 FS-SES-OK             VALUE 0.
       77 WS-OPCAO                 PIC X.
       77 WS-SAIR                  PIC X VALUE 'N'.
          88 SAIR-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-SEQ-ALVO              PIC 9(04).
       77 WS-SR-ACAO               PIC X.
       77 WS-SR-OPERADOR           PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'QUEMESTA' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            DISPLAY ' '
            DISPLAY '**** QUEM ESTA ASSINADO ****'
            DISPLAY '1 - LISTAR SESSOES ATIVAS'
            DISPLAY '2 - DERRUBAR UMA SESSAO'
            DISPLAY '3 - EXPIRAR SESSOES OCIOSAS DE DIAS ANTERIORES'
            DISPLAY '0 - ENCERRAR'
            DISPLAY 'ESCOLHA UMA OPCAO: '
            .

       P200-DERRUBA.
            MOVE 'DERRUBA' TO WS-PM-FUNCAO
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            MOVE SPACES TO WS-PM-FUNCAO
            IF NOT PM-PERMITIDO
                EXIT PARAGRAPH
            END-IF
            DISPLAY 'SEQ DA SESSAO A DERRUBAR: '
            CLOSE SESSOES-FILE
            DISPLAY 'SESSOES OCIOSAS EXPIRADAS: ' WS-CONT
            .
