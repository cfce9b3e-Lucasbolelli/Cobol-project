      *          NOTASV2.DAT AINDA APONTAR PARA O F-ID-PF, A MESMA
      *          PROTECAO QUE OS DADOS DE NOTA JA TEM. ACABA COM O
      *          COSTUME DE CORRIGIR ENDERECO CADASTRANDO DUPLICATA.
      *          MANTEM TAMBEM O E-MAIL E O CANAL PREFERIDO DE
      *          CONTATO (CARTA, TELEFONE OU E-MAIL), PELO QUAL O
      *          COMUNICA ENDERECA AS MENSAGENS DA FILA DE SAIDA.
      *          E O CPF DO RESPONSAVEL: SO E ACEITO COM O DIGITO
      *          VERIFICADOR CERTO (CPFCHK) E SE NAO FOR DE OUTRO
      *          CADASTRO (CHAVE ALTERNADA F-CPF); GRAVADO CIFRADO E
      *          EXIBIDO MASCARADO (SIGILO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT BOLETIM
           COPY BOLETIM_DADOS.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-BOL                PIC 99.
       77 WS-VINCULOS              PIC 9(03).
       77 WS-CEP-OK                PIC X VALUE 'N'.
          88 CEP-OK                VALUE 'S' FALSE 'N'.
      * CPF do responsavel: conferencia (CPFCHK), cifra e exibicao
      * mascarada (SIGILO).
       77 WS-CPF-DIGITADO          PIC X(11).
       77 WS-CC-ACAO               PIC X.
       77 WS-CC-ID-DONO            PIC 9(06).
       77 WS-CC-RESULTADO          PIC X.
       77 WS-CC-MENSAGEM           PIC X(60).
       77 WS-SG-ACAO               PIC X.
       77 WS-SG-TIPO               PIC X VALUE 'C'.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-NOME               PIC X(30).
       77 WS-SG-RESULTADO          PIC X.
       01 WS-PF-SALVO              PIC X(191).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PFMANUT' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
                    FUNCTION TRIM(F-BAIRRO) ' - '
                    FUNCTION TRIM(F-CIDADE) '/' F-UF
                    ' CEP ' F-CEP-1 '-' F-CEP-2
            DISPLAY '   E-MAIL: ' FUNCTION TRIM(F-EMAIL)
                    '  CANAL PREFERIDO: ' F-CANAL
                    ' (C=CARTA T=TELEFONE E=E-MAIL)'
            IF F-CPF NOT = SPACES
                MOVE SPACES TO WS-SG-NOME
                STRING FUNCTION TRIM(F-PRIMEIRO-NOME) DELIMITED BY SIZE
                       ' '                            DELIMITED BY SIZE
                       FUNCTION TRIM(F-SEGUNDO-NOME)  DELIMITED BY SIZE
                    INTO WS-SG-NOME
                MOVE 'V' TO WS-SG-ACAO
                MOVE F-CPF TO WS-SG-VALOR
                CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                    WS-SG-EXIBE F-ID-PF WS-SG-NOME
                                    WS-SG-RESULTADO
                DISPLAY '   CPF: ' FUNCTION TRIM(WS-SG-EXIBE)
            END-IF
            .

       P200-LOCALIZA.
            .

       P350-ALTERA-CAMPO.
            DISPLAY 'ALTERAR: <N> NOME, <T> TELEFONE, <E> ENDERECO, '
                    '<C> CEP (REVALIDA CIDADE/UF), <M> E-MAIL E '
                    'CANAL PREFERIDO OU <F> CPF ? '
                ACCEPT WS-CAMPO
            EVALUATE WS-CAMPO
                WHEN 'N'
                        ACCEPT F-BAIRRO
                WHEN 'C'
                    PERFORM P360-INFORMA-CEP
                WHEN 'M'
                    PERFORM P370-INFORMA-CONTATO
                WHEN 'F'
                    PERFORM P380-INFORMA-CPF
                WHEN OTHER
                    DISPLAY 'CAMPO INVALIDO - NADA ALTERADO'
            END-EVALUATE
            END-EVALUATE
            .

       P370-INFORMA-CONTATO.
      * Canal sem destino preenchido nao e aceito: o COMUNICA
      * cairia para carta de qualquer jeito.
            DISPLAY 'E-MAIL (BRANCO SE NAO HOUVER): '
                ACCEPT F-EMAIL
            DISPLAY 'CANAL PREFERIDO (C=CARTA T=TELEFONE E=E-MAIL): '
                ACCEPT F-CANAL
            EVALUATE TRUE
                WHEN F-CANAL-EMAIL AND F-EMAIL = SPACES
                    DISPLAY 'SEM E-MAIL CADASTRADO - CANAL FICA CARTA'
                    MOVE 'C' TO F-CANAL
                WHEN F-CANAL-TELEFONE AND F-PREFIXO = SPACES
                    DISPLAY 'SEM TELEFONE CADASTRADO - CANAL FICA '
                            'CARTA'
                    MOVE 'C' TO F-CANAL
                WHEN F-CANAL-CARTA OR F-CANAL-TELEFONE
                  OR F-CANAL-EMAIL
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'CANAL INVALIDO - CANAL FICA CARTA'
                    MOVE 'C' TO F-CANAL
            END-EVALUATE
            .

       P380-INFORMA-CPF.
      * Digito verificador pelo CPFCHK; a unicidade e conferida aqui
      * mesmo, pela chave alternada F-CPF, porque o cadastro ja esta
      * aberto. CPF recusado: fica o que estava gravado.
            DISPLAY 'CPF DO RESPONSAVEL (SO NUMEROS, BRANCO PARA '
                    'APAGAR): '
                ACCEPT WS-CPF-DIGITADO
            MOVE 'V' TO WS-CC-ACAO
            CALL 'CPFCHK' USING WS-CC-ACAO WS-CPF-DIGITADO F-ID-PF
                                WS-CC-ID-DONO WS-CC-RESULTADO
                                WS-CC-MENSAGEM
            IF WS-CC-RESULTADO = 'I'
                DISPLAY FUNCTION TRIM(WS-CC-MENSAGEM)
                        ' - CPF NAO ALTERADO'
                EXIT PARAGRAPH
            END-IF
            MOVE 'C' TO WS-SG-ACAO
            MOVE WS-CPF-DIGITADO TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE F-ID-PF WS-SG-NOME
                                WS-SG-RESULTADO
            IF WS-SG-VALOR NOT = SPACES
                MOVE CADASTRO-PF-LINHA TO WS-PF-SALVO
                MOVE 0 TO WS-CC-ID-DONO
                MOVE WS-SG-VALOR TO F-CPF
                SET EOF-OK TO FALSE
                START CADASTRO-PF-FILE KEY IS EQUAL F-CPF
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ CADASTRO-PF-FILE NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF F-CPF NOT = WS-SG-VALOR(1:11)
                                SET EOF-OK TO TRUE
                            ELSE
                                IF F-ID-PF NOT = WS-ID-MANUT
                                    MOVE F-ID-PF TO WS-CC-ID-DONO
                                    SET EOF-OK TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                MOVE WS-PF-SALVO TO CADASTRO-PF-LINHA
                IF WS-CC-ID-DONO NOT = 0
                    DISPLAY 'CPF JA CADASTRADO PARA O RESPONSAVEL ID '
                            WS-CC-ID-DONO ' - CPF NAO ALTERADO'
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE WS-SG-VALOR TO F-CPF
            .

       P400-EXCLUI.
            DISPLAY 'INFORME O ID DO RESPONSAVEL A EXCLUIR: '
                ACCEPT WS-ID-MANUT
