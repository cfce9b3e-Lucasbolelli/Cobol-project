      *          CATALOGO E NO MESTRE ALUNOS.DAT, E O DUPLICADO E
      *          REMOVIDO DO CADASTRO - COM TRILHA DE AUDITORIA. E A
      *          LIMPEZA QUE A PROTECAO DE EXCLUSAO DO PFMANUT
      *          IMPEDIA DE FAZER NA MAO. MESMO CPF PREENCHIDO
      *          (F-CPF) NAO E SEMELHANCA, E A MESMA PESSOA: O PAR SAI
      *          COMO CERTO, ANTES DOS CANDIDATOS. NA FUSAO, O CPF DO
      *          DUPLICADO PASSA AO SOBREVIVENTE QUE NAO TINHA.
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
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ALU
                   .
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-PF                 PIC 99.
          88 FS-PF-OK              VALUE 0.
       77 WS-FS-BOL                PIC 99.
               10 PF-SEGUNDO       PIC X(15).
               10 PF-FONE          PIC X(11).
               10 PF-CEP-RUA       PIC X(28).
               10 PF-CPF           PIC X(11).
       77 WS-I                     PIC 9(03).
       77 WS-J                     PIC 9(03).
       77 WS-CONT-PARES            PIC 9(03).
       77 WS-CONT-CERTOS           PIC 9(03).
       77 WS-TIPO-PAR              PIC X(15).
       77 WS-CPF-SAI               PIC X(11).
       77 WS-ID-FICA               PIC 9(06).
       77 WS-ID-SAI                PIC 9(06).
       77 WS-CONT-REAP             PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'PFDEDUP' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
                            STRING F-CEP-1 F-CEP-2 F-RUA
                                DELIMITED BY SIZE
                                INTO PF-CEP-RUA(WS-QTD-PF)
                            MOVE F-CPF TO PF-CPF(WS-QTD-PF)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CADASTRO-PF-FILE

            MOVE 0 TO WS-CONT-PARES
            MOVE 0 TO WS-CONT-CERTOS
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-PF
                PERFORM VARYING WS-J FROM WS-I BY 1
                    END-IF
                END-PERFORM
            END-PERFORM
            DISPLAY 'PARES CERTOS (MESMO CPF)....: ' WS-CONT-CERTOS
            DISPLAY 'PARES CANDIDATOS ENCONTRADOS: ' WS-CONT-PARES
            .

      * preenchidos, ou mesmo primeiro nome com os tres primeiros
      * caracteres do segundo nome iguais (JOSE DA SILVA x JOSE
      * SILVA entram por telefone/endereco; SILVA x SILVA JR pela
      * semelhanca). Mesmo CPF (cifra deterministica, da para
      * comparar cifrado) e par certo.
            MOVE 'PAR CANDIDATO: ' TO WS-TIPO-PAR
            EVALUATE TRUE
                WHEN PF-CPF(WS-I) = PF-CPF(WS-J)
                     AND PF-CPF(WS-I) NOT = SPACES
                    MOVE 'PAR CERTO....: ' TO WS-TIPO-PAR
                    PERFORM P250-MOSTRA-PAR
                WHEN PF-FONE(WS-I) = PF-FONE(WS-J)
                     AND PF-FONE(WS-I) NOT = SPACES
                    PERFORM P250-MOSTRA-PAR
            .

       P250-MOSTRA-PAR.
            IF WS-TIPO-PAR(1:9) = 'PAR CERTO'
                ADD 1 TO WS-CONT-CERTOS
            ELSE
                ADD 1 TO WS-CONT-PARES
            END-IF
            DISPLAY WS-TIPO-PAR
                    PF-ID(WS-I) ' '
                    FUNCTION TRIM(PF-PRIMEIRO(WS-I)) ' '
                    FUNCTION TRIM(PF-SEGUNDO(WS-I))
                        'REMOVIDO'
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-CPF-SAI
            MOVE WS-ID-SAI TO F-ID-PF
            READ CADASTRO-PF-FILE
                KEY IS F-ID-PF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE F-CPF TO WS-CPF-SAI
                    DELETE CADASTRO-PF-FILE RECORD
                    IF FS-PF-OK
                        DISPLAY 'DUPLICADO REMOVIDO DO CADASTRO'
                    ELSE
                        DISPLAY 'ERRO AO REMOVER --> COD ' WS-FS-PF
                        MOVE SPACES TO WS-CPF-SAI
                    END-IF
            END-READ
      * O CPF do removido nao se perde: fica no sobrevivente que
      * ainda nao tinha.
            IF WS-CPF-SAI NOT = SPACES
                MOVE WS-ID-FICA TO F-ID-PF
                READ CADASTRO-PF-FILE
                    KEY IS F-ID-PF
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF F-CPF = SPACES
                            MOVE WS-CPF-SAI TO F-CPF
                            REWRITE CADASTRO-PF-LINHA
                            IF FS-PF-OK
                                DISPLAY 'CPF DO DUPLICADO PASSOU AO '
                                        'SOBREVIVENTE'
                            END-IF
                        END-IF
                END-READ
            END-IF
            CLOSE CADASTRO-PF-FILE
            .
