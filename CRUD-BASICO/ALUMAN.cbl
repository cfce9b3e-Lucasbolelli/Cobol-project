      *          AUDITORIA E IMAGEM COMPLETA POR REGISTRO REGRAVADO.
      *          O MESTRE E ALIMENTADO AUTOMATICAMENTE PELO CREATE E
      *          PELO PREMATRICULA (VIA ALUNOMST); ESTA TELA COMPLETA
      *          OS CAMPOS QUE SO A SECRETARIA CONHECE - ENTRE ELES O
      *          NIS E O INDICADOR DE BENEFICIARIO DO BOLSA FAMILIA,
      *          DE ONDE O PRESENCA TIRA OS ALUNOS DA FREQUENCIA
      *          BIMESTRAL. CPF E RG SAO GRAVADOS CIFRADOS (SIGILO) E
      *          A CONSULTA OS MOSTRA MASCARADOS, SALVO PARA O PERFIL
      *          COM VISAO INTEGRAL - QUE FICA NO LOG LGPD. O CPF
      *          SO E ACEITO COM O DIGITO VERIFICADOR CERTO (CPFCHK)
      *          E SE NAO FOR DE OUTRO ALUNO (CHAVE ALTERNADA AL-CPF).
      *          O ALUNO E DA UNIDADE ESCOLAR DA SUA TURMA; QUEM ESTA
      *          ASSINADO NUMA UNIDADE SO ENXERGA E SO MATRICULA
      *          ALUNOS DELA (UNIDADE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY   IS AL-ID
                   ALTERNATE RECORD KEY IS AL-NOME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS AL-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-ALU
                   .
               SELECT BOLETIM
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-FS-ALU                PIC 99.
          88 FS-ALU-OK             VALUE 0.
       77 WS-FS-BOL                PIC 99.
      * Historico de mudancas de nome (NOMEHIST).
       77 WS-NH-ACAO               PIC X.
       77 WS-NH-ACHADO             PIC X.
      * Cifra e exibicao mascarada de CPF/RG (SIGILO). O RG e
      * digitado com uma posicao a menos que o campo: a ultima fica
      * livre para o marcador da cifra.
       77 WS-SG-ACAO               PIC X.
       77 WS-SG-TIPO               PIC X.
       77 WS-SG-VALOR              PIC X(60).
       77 WS-SG-EXIBE              PIC X(60).
       77 WS-SG-RESULTADO          PIC X.
       77 WS-RG-DIGITADO           PIC X(11).
      * Conferencia do CPF (CPFCHK) e unicidade pela chave AL-CPF.
       77 WS-CC-ACAO               PIC X.
       77 WS-CC-ID-DONO            PIC 9(06).
       77 WS-CC-RESULTADO          PIC X.
       77 WS-CC-MENSAGEM           PIC X(60).
       77 WS-CPF-ANTERIOR          PIC X(11).
       01 WS-ALUNO-SALVO.
           05 WS-SALVO-ID          PIC 9(06).
           05 FILLER               PIC X(40).
           05 WS-SALVO-CPF         PIC X(11).
           05 FILLER               PIC X(53).
      * Unidade escolar (UNIDADE): a do aluno segue a da turma.
       77 WS-UN-ACAO               PIC X.
       77 WS-UN-ANO                PIC X(07) VALUE SPACES.
       77 WS-UN-RESULTADO          PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ALUMAN' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            DISPLAY '**** CADASTRO MESTRE DE ALUNOS ****'
            DISPLAY '1 - INCLUIR ALUNO'
            DISPLAY '2 - CONSULTAR ALUNO'
            DISPLAY '3 - ALTERAR DADOS (NASCIMENTO/CPF/RG/TURMA/RESP/'
                    'BOLSA FAMILIA)'
            DISPLAY '4 - CORRIGIR NOME (PROPAGA AO BOLETIM)'
            DISPLAY '5 - DESATIVAR ALUNO'
            DISPLAY '0 - ENCERRAR'
                NOT INVALID KEY
                    CONTINUE
            END-READ
            IF FS-ALU-OK
                MOVE 'V' TO WS-UN-ACAO
                CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO AL-TURMA
                                     AL-UNIDADE WS-UN-RESULTADO
                IF WS-UN-RESULTADO NOT = 'S'
                    MOVE 23 TO WS-FS-ALU
                    DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR ('
                            AL-UNIDADE ')'
                END-IF
            END-IF
            .

       P070-UNIDADE-DA-TURMA.
            MOVE 'T' TO WS-UN-ACAO
            CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO AL-TURMA
                                 AL-UNIDADE WS-UN-RESULTADO
            IF WS-UN-RESULTADO NOT = 'S'
                DISPLAY 'TURMA ' FUNCTION TRIM(AL-TURMA)
                        ' E DA UNIDADE ' AL-UNIDADE
                        ' - NADA GRAVADO'
            END-IF
            .

       P100-INCLUI.
                ACCEPT AL-NASCIMENTO
            DISPLAY 'CPF (SO NUMEROS, BRANCO SE NAO TIVER): '
                ACCEPT AL-CPF
            MOVE SPACES TO WS-CPF-ANTERIOR
            PERFORM P160-GUARDA-CPF
            DISPLAY 'RG (BRANCO SE NAO TIVER): '
                ACCEPT WS-RG-DIGITADO
            PERFORM P170-GUARDA-RG
            DISPLAY 'TURMA ATUAL: '
                ACCEPT AL-TURMA
            DISPLAY 'ID DO RESPONSAVEL NO CADASTRO-PF (0 SE NAO '
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            CALL 'DATAFMT' USING WS-DATA-SISTEMA WS-DATA-FORMAT
            MOVE WS-DATA-FORMAT TO AL-DATA-MATRICULA
            PERFORM P150-PEDE-BOLSA
            MOVE 'S' TO AL-ATIVO
            PERFORM P070-UNIDADE-DA-TURMA
            IF WS-UN-RESULTADO NOT = 'S'
                EXIT PARAGRAPH
            END-IF
            WRITE ALUNO-LINHA
            IF FS-ALU-OK
                DISPLAY 'ALUNO INCLUIDO NO MESTRE COM O ID ' AL-ID
            END-IF
            .

       P150-PEDE-BOLSA.
            DISPLAY 'FAMILIA BENEFICIARIA DO BOLSA FAMILIA ? S/N'
                ACCEPT AL-BOLSA-FAMILIA
            MOVE FUNCTION UPPER-CASE(AL-BOLSA-FAMILIA)
                TO AL-BOLSA-FAMILIA
            IF AL-BENEFICIARIO
                DISPLAY 'NIS DO ALUNO (11 DIGITOS): '
                    ACCEPT AL-NIS
                IF AL-NIS NOT NUMERIC
                    DISPLAY 'NIS INVALIDO - INFORME DEPOIS PELA '
                            'ALTERACAO (OPCAO 3, CAMPO B)'
                    MOVE SPACES TO AL-NIS
                END-IF
            ELSE
                MOVE 'N' TO AL-BOLSA-FAMILIA
                MOVE SPACES TO AL-NIS
            END-IF
            .

       P160-GUARDA-CPF.
      * Digito verificador pelo CPFCHK; a unicidade e conferida aqui
      * mesmo, pela chave alternada AL-CPF, porque o mestre ja esta
      * aberto. CPF recusado: fica o que estava gravado.
            MOVE 'V' TO WS-CC-ACAO
            CALL 'CPFCHK' USING WS-CC-ACAO AL-CPF AL-ID WS-CC-ID-DONO
                                WS-CC-RESULTADO WS-CC-MENSAGEM
            IF WS-CC-RESULTADO = 'I'
                DISPLAY FUNCTION TRIM(WS-CC-MENSAGEM)
                        ' - INFORME DEPOIS PELA ALTERACAO (OPCAO 3, '
                        'CAMPO C)'
                MOVE WS-CPF-ANTERIOR TO AL-CPF
                EXIT PARAGRAPH
            END-IF
            MOVE 'C' TO WS-SG-ACAO
            MOVE 'C' TO WS-SG-TIPO
            MOVE AL-CPF TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE AL-ID AL-NOME
                                WS-SG-RESULTADO
            MOVE WS-SG-VALOR TO AL-CPF
            IF AL-CPF NOT = SPACES
                PERFORM P165-CPF-UNICO
            END-IF
            .

       P165-CPF-UNICO.
            MOVE ALUNO-LINHA TO WS-ALUNO-SALVO
            MOVE 0 TO WS-CC-ID-DONO
            SET EOF-OK TO FALSE
            START ALUNOS-FILE KEY IS EQUAL AL-CPF
                INVALID KEY SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AL-CPF NOT = WS-SALVO-CPF
                            SET EOF-OK TO TRUE
                        ELSE
                            IF AL-ID NOT = WS-SALVO-ID
                                MOVE AL-ID TO WS-CC-ID-DONO
                                SET EOF-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE WS-ALUNO-SALVO TO ALUNO-LINHA
            IF WS-CC-ID-DONO NOT = 0
                DISPLAY 'CPF JA CADASTRADO PARA O ALUNO ID '
                        WS-CC-ID-DONO ' - NAO GRAVADO'
                MOVE WS-CPF-ANTERIOR TO AL-CPF
            END-IF
            .

       P170-GUARDA-RG.
            MOVE WS-RG-DIGITADO TO AL-RG
            MOVE 'C' TO WS-SG-ACAO
            MOVE 'R' TO WS-SG-TIPO
            MOVE AL-RG TO WS-SG-VALOR
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE AL-ID AL-NOME
                                WS-SG-RESULTADO
            MOVE WS-SG-VALOR TO AL-RG
            .

       P180-MOSTRA-SIGILO.
      * Mascarado ou integral conforme o perfil; a visao integral
      * vai para o log de acessos dentro do proprio SIGILO.
            MOVE 'V' TO WS-SG-ACAO
            CALL 'SIGILO' USING WS-SG-ACAO WS-SG-TIPO WS-SG-VALOR
                                WS-SG-EXIBE AL-ID AL-NOME
                                WS-SG-RESULTADO
            .

       P200-CONSULTA.
            PERFORM P050-ABRE-MESTRE
            IF NOT FS-ALU-OK
                DISPLAY 'ID..............: ' AL-ID
                DISPLAY 'NOME............: ' FUNCTION TRIM(AL-NOME)
                DISPLAY 'NASCIMENTO......: ' AL-NASCIMENTO
                MOVE 'C' TO WS-SG-TIPO
                MOVE AL-CPF TO WS-SG-VALOR
                PERFORM P180-MOSTRA-SIGILO
                DISPLAY 'CPF.............: '
                        FUNCTION TRIM(WS-SG-EXIBE)
                MOVE 'R' TO WS-SG-TIPO
                MOVE AL-RG TO WS-SG-VALOR
                PERFORM P180-MOSTRA-SIGILO
                DISPLAY 'RG..............: '
                        FUNCTION TRIM(WS-SG-EXIBE)
                DISPLAY 'TURMA...........: ' AL-TURMA
                        '  UNIDADE: ' AL-UNIDADE
                DISPLAY 'ID RESPONSAVEL..: ' AL-ID-RESPONSAVEL
                DISPLAY 'DATA MATRICULA..: ' AL-DATA-MATRICULA
                DISPLAY 'ATIVO...........: ' AL-ATIVO
                DISPLAY 'BOLSA FAMILIA...: ' AL-BOLSA-FAMILIA
                        '  NIS: ' AL-NIS
            END-IF
            CLOSE ALUNOS-FILE
            .
                       AL-TURMA DELIMITED BY SIZE
                    INTO WS-AUD-ANTES
                DISPLAY 'ALTERAR: N=NASCIMENTO C=CPF R=RG '
                        'T=TURMA P=RESPONSAVEL B=BOLSA FAMILIA/NIS'
                    ACCEPT WS-ALTERA
                EVALUATE WS-ALTERA
                    WHEN 'N'
                                '(AAAA/MM/DD): '
                            ACCEPT AL-NASCIMENTO
                    WHEN 'C'
                        MOVE AL-CPF TO WS-CPF-ANTERIOR
                        DISPLAY 'NOVO CPF: '
                            ACCEPT AL-CPF
                        PERFORM P160-GUARDA-CPF
                    WHEN 'R'
                        DISPLAY 'NOVO RG: '
                            ACCEPT WS-RG-DIGITADO
                        PERFORM P170-GUARDA-RG
                    WHEN 'T'
                        DISPLAY 'NOVA TURMA: '
                            ACCEPT AL-TURMA
                        PERFORM P070-UNIDADE-DA-TURMA
                        IF WS-UN-RESULTADO NOT = 'S'
                            CLOSE ALUNOS-FILE
                            EXIT PARAGRAPH
                        END-IF
                    WHEN 'P'
                        DISPLAY 'NOVO ID DO RESPONSAVEL: '
                            ACCEPT AL-ID-RESPONSAVEL
                    WHEN 'B'
                        DISPLAY 'BOLSA FAMILIA ATUAL: '
                                AL-BOLSA-FAMILIA '  NIS: ' AL-NIS
                        PERFORM P150-PEDE-BOLSA
                    WHEN OTHER
      * Campo invalido: sem REWRITE e sem linha de auditoria - um
      * nao-evento nao pode sujar a trilha.
