      *          (LIVRO_REGISTRO.DAT - A MESMA DISCIPLINA QUE O
      *          EMISSOES.DAT JA DA AOS BOLETINS), SAI NO SPOOL E
      *          PODE SER REEMITIDO COMO SEGUNDA VIA A PARTIR DO
      *          NUMERO DO REGISTRO. O CERTIFICADO DE CONCLUSAO
      *          PASSA ANTES PELO NADA CONSTA (NADACONSTA): COM
      *          PENDENCIA, SO SAI COM A LIBERACAO DO PERFIL
      *          AUTORIZADO. TODO DOCUMENTO SAI COM O CODIGO DE
      *          VERIFICACAO DE AUTENTICIDADE (AUTCOD), CONFERIDO
      *          PELA SECRETARIA NO AUTVERIF; A SEGUNDA VIA GANHA
      *          CODIGO PROPRIO E O DA VIA ANTERIOR FICA MARCADO
      *          COMO SUBSTITUIDO. O CERTIFICADO DE CONCLUSAO
      *          REGISTRA O ALUNO NO ACOMPANHAMENTO DE EGRESSOS
      *          (EGRESSO/EGRESSOS). O DOCUMENTO EMITIDO DEIXA PRONTO
      *          O REQUERIMENTO PENDENTE DO ALUNO NO PROTOCOLO DA
      *          SECRETARIA (PROTBAIXA/PROTOCOLO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS F-ID-PF
                   ALTERNATE RECORD KEY IS F-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PF
                   .
               SELECT LIVRO-FILE
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       COPY PROGRAMA-CORRENTE.
       77 WS-PM-FUNCAO             PIC X(10) VALUE SPACES.
       77 WS-PM-RESULTADO          PIC X.
          88 PM-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-UP-MODO               PIC X.
      * Tarja de treinamento (TREINOCHK): saida de pratica nunca
      * pode ser entregue como documento de verdade.
       77 WS-TR-MODO               PIC X.
       77 WS-NOME-ALUNO            PIC X(30).
       77 WS-ANO-DOC               PIC X(07).
       77 WS-TURMA-DOC             PIC X(10).
      * Nada consta antes do certificado (NADACONSTA).
       77 WS-ID-RESP-DOC           PIC 9(06).
       77 WS-NC-RESULTADO          PIC X.
      * Codigo de verificacao de autenticidade (AUTCOD).
           COPY AUTCOD-AREA.
       77 WS-VIA-X                 PIC X(02).
      * Registro do egresso no certificado de conclusao (EGRESSO).
           COPY EGRESSO-AREA.
      * Baixa do requerimento no protocolo da secretaria (PROTBAIXA).
           COPY PROTBAIXA-AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'DOCEMITE' TO WS-PROGRAMA-CORRENTE
      * Matriz de permissoes: perfil da sessao x programa.
            CALL 'PERMCHK' USING WS-PROGRAMA-CORRENTE WS-PM-FUNCAO
                                 WS-PM-RESULTADO
            IF NOT PM-PERMITIDO
                STOP RUN
            END-IF
      * Livro de registro da unidade escolar da sessao (cada
      * unidade numera os seus documentos).
            MOVE 'U' TO WS-UP-MODO
            CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-LIVRO-REG
            SET SAIR-OK TO FALSE
            PERFORM P00-MENU UNTIL SAIR-OK
            STOP RUN
            MOVE F-NOME       TO WS-NOME-ALUNO
            MOVE F-ANO-LETIVO TO WS-ANO-DOC
            MOVE F-TURMA      TO WS-TURMA-DOC
            MOVE F-ID-RESPONSAVEL TO WS-ID-RESP-DOC
            PERFORM P150-BUSCA-RESPONSAVEL
            PERFORM P200-CONSOLIDA-ALUNO
            CLOSE BOLETIM
                EXIT PARAGRAPH
            END-IF

            IF WS-TIPO-DOC = 'CERTIFICADO CONCLUSAO'
                CALL 'NADACONSTA' USING WS-NOME-ALUNO WS-ID-RESP-DOC
                                        WS-TIPO-DOC WS-NC-RESULTADO
                IF WS-NC-RESULTADO = 'N'
                    DISPLAY 'CERTIFICADO NAO EMITIDO: ALUNO COM '
                            'PENDENCIAS'
                    EXIT PARAGRAPH
                END-IF
            END-IF

            IF WS-TIPO-DOC = 'DECLARACAO FREQUENCIA'
                PERFORM P250-SOMA-FALTAS
            END-IF

            PERFORM P300-REGISTRA-LIVRO
            PERFORM P400-IMPRIME
            IF WS-TIPO-DOC = 'CERTIFICADO CONCLUSAO'
                PERFORM P450-REGISTRA-EGRESSO
            END-IF
            PERFORM P460-BAIXA-PROTOCOLO
            .

       P450-REGISTRA-EGRESSO.
      * Quem conclui entra no acompanhamento de egressos (EGRESSO);
      * o registro guarda o numero do certificado no livro.
            MOVE 'G'             TO WS-EG-ACAO
            MOVE WS-ANO-DOC      TO WS-EG-ANO
            MOVE WS-NOME-ALUNO   TO WS-EG-NOME
            MOVE WS-TURMA-DOC    TO WS-EG-TURMA
            MOVE WS-ID-RESP-DOC  TO WS-EG-ID-RESP
            MOVE WS-NUM-REG      TO WS-EG-CERTIFICADO
            MOVE 'D'             TO WS-EG-ORIGEM
            CALL 'EGRESSO' USING WS-EGRESSO-AREA
            IF EG-NOVO
                DISPLAY 'ALUNO REGISTRADO NO ACOMPANHAMENTO DE '
                        'EGRESSOS (EGRESSOS)'
            END-IF
            .

       P460-BAIXA-PROTOCOLO.
      * Tipo do documento no protocolo (PROTTIPOS); a segunda via
      * atende o pedido de segunda via ou, nao havendo, o do proprio
      * documento.
            MOVE SPACES TO WS-PB-TIPO-ALT
            EVALUATE WS-TIPO-DOC
                WHEN 'DECLARACAO MATRICULA'
                    MOVE 'DM' TO WS-PB-TIPO
                WHEN 'DECLARACAO FREQUENCIA'
                    MOVE 'DF' TO WS-PB-TIPO
                WHEN 'CERTIFICADO CONCLUSAO'
                    MOVE 'CC' TO WS-PB-TIPO
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE
            IF WS-VIA > 1
                MOVE WS-PB-TIPO TO WS-PB-TIPO-ALT
                MOVE 'SV'       TO WS-PB-TIPO
            END-IF
            MOVE WS-NOME-ALUNO TO WS-PB-NOME
            MOVE WS-NUM-REG    TO WS-PB-DOCUMENTO
            MOVE 'DOCEMITE'    TO WS-PB-PROGRAMA
            CALL 'PROTBAIXA' USING WS-PROTBAIXA-AREA
            .

       P150-BUSCA-RESPONSAVEL.
            MOVE WS-VIA            TO LV-VIA
            WRITE LIVRO-LINHA
            CLOSE LIVRO-FILE
            PERFORM P350-CODIGO-VERIFICACAO
            .

       P350-CODIGO-VERIFICACAO.
      * O codigo resume o registro do livro e os numeros que o papel
      * imprime; a via nova substitui a anterior do mesmo ano.
            MOVE 'G'               TO WS-AC-ACAO
            MOVE 'L'               TO WS-AC-ORIGEM
            MOVE WS-NUM-REG        TO WS-AC-NUMERO
            MOVE WS-DATA-FORMAT    TO WS-AC-DATA
            MOVE WS-TIPO-DOC       TO WS-AC-TIPO
            MOVE WS-NOME-ALUNO     TO WS-AC-NOME
            MOVE WS-ANO-DOC        TO WS-AC-REFERENCIA
            MOVE WS-VIA            TO WS-VIA-X
            MOVE SPACES            TO WS-AC-VIA
            STRING WS-VIA-X DELIMITED BY SIZE
                   'A VIA' DELIMITED BY SIZE
                INTO WS-AC-VIA
            MOVE WS-OPERADOR-ATUAL TO WS-AC-OPERADOR
            MOVE SPACES            TO WS-AC-CONTEUDO
            IF WS-TIPO-DOC = 'DECLARACAO FREQUENCIA'
                STRING 'TURMA ' DELIMITED BY SIZE
                       WS-TURMA-DOC DELIMITED BY SIZE
                       ' FREQ ' DELIMITED BY SIZE
                       WS-FREQ-MEDIA DELIMITED BY SIZE
                       ' FALTAS ' DELIMITED BY SIZE
                       WS-TOTAL-FALTAS DELIMITED BY SIZE
                    INTO WS-AC-CONTEUDO
            ELSE
                STRING 'TURMA ' DELIMITED BY SIZE
                       WS-TURMA-DOC DELIMITED BY SIZE
                       ' MATERIAS ' DELIMITED BY SIZE
                       WS-QTD-MATERIAS DELIMITED BY SIZE
                    INTO WS-AC-CONTEUDO
            END-IF
            CALL 'AUTCOD' USING WS-AUTCOD-AREA
            IF WS-AC-RESULTADO NOT = 'S'
                DISPLAY 'ATENCAO: CODIGO DE VERIFICACAO NAO '
                        'REGISTRADO (AUTENTICA.DAT)'
            END-IF
            .

       P400-IMPRIME.
                        DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                   WS-AC-CODIGO DELIMITED BY SIZE
                   ' (CONFERIR NA SECRETARIA)' DELIMITED BY SIZE
                INTO REL-LINHA
            WRITE REL-LINHA
            MOVE '**********************************************'
                TO REL-LINHA
            WRITE REL-LINHA
            CLOSE REPORT-FILE
            DISPLAY WS-TIPO-DOC ' REGISTRADO SOB N. ' WS-NUM-REG
                    ' (LIVRO ' WS-LIVRO ' FOLHA ' WS-FOLHA ')'
            DISPLAY 'CODIGO DE VERIFICACAO: ' WS-AC-CODIGO
            DISPLAY 'DOCUMENTO GRAVADO EM: ' WS-PATH-RELATORIO
            .

