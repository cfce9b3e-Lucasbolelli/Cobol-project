                                    'D:\COBOL\bin\CALENDARIO.DAT'.
       01 WS-PATH-BIMESTRES        PIC X(100)
                                    VALUE 'D:\COBOL\bin\BIMESTRES.DAT'.
       01 WS-PATH-PERIODOS         PIC X(100)
                                    VALUE 'D:\COBOL\bin\PERIODOS.DAT'.
       01 WS-PATH-AVALIACOES       PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\AVALIACOES.DAT'.
       01 WS-PATH-JUSTIFICA        PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\JUSTIFICA.DAT'.
       01 WS-PATH-REMESSA          PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\REMESSA_BANCO.DAT'.
       01 WS-PATH-RETORNO          PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\RETORNO_BANCO.DAT'.
       01 WS-PATH-BANCO-CTL        PIC X(100)
                                    VALUE 'D:\COBOL\bin\BANCO.CTL'.
       01 WS-PATH-BOLSAS           PIC X(100)
                                    VALUE 'D:\COBOL\bin\BOLSAS.DAT'.
       01 WS-PATH-ACORDOS          PIC X(100)
                                    VALUE 'D:\COBOL\bin\ACORDOS.DAT'.
       01 WS-PATH-QUITACAO         PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\QUITACAO_ANUAL.TXT'.
       01 WS-PATH-RECIBOS          PIC X(100)
                                    VALUE 'D:\COBOL\bin\RECIBOS.DAT'.
       01 WS-PATH-FECHACAIXA       PIC X(100)
                                    VALUE 'D:\COBOL\bin\FECHACAIXA.DAT'.
       01 WS-PATH-PERMISSOES       PIC X(100)
                                    VALUE 'D:\COBOL\bin\PERMISSOES.DAT'.
       01 WS-PATH-RETENCAO         PIC X(100)
                                    VALUE 'D:\COBOL\bin\RETENCAO.DAT'.
       01 WS-PATH-PURGA            PIC X(100)
                                    VALUE 'D:\COBOL\bin\PURGA.DAT'.
       01 WS-PATH-PURGA-TMP        PIC X(100)
                                    VALUE 'D:\COBOL\bin\PURGA.TMP'.
       01 WS-PATH-AEE              PIC X(100)
                                    VALUE 'D:\COBOL\bin\AEE.DAT'.
       01 WS-PATH-PEI              PIC X(100)
                                    VALUE 'D:\COBOL\bin\PEI.DAT'.
       01 WS-PATH-REFORCO          PIC X(100)
                                    VALUE 'D:\COBOL\bin\REFORCO.DAT'.
       01 WS-PATH-REFPART          PIC X(100)
                                    VALUE 'D:\COBOL\bin\REFPART.DAT'.
       01 WS-PATH-REFPRES          PIC X(100)
                                    VALUE 'D:\COBOL\bin\REFPRES.DAT'.
       01 WS-PATH-AULAS            PIC X(100)
                                    VALUE 'D:\COBOL\bin\AULAS.DAT'.
       01 WS-PATH-DIASLETIVOS      PIC X(100)
                                    VALUE 'D:\COBOL\bin\DIASLETIVOS.DAT'.
       01 WS-PATH-SALAS            PIC X(100)
                                    VALUE 'D:\COBOL\bin\SALAS.DAT'.
       01 WS-PATH-CHAMDIA          PIC X(100)
                                    VALUE 'D:\COBOL\bin\CHAMDIA.DAT'.
       01 WS-PATH-MERENDA          PIC X(100)
                                    VALUE 'D:\COBOL\bin\MERENDA.DAT'.
       01 WS-PATH-PNAE             PIC X(100)
                                    VALUE 'D:\COBOL\bin\PNAE.DAT'.
       01 WS-PATH-FREQBF           PIC X(100)
                                    VALUE 'D:\COBOL\bin\FREQBF.DAT'.
       01 WS-PATH-PRESENCA         PIC X(100)
                                    VALUE 'D:\COBOL\bin\PRESENCA.DAT'.
       01 WS-PATH-COMUNICA         PIC X(100)
                                    VALUE 'D:\COBOL\bin\COMUNICA.DAT'.
       01 WS-PATH-REUNIOES         PIC X(100)
                                    VALUE 'D:\COBOL\bin\REUNIOES.DAT'.
       01 WS-PATH-REUNPRES         PIC X(100)
                                    VALUE 'D:\COBOL\bin\REUNPRES.DAT'.
       01 WS-PATH-PASSEIOS         PIC X(100)
                                    VALUE 'D:\COBOL\bin\PASSEIOS.DAT'.
       01 WS-PATH-PASSAUT          PIC X(100)
                                    VALUE 'D:\COBOL\bin\PASSAUT.DAT'.
       01 WS-PATH-ACERVO           PIC X(100)
                                    VALUE 'D:\COBOL\bin\ACERVO.DAT'.
       01 WS-PATH-EMPRESTIMOS      PIC X(100)
                                    VALUE 'D:\COBOL\bin\EMPRESTIMOS.DAT'.
       01 WS-PATH-ATIVIDADES       PIC X(100)
                                    VALUE 'D:\COBOL\bin\ATIVIDADES.DAT'.
       01 WS-PATH-ATIVPART         PIC X(100)
                                    VALUE 'D:\COBOL\bin\ATIVPART.DAT'.
       01 WS-PATH-ATIVPRES         PIC X(100)
                                    VALUE 'D:\COBOL\bin\ATIVPRES.DAT'.
       01 WS-PATH-ELETIVAS         PIC X(100)
                                    VALUE 'D:\COBOL\bin\ELETIVAS.DAT'.
       01 WS-PATH-ELEOPCAO         PIC X(100)
                                    VALUE 'D:\COBOL\bin\ELEOPCAO.DAT'.
       01 WS-PATH-DEPENDENCIAS     PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\DEPENDENCIAS.DAT'.
       01 WS-PATH-DOCREQ           PIC X(100)
                                    VALUE 'D:\COBOL\bin\DOCREQ.DAT'.
       01 WS-PATH-DOCALUNO         PIC X(100)
                                    VALUE 'D:\COBOL\bin\DOCALUNO.DAT'.
      * Chave de sigilo (CPF/RG/alertas de saude cifrados pelo
      * SIGILO): de proposito FORA da pasta de dados, para que uma
      * copia da pasta bin nao leve junto a chave que abre os dados.
       01 WS-PATH-SIGILO-CHAVE     PIC X(100)
                                    VALUE
                                    'D:\COBOL\chave\SIGILO.KEY'.
       01 WS-PATH-CONSENT          PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\CONSENTIMENTOS.DAT'.
       01 WS-PATH-SIMULADOS        PIC X(100)
                                    VALUE 'D:\COBOL\bin\SIMULADOS.DAT'.
       01 WS-PATH-SIMRESP          PIC X(100)
                                    VALUE 'D:\COBOL\bin\SIMRESP.DAT'.
       01 WS-PATH-CARTOES          PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\CARTOES_SIMULADO.DAT'.
       01 WS-PATH-PARECERES        PIC X(100)
                                    VALUE 'D:\COBOL\bin\PARECERES.DAT'.
       01 WS-PATH-PARMODELOS       PIC X(100)
                                    VALUE 'D:\COBOL\bin\PARMODELOS.DAT'.
       01 WS-PATH-PARTIDAS         PIC X(100) VALUE
           'D:\COBOL\bin\TICTACTOE_PARTIDAS.DAT'.
       01 WS-PATH-RETIRADAS        PIC X(100)
                                    VALUE 'D:\COBOL\bin\RETIRADAS.DAT'.
       01 WS-PATH-NOTAENV          PIC X(100)
                                    VALUE 'D:\COBOL\bin\NOTAENV.DAT'.
       01 WS-PATH-NOTAEST          PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\NOTAS_ESTADO.DAT'.
       01 WS-PATH-NOTARET          PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\NOTAS_ESTADO_RET.DAT'.
       01 WS-PATH-AUTENTICA        PIC X(100)
                                    VALUE 'D:\COBOL\bin\AUTENTICA.DAT'.
       01 WS-PATH-IDADELIB         PIC X(100)
                                    VALUE 'D:\COBOL\bin\IDADELIB.DAT'.
       01 WS-PATH-RENOMEIA-JRN     PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\RENOMEIA.JRN'.
       01 WS-PATH-EGRESSOS         PIC X(100)
                                    VALUE 'D:\COBOL\bin\EGRESSOS.DAT'.
       01 WS-PATH-AVEXT-ENT        PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\AVALIACAO_EXTERNA.DAT'.
       01 WS-PATH-AVEXT            PIC X(100)
                                    VALUE 'D:\COBOL\bin\AVEXT.DAT'.
       01 WS-PATH-PROTOCOLO        PIC X(100)
                                    VALUE 'D:\COBOL\bin\PROTOCOLO.DAT'.
       01 WS-PATH-FICAI            PIC X(100)
                                    VALUE 'D:\COBOL\bin\FICAI.DAT'.
       01 WS-PATH-PROVAS           PIC X(100)
                                    VALUE 'D:\COBOL\bin\PROVAS.DAT'.
       01 WS-PATH-PLATAENV         PIC X(100)
                                    VALUE 'D:\COBOL\bin\PLATAENV.DAT'.
       01 WS-PATH-PLATALOTE        PIC X(100)
                                    VALUE 'D:\COBOL\bin\PLATALOTE.DAT'.
       01 WS-PATH-PLAT-ORGS        PIC X(100)
                                    VALUE 'D:\COBOL\bin\orgs.csv'.
       01 WS-PATH-PLAT-CLASSES     PIC X(100)
                                    VALUE 'D:\COBOL\bin\classes.csv'.
       01 WS-PATH-PLAT-USERS       PIC X(100)
                                    VALUE 'D:\COBOL\bin\users.csv'.
       01 WS-PATH-PLAT-ENROLL      PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\enrollments.csv'.
       01 WS-PATH-PLAT-MANIFEST    PIC X(100)
                                    VALUE 'D:\COBOL\bin\manifest.csv'.
       01 WS-PATH-CANCELAMENTOS    PIC X(100)
                                    VALUE
                                    'D:\COBOL\bin\CANCELAMENTOS.DAT'.
