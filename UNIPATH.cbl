      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: CAMINHO DO ARQUIVO PROPRIO DA UNIDADE ESCOLAR. CADA
      *          UNIDADE DA REDE TEM SEUS PARAMETROS (PARAMETROS.DAT)
      *          E SUA NUMERACAO DE DOCUMENTOS (EMISSOES.DAT,
      *          LIVRO_REGISTRO.DAT): A UNIDADE '02' USA
      *          PARAMETROS_U02.DAT AO LADO DO ARQUIVO DE SEMPRE. A
      *          SEDE ('01') E A SESSAO DA REDE ('00') FICAM NO
      *          ARQUIVO DE SEMPRE, QUE E O DE ANTES DA REDE.
      *          MODO 'U' MONTA O CAMINHO DA UNIDADE DA SESSAO;
      *          MODO 'B' VOLTA AO ARQUIVO DE SEMPRE (QUEM LE
      *          PARAMETROS CAI NELE QUANDO A UNIDADE AINDA NAO TEM
      *          OS SEUS). PODE SER CHAMADO DE NOVO SOBRE UM CAMINHO
      *          JA MONTADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIPATH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-UN-ACAO                   PIC X VALUE 'S'.
       77 WS-UN-ANO                    PIC X(07).
       77 WS-UN-TURMA                  PIC X(10).
       77 WS-UN-CODIGO                 PIC X(02).
       77 WS-UN-RESULTADO              PIC X.
       77 WS-RAIZ                      PIC X(100).
       LINKAGE SECTION.
       01 WS-UP-MODO                   PIC X.
       01 WS-UP-PATH                   PIC X(100).
       PROCEDURE DIVISION USING WS-UP-MODO WS-UP-PATH.

       P100-INICIO.
           MOVE SPACES TO WS-RAIZ
           UNSTRING WS-UP-PATH DELIMITED BY '_U' OR '.DAT'
               INTO WS-RAIZ
           END-UNSTRING
           MOVE '01' TO WS-UN-CODIGO
           IF WS-UP-MODO = 'U'
               CALL 'UNIDADE' USING WS-UN-ACAO WS-UN-ANO WS-UN-TURMA
                                    WS-UN-CODIGO WS-UN-RESULTADO
           END-IF
           MOVE SPACES TO WS-UP-PATH
           IF WS-UN-CODIGO = '00' OR WS-UN-CODIGO = '01'
               STRING FUNCTION TRIM(WS-RAIZ) DELIMITED BY SIZE
                      '.DAT'                 DELIMITED BY SIZE
                   INTO WS-UP-PATH
           ELSE
               STRING FUNCTION TRIM(WS-RAIZ) DELIMITED BY SIZE
                      '_U'                   DELIMITED BY SIZE
                      WS-UN-CODIGO           DELIMITED BY SIZE
                      '.DAT'                 DELIMITED BY SIZE
                   INTO WS-UP-PATH
           END-IF
           GOBACK
           .
