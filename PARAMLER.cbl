      *          BOLETIMV2, BATCHDRV, UPDATT, NOTECALC E OS DEMAIS
      *          CALCULADORES DE SITUACAO CHAMAM AQUI NO INICIO PARA
      *          TODOS APLICAREM OS MESMOS NUMEROS; A MANUTENCAO E
      *          FEITA PELO PARAMMAN. CADA UNIDADE ESCOLAR DA REDE
      *          PODE TER OS SEUS (UNIPATH); SEM ELES, VALEM OS DA
      *          SEDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY FILE-PATHS.
       77 WS-FS-PAR                    PIC 99.
       77 WS-UP-MODO                   PIC X.
       LINKAGE SECTION.
       01 WS-PAR-MEDIA                 PIC 9(02)V9.
       01 WS-PAR-RECUP                 PIC 9(02)V9.
           MOVE 75 TO WS-PAR-FREQ
           MOVE 20 TO WS-PAR-MAXNOTAS

      * Cada unidade escolar tem seus parametros; unidade que ainda
      * nao gravou os seus usa os da sede (arquivo de sempre).
           MOVE 'U' TO WS-UP-MODO
           CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-PARAMETROS
           OPEN INPUT PARAM-FILE
           IF WS-FS-PAR NOT = 0
               MOVE 'B' TO WS-UP-MODO
               CALL 'UNIPATH' USING WS-UP-MODO WS-PATH-PARAMETROS
               OPEN INPUT PARAM-FILE
           END-IF
           IF WS-FS-PAR = 0
               READ PARAM-FILE
                   AT END
