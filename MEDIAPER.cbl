      ******************************************************************
      * Author: LUCAS BOLELLI
      * Date: 15/10/2026
      * Purpose: MEDIA FINAL PELO REGIME DE AVALIACAO DA TURMA NO ANO
      *          (REGIME): SOMA AS COLUNAS DE MEDIA DOS PERIODOS EM
      *          VIGOR - 4 BIMESTRES, 3 TRIMESTRES OU 2 SEMESTRES - E
      *          DIVIDE PELA QUANTIDADE DE PERIODOS. COLUNAS ALEM DO
      *          REGIME NAO ENTRAM NA CONTA. NA TURMA BIMESTRAL (E EM
      *          TODO O HISTORICO ANTERIOR AO REGIME) E A MESMA MEDIA
      *          SIMPLES DAS QUATRO COLUNAS DE SEMPRE. UM SO LUGAR
      *          PARA A REGRA, NO LUGAR DO '/ 4' ESPALHADO PELOS
      *          CAMINHOS DE RECALCULO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIAPER.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-QTD-PERIODOS              PIC 9.
       77 WS-NOME-PERIODO              PIC X(09).
       LINKAGE SECTION.
       01 WS-MP-ANO                    PIC X(07).
       01 WS-MP-TURMA                  PIC X(10).
       01 WS-MP-MEDIA1                 PIC 9(02)V9.
       01 WS-MP-MEDIA2                 PIC 9(02)V9.
       01 WS-MP-MEDIA3                 PIC 9(02)V9.
       01 WS-MP-MEDIA4                 PIC 9(02)V9.
       01 WS-MP-MEDIATOTAL             PIC 9(02)V9.
       PROCEDURE DIVISION USING WS-MP-ANO WS-MP-TURMA WS-MP-MEDIA1
                                WS-MP-MEDIA2 WS-MP-MEDIA3
                                WS-MP-MEDIA4 WS-MP-MEDIATOTAL.

       P100-INICIO.
           CALL 'REGIME' USING WS-MP-ANO WS-MP-TURMA WS-QTD-PERIODOS
                               WS-NOME-PERIODO
           EVALUATE WS-QTD-PERIODOS
               WHEN 2
                   COMPUTE WS-MP-MEDIATOTAL ROUNDED =
                       (WS-MP-MEDIA1 + WS-MP-MEDIA2) / 2
               WHEN 3
                   COMPUTE WS-MP-MEDIATOTAL ROUNDED =
                       (WS-MP-MEDIA1 + WS-MP-MEDIA2 + WS-MP-MEDIA3)
                           / 3
               WHEN OTHER
                   COMPUTE WS-MP-MEDIATOTAL ROUNDED =
                       (WS-MP-MEDIA1 + WS-MP-MEDIA2 + WS-MP-MEDIA3
                      + WS-MP-MEDIA4) / 4
           END-EVALUATE
           GOBACK
           .
