       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP048.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * CONVERSAO UNICA DOS PARAMETROS DE          *
      * REPOSICAO PARA A CLASSE ABC                *
      * ARQPAR GANHA PAR-CLASSE (EM BRANCO ATE A   *
      * PRIMEIRA CLASSIFICACAO PELO SVP047)        *
      * GERA ARQPARN.DAT                           *
      * APOS CONFERIR, RENOMEAR SOBRE O ORIGINAL   *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS PAR-PRODCOD
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQNOVO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS NOV-PRODCOD
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
           03 PAR-PRODCOD            PIC 9(06).
           03 PAR-ESTMIN             PIC 9(06).
           03 PAR-QTDREP             PIC 9(06).

       FD  ARQNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARN.DAT".
       01 REGNOVO.
           03 NOV-PRODCOD            PIC 9(06).
           03 NOV-ESTMIN             PIC 9(06).
           03 NOV-QTDREP             PIC 9(06).
           03 NOV-CLASSE             PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 W-FIM                 PIC X(01) VALUE "N".
           01 W-TOT-PAR             PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------CONVERSAO DOS PARAMETROS DE REPOSICAO --------------
       R0.
           OPEN INPUT ARQPAR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQPAR NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQNOVO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO ARQPARN ***"
              CLOSE ARQPAR
              GO TO ROT-FIM2.
       R1.
           READ ARQPAR NEXT RECORD
               AT END MOVE "S" TO W-FIM
           END-READ.
           IF W-FIM = "S"
                GO TO R2.
           MOVE PAR-PRODCOD  TO NOV-PRODCOD.
           MOVE PAR-ESTMIN   TO NOV-ESTMIN.
           MOVE PAR-QTDREP   TO NOV-QTDREP.
           MOVE SPACES       TO NOV-CLASSE.
           WRITE REGNOVO
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PARAMETRO : " PAR-PRODCOD
              CLOSE ARQPAR ARQNOVO
              GO TO ROT-FIM2.
           ADD 1 TO W-TOT-PAR.
           GO TO R1.
       R2.
           CLOSE ARQPAR ARQNOVO.

      *-------------TOTALIZACAO E INSTRUCOES ---------------------------
       R9.
           DISPLAY "PARAMETROS CONVERTIDOS  : " W-TOT-PAR.
           DISPLAY "CONFERIR O ARQUIVO GERADO E RENOMEAR :".
           DISPLAY "  ARQPARN.DAT SOBRE ARQPAR.DAT".
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
