       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP050.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * PARAMETROS DA POLITICA DE SENHAS           *
      * PRAZO DE VALIDADE DA SENHA EM DIAS         *
      * (000 = SENHA NAO VENCE)                    *
      * SEM ARQSEG O MENU ASSUME 90 DIAS           *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSEG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS SEG-CHAVE
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQSEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEG.DAT".
       01 REGSEG.
           03 SEG-CHAVE              PIC 9(01).
           03 SEG-DIAS               PIC 9(03).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 W-ACT                PIC 9(02) VALUE ZEROS.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-SEL                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 TELAX50.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE "* POLITICA DE SENHAS *".
           05 LINE 05 COLUMN 01 VALUE "VALIDADE DA SENHA     :".
           05 LINE 05 COLUMN 31 VALUE "DIAS (000 = NAO VENCE)".
           05 LINE 07 COLUMN 01 VALUE "FALHAS P/ BLOQUEIO    :".
           05 LINE 07 COLUMN 26 VALUE "3".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TSEG-DIAS
               LINE 05 COLUMN 26 PIC 9(03)
               USING SEG-DIAS
               HIGHLIGHT.

           05 TMENS
               LINE 23 COLUMN 26 PIC X(50)
               USING MENS
               HIGHLIGHT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *-------------ABERTURA DO ARQUIVO -------------------
       R0.
           OPEN I-O ARQSEG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSEG
                 CLOSE ARQSEG
                 MOVE "*** ARQUIVO ARQSEG FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSEG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *------------- LEITURA DO PARAMETRO ------------
       R1.
           MOVE ZEROS TO W-SEL.
           MOVE 1 TO SEG-CHAVE.
           READ ARQSEG WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
           ELSE
              IF ST-ERRO = "23"
                   MOVE 1 TO SEG-CHAVE
                   MOVE 90 TO SEG-DIAS
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQSEG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX50.
       R2.
           ACCEPT TSEG-DIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       GRAVA-SEG.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGSEG
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PARAMETROS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ERRO NA GRAVACAO DOS PARAMETROS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGSEG
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PARAMETROS ALTERADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ERRO NA GRAVACAO DOS PARAMETROS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQSEG.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
