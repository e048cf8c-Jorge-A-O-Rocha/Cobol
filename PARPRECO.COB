       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP057.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * PARAMETRO DA TABELA DE PRECOS              *
      * NIVEL DE OPERADOR ACIMA DO QUAL O PRECO    *
      * DA TABELA PODE SER ALTERADO NO PEDIDO      *
      * SEM ARQPPAR O PEDIDO ASSUME NIVEL 1        *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPPAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PPAR-CHAVE
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQPPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPPAR.DAT".
       01 REGPPAR.
           03 PPAR-CHAVE              PIC 9(01).
           03 PPAR-NIVEL             PIC 9(01).

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
       01 TELAX57.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE "* PARAMETRO DE PRECOS *".
           05 LINE 05 COLUMN 01 VALUE "ALTERA PRECO ACIMA DE :".
           05 LINE 05 COLUMN 31 VALUE "NIVEL (1 OU 2)".
           05 LINE 07 COLUMN 01 VALUE "NIVEL 1 = ALMOXARIFADO".
           05 LINE 08 COLUMN 01 VALUE
              "NIVEL 2 = CADASTROS E RELATORIOS".
           05 LINE 09 COLUMN 01 VALUE "NIVEL 3 = SUPERVISOR".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TPPAR-NIVEL
               LINE 05 COLUMN 26 PIC 9(01)
               USING PPAR-NIVEL
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
           OPEN I-O ARQPPAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPPAR
                 CLOSE ARQPPAR
                 MOVE "*** ARQUIVO ARQPPAR FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPPAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
      *------------- LEITURA DO PARAMETRO ------------
       R1.
           MOVE ZEROS TO W-SEL.
           MOVE 1 TO PPAR-CHAVE.
           READ ARQPPAR WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
           ELSE
              IF ST-ERRO = "23"
                   MOVE 1 TO PPAR-CHAVE
                   MOVE 1 TO PPAR-NIVEL
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQPPAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX57.
       R2.
           ACCEPT TPPAR-NIVEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PPAR-NIVEL NOT = 1 AND 2
                 MOVE "*** INFORME NIVEL 1 OU 2 ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.

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

       GRAVA-PPAR.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGPPAR
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PARAMETROS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ERRO NA GRAVACAO DOS PARAMETROS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGPPAR
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PARAMETROS ALTERADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ERRO NA GRAVACAO DOS PARAMETROS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPPAR.
       ROT-FIM2.
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
