       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP056.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * GRUPO DE PRECO DO CLIENTE                  *
      * LIGA O CLIENTE (CLI-CPF) A UM GRUPO DA     *
      * TABELA DE PRECOS ESPECIAIS (SVP055)        *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLIG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CLIG-CPF
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CLI-CPF
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS CLI-TP
                       WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLIG.DAT".
       01 REGCLIG.
           03 CLIG-CPF               PIC 9(14).
           03 CLIG-GRUPO             PIC 9(03).

       FD  ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
           03 CLI-TP               PIC X(01).
           03 CLI-CPF              PIC 9(14).
           03 CLI-NOME             PIC X(30).
           03 CLI-FANTASIA         PIC X(12).
           03 CLI-DDD              PIC 9(02).
           03 CLI-NUMTEL           PIC 9(09).
           03 CLI-EMAIL            PIC X(30).
           03 CLI-CEP              PIC 9(08).
           03 CLI-CONTATO          PIC X(30).
           03 CLI-LONGRADOURO      PIC 9(05).
           03 CLI-COMPLEMENTO      PIC X(12).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 W-ACT                PIC 9(02) VALUE ZEROS.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-SEL                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 TELAX56.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE
              "* GRUPO DE PRECO DO CLIENTE *".
           05 LINE 05 COLUMN 01 VALUE "CLIENTE CPF/CNPJ      :".
           05 LINE 07 COLUMN 01 VALUE "NOME CLIENTE          :".
           05 LINE 09 COLUMN 01 VALUE "GRUPO DE PRECO        :".
           05 LINE 09 COLUMN 31 VALUE "(001 A 999)".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TCLIG-CPF
               LINE 05 COLUMN 26 PIC 9(14)
               USING CLIG-CPF
               HIGHLIGHT.

           05 TCLI-NOME
               LINE 07 COLUMN 26 PIC X(30)
               USING CLI-NOME
               HIGHLIGHT.

           05 TCLIG-GRUPO
               LINE 09 COLUMN 26 PIC 9(03)
               USING CLIG-GRUPO
               HIGHLIGHT.

           05 TMENS
               LINE 23 COLUMN 26 PIC X(50)
               USING MENS
               HIGHLIGHT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN I-O ARQCLIG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCLIG
                 CLOSE ARQCLIG
                 MOVE "*** ARQUIVO ARQCLIG FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCLIG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCLIG
              GO TO ROT-FIM2.
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQCLIG.
           MOVE SPACES TO CLI-NOME
           MOVE ZEROS TO CLIG-CPF CLIG-GRUPO
           MOVE ZEROS TO W-SEL.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX56.
       R2.
           ACCEPT TCLIG-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       LER-ARQCLI.
           MOVE CLIG-CPF TO CLI-CPF.
           READ ARQCLI
           IF ST-ERRO2 = "00"
                DISPLAY TCLI-NOME
           ELSE
              IF ST-ERRO2 = "23"
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQCLI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       LER-ARQCLIG.
           READ ARQCLIG WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                DISPLAY TCLIG-GRUPO
                MOVE "*** CLIENTE JA TEM GRUPO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           ELSE
              IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQUIVO ARQCLIG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       R3.
           ACCEPT TCLIG-GRUPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CLIG-GRUPO = 0
                 MOVE "*** INFORME O GRUPO (001 A 999) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       GRAVA-CLIG.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGCLIG
           IF ST-ERRO = "00" OR "02"
              MOVE "*** GRUPO DO CLIENTE GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO GRUPO DO CLIENTE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGCLIG
           IF ST-ERRO = "00" OR "02"
              MOVE "*** GRUPO DO CLIENTE ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO GRUPO DO CLIENTE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" OR "n" AND W-OPCAO NOT = "A" OR "a"
                    AND W-OPCAO NOT = "E" OR "e" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N" OR "n"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A" OR "a"
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQCLIG RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CLIENTE RETIRADO DO GRUPO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQCLIG ARQCLI.
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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
