       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP044.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * DADOS BANCARIOS DO FORNECEDOR PARA A       *
      * REMESSA DE PAGAMENTOS CNAB 240 (SVP045)    *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFORB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FORB-CPF
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FOR-CPF
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS FOR-TP
                       WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFORB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORB.DAT".
       01 REGFORB.
           03 FORB-CPF               PIC 9(14).
           03 FORB-BANCO             PIC 9(03).
           03 FORB-AGENCIA           PIC 9(05).
           03 FORB-DVAG              PIC X(01).
           03 FORB-CONTA             PIC 9(12).
           03 FORB-DVCTA             PIC X(01).

       FD  ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQ.FORDAT".
       01 REGFOR.
           03 FOR-TP               PIC X(01).
           03 FOR-CPF              PIC 9(14).
           03 FOR-NOME             PIC X(30).
           03 FOR-FANTASIA         PIC X(12).
           03 FOR-DDD              PIC 9(02).
           03 FOR-NUMTEL           PIC 9(09).
           03 FOR-EMAIL            PIC X(30).
           03 FOR-CEP              PIC 9(08).
           03 FOR-CONTATO          PIC X(30).
           03 FOR-LONGRADOURO      PIC 9(05).
           03 FOR-COMPLEMENTO      PIC X(12).

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
       01 TELAX44.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE
              "* DADOS BANCARIOS DO FORNECEDOR *".
           05 LINE 05 COLUMN 01 VALUE "FORNECEDOR CPF/CNPJ   :".
           05 LINE 07 COLUMN 01 VALUE "RAZAO SOCIAL          :".
           05 LINE 09 COLUMN 01 VALUE "BANCO (CODIGO COMPE)  :".
           05 LINE 11 COLUMN 01 VALUE "AGENCIA / DIGITO      :".
           05 LINE 11 COLUMN 32 VALUE "-".
           05 LINE 13 COLUMN 01 VALUE "CONTA / DIGITO        :".
           05 LINE 13 COLUMN 39 VALUE "-".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TFORB-CPF
               LINE 05 COLUMN 26 PIC 9(14)
               USING FORB-CPF
               HIGHLIGHT.

           05 TFOR-NOME
               LINE 07 COLUMN 26 PIC X(30)
               USING FOR-NOME
               HIGHLIGHT.

           05 TFORB-BANCO
               LINE 09 COLUMN 26 PIC 9(03)
               USING FORB-BANCO
               HIGHLIGHT.

           05 TFORB-AGENCIA
               LINE 11 COLUMN 26 PIC 9(05)
               USING FORB-AGENCIA
               HIGHLIGHT.

           05 TFORB-DVAG
               LINE 11 COLUMN 34 PIC X(01)
               USING FORB-DVAG
               HIGHLIGHT.

           05 TFORB-CONTA
               LINE 13 COLUMN 26 PIC 9(12)
               USING FORB-CONTA
               HIGHLIGHT.

           05 TFORB-DVCTA
               LINE 13 COLUMN 41 PIC X(01)
               USING FORB-DVCTA
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
           OPEN I-O ARQFORB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQFORB
                 CLOSE ARQFORB
                 MOVE "*** ARQUIVO ARQFORB FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFORB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQFOR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO FORNECEDOR NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQFORB.
           MOVE SPACES TO FOR-NOME FORB-DVAG FORB-DVCTA
           MOVE ZEROS TO FORB-CPF FORB-BANCO FORB-AGENCIA FORB-CONTA
           MOVE ZEROS TO W-SEL.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX44.
       R2.
           ACCEPT TFORB-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       LER-ARQFOR.
           MOVE FORB-CPF TO FOR-CPF.
           READ ARQFOR
           IF ST-ERRO2 = "00"
                DISPLAY TELAX44
           ELSE
              IF ST-ERRO2 = "23"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO FORNECEDOR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       LER-ARQFORB.
           READ ARQFORB WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                DISPLAY TELAX44
                MOVE "*** DADOS BANCARIOS JA CADASTRADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           ELSE
              IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQUIVO ARQFORB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       R3.
           ACCEPT TFORB-BANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF FORB-BANCO = 0
                 MOVE "*** INFORME O CODIGO DO BANCO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       R4.
           ACCEPT TFORB-AGENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF FORB-AGENCIA = 0
                 MOVE "*** INFORME A AGENCIA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
       R4A.
           ACCEPT TFORB-DVAG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R5.
           ACCEPT TFORB-CONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4A.
           IF FORB-CONTA = 0
                 MOVE "*** INFORME A CONTA CORRENTE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
       R5A.
           ACCEPT TFORB-DVCTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF FORB-DVCTA = SPACES
                 MOVE "*** INFORME O DIGITO DA CONTA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5A.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       GRAVA-FORB.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGFORB
           IF ST-ERRO = "00" OR "02"
              MOVE "*** DADOS BANCARIOS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DOS DADOS BANCARIOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGFORB
           IF ST-ERRO = "00" OR "02"
              MOVE "*** DADOS BANCARIOS ALTERADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DOS DADOS BANCARIOS" TO MENS
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
                DELETE ARQFORB RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DADOS BANCARIOS EXCLUIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFORB ARQFOR.
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
