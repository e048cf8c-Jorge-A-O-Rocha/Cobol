       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP060.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * REGRAS FISCAIS DE ICMS E IPI POR           *
      * CLASSIFICACAO FISCAL DO PRODUTO (SVP059)   *
      * E UF DE DESTINO (CEP-UF DO CLIENTE)        *
      * UF ** = REGRA PARA AS DEMAIS UFS           *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTRIB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS TRIB-CHAVE
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRIB.DAT".
       01 REGTRIB.
           03 TRIB-CHAVE.
               05 TRIB-CLASSE        PIC 9(02).
               05 TRIB-UF            PIC X(02).
           03 TRIB-ALQICMS           PIC 9(02)V99.
           03 TRIB-ALQIPI            PIC 9(02)V99.
           03 TRIB-IPIBASE           PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 W-ACT                PIC 9(02) VALUE ZEROS.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-SEL                PIC 9(02) VALUE ZEROS.
           01 W-IDX                PIC 9(02) VALUE ZEROS.
           01 W-UF-OK              PIC X(01) VALUE "N".

      *---------[ UNIDADES DA FEDERACAO ]-----------------------------
           01 W-TAB-UF.
               05 FILLER PIC X(18) VALUE "ACALAMAPBACEDFESGO".
               05 FILLER PIC X(18) VALUE "MAMGMSMTPAPBPEPIPR".
               05 FILLER PIC X(18) VALUE "RJRNRORRRSSCSESPTO".
           01 W-TAB-UF-R REDEFINES W-TAB-UF.
               05 W-UF             PIC X(02) OCCURS 27 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 TELAX60.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE
              "* REGRAS FISCAIS ICMS / IPI *".
           05 LINE 05 COLUMN 01 VALUE "CLASSIFICACAO FISCAL  :".
           05 LINE 05 COLUMN 31 VALUE "(01 A 99)".
           05 LINE 07 COLUMN 01 VALUE "UF DE DESTINO         :".
           05 LINE 07 COLUMN 31 VALUE "(** = DEMAIS UFS)".
           05 LINE 09 COLUMN 01 VALUE "ALIQUOTA ICMS (%)     :".
           05 LINE 11 COLUMN 01 VALUE "ALIQUOTA IPI  (%)     :".
           05 LINE 13 COLUMN 01 VALUE "IPI NA BASE DO ICMS   :".
           05 LINE 13 COLUMN 31 VALUE "(S/N)".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TTRIB-CLASSE
               LINE 05 COLUMN 26 PIC 9(02)
               USING TRIB-CLASSE
               HIGHLIGHT.

           05 TTRIB-UF
               LINE 07 COLUMN 26 PIC X(02)
               USING TRIB-UF
               HIGHLIGHT.

           05 TTRIB-ALQICMS
               LINE 09 COLUMN 26 PIC Z9,99
               USING TRIB-ALQICMS
               HIGHLIGHT.

           05 TTRIB-ALQIPI
               LINE 11 COLUMN 26 PIC Z9,99
               USING TRIB-ALQIPI
               HIGHLIGHT.

           05 TTRIB-IPIBASE
               LINE 13 COLUMN 26 PIC X(01)
               USING TRIB-IPIBASE
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
           OPEN I-O ARQTRIB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTRIB
                 CLOSE ARQTRIB
                 MOVE "*** ARQUIVO ARQTRIB FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTRIB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQTRIB.
           MOVE SPACES TO TRIB-UF
           MOVE ZEROS TO TRIB-CLASSE TRIB-ALQICMS TRIB-ALQIPI
           MOVE "N" TO TRIB-IPIBASE
           MOVE ZEROS TO W-SEL.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX60.
       R2.
           ACCEPT TTRIB-CLASSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF TRIB-CLASSE = 0
                 MOVE "*** INFORME A CLASSIFICACAO (01 A 99) ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R2A.
           ACCEPT TTRIB-UF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           PERFORM VALIDA-UF THRU VALIDA-UF-FIM.
           IF W-UF-OK NOT = "S"
                 MOVE "*** UF INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A.
       LER-ARQTRIB.
           READ ARQTRIB WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                DISPLAY TTRIB-ALQICMS TTRIB-ALQIPI TTRIB-IPIBASE
                MOVE "*** REGRA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           ELSE
              IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQUIVO ARQTRIB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       R3.
           ACCEPT TTRIB-ALQICMS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
       R4.
           ACCEPT TTRIB-ALQIPI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R5.
           ACCEPT TTRIB-IPIBASE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF TRIB-IPIBASE = "s"
                 MOVE "S" TO TRIB-IPIBASE.
           IF TRIB-IPIBASE = "n"
                 MOVE "N" TO TRIB-IPIBASE.
           IF TRIB-IPIBASE NOT = "S" AND "N"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       GRAVA-TRIB.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGTRIB
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGRA FISCAL GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DA REGRA FISCAL" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGTRIB
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGRA FISCAL ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DA REGRA FISCAL" TO MENS
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
                DELETE ARQTRIB RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGRA FISCAL EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQTRIB.
       ROT-FIM2.
           GOBACK.
      *---------[ VALIDACAO DA UF DE DESTINO ]---------------------
       VALIDA-UF.
           MOVE "N" TO W-UF-OK.
           IF TRIB-UF = "**"
                MOVE "S" TO W-UF-OK
                GO TO VALIDA-UF-FIM.
           MOVE ZEROS TO W-IDX.
       VALIDA-UF1.
           ADD 1 TO W-IDX.
           IF W-IDX > 27
                GO TO VALIDA-UF-FIM.
           IF W-UF (W-IDX) NOT = TRIB-UF
                GO TO VALIDA-UF1.
           MOVE "S" TO W-UF-OK.
       VALIDA-UF-FIM.
           EXIT.
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
