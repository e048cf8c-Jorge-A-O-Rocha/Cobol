       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP059.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * DADOS FISCAIS DO PRODUTO                   *
      * CODIGO NCM E CLASSIFICACAO FISCAL USADA    *
      * NAS REGRAS DE ICMS/IPI (SVP060) PELO       *
      * FATURAMENTO DE VENDA (SVP026)              *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPFIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PFIS-PRODCOD
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PROD-COD
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS PROD-DESC
                       WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQPFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPFIS.DAT".
       01 REGPFIS.
           03 PFIS-PRODCOD           PIC 9(06).
           03 PFIS-NCM               PIC 9(08).
           03 PFIS-CLASSE            PIC 9(02).

       FD  ARQPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROD.DAT".
       01 REGPROD.
           03 PROD-COD               PIC 9(06).
           03 PROD-DESC              PIC X(30).
           03 PROD-UNID              PIC X(02).
           03 PROD-TPPROD            PIC 9(01).
           03 PROD-FORNEC            PIC 9(14).
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

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
       01 TELAX59.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE
              "* DADOS FISCAIS DO PRODUTO *".
           05 LINE 05 COLUMN 01 VALUE "COD PRODUTO           :".
           05 LINE 07 COLUMN 01 VALUE "DESCRICAO PRODUTO     :".
           05 LINE 09 COLUMN 01 VALUE "CODIGO NCM            :".
           05 LINE 11 COLUMN 01 VALUE "CLASSIFICACAO FISCAL  :".
           05 LINE 11 COLUMN 31 VALUE "(01 A 99)".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TPFIS-PRODCOD
               LINE 05 COLUMN 26 PIC 9(06)
               USING PFIS-PRODCOD
               HIGHLIGHT.

           05 TPROD-DESC
               LINE 07 COLUMN 26 PIC X(30)
               USING PROD-DESC
               HIGHLIGHT.

           05 TPFIS-NCM
               LINE 09 COLUMN 26 PIC 9999.99.99
               USING PFIS-NCM
               HIGHLIGHT.

           05 TPFIS-CLASSE
               LINE 11 COLUMN 26 PIC 9(02)
               USING PFIS-CLASSE
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
           OPEN I-O ARQPFIS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPFIS
                 CLOSE ARQPFIS
                 MOVE "*** ARQUIVO ARQPFIS FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPFIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQPROD
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQPROD NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPFIS
              GO TO ROT-FIM2.
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQPFIS.
           MOVE SPACES TO PROD-DESC
           MOVE ZEROS TO PFIS-PRODCOD PFIS-NCM PFIS-CLASSE
           MOVE ZEROS TO W-SEL.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX59.
       R2.
           ACCEPT TPFIS-PRODCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       LER-ARQPROD.
           MOVE PFIS-PRODCOD TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO2 = "00"
                DISPLAY TPROD-DESC
           ELSE
              IF ST-ERRO2 = "23"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQPROD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       LER-ARQPFIS.
           READ ARQPFIS WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                DISPLAY TPFIS-NCM TPFIS-CLASSE
                MOVE "*** PRODUTO JA TEM DADOS FISCAIS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           ELSE
              IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQUIVO ARQPFIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       R3.
           ACCEPT TPFIS-NCM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF PFIS-NCM = 0
                 MOVE "*** INFORME O CODIGO NCM ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       R4.
           ACCEPT TPFIS-CLASSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PFIS-CLASSE = 0
                 MOVE "*** INFORME A CLASSIFICACAO (01 A 99) ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       GRAVA-PFIS.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGPFIS
           IF ST-ERRO = "00" OR "02"
              MOVE "*** DADOS FISCAIS GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DOS DADOS FISCAIS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGPFIS
           IF ST-ERRO = "00" OR "02"
              MOVE "*** DADOS FISCAIS ALTERADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DOS DADOS FISCAIS" TO MENS
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
                DELETE ARQPFIS RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DADOS FISCAIS EXCLUIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPFIS ARQPROD.
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
