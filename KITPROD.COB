       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP062.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * ESTRUTURA DE KIT (LISTA DE MATERIAIS) :    *
      * COMPONENTES E QUANTIDADE POR KIT MONTADO,  *
      * USADA NA MONTAGEM E DESMONTAGEM (SVP063).  *
      * UM KIT NAO E COMPONENTE DE OUTRO KIT       *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQKIT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS KIT-CHAVE
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS KIT-COMPON
                       WITH DUPLICATES.

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
       FD  ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
           03 KIT-CHAVE.
               05 KIT-PRODCOD        PIC 9(06).
               05 KIT-COMPON         PIC 9(06).
           03 KIT-QTDE               PIC 9(04).

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
           01 W-KIT                PIC 9(06) VALUE ZEROS.
           01 W-COMP               PIC 9(06) VALUE ZEROS.
           01 W-QTDE               PIC 9(04) VALUE ZEROS.
           01 W-DESC-KIT           PIC X(30) VALUE SPACES.
           01 W-DESC-COMP          PIC X(30) VALUE SPACES.
           01 W-CUSTO-COMP         PIC 9(05)V99 VALUE ZEROS.
           01 W-CUSTO-KIT          PIC 9(07)V99 VALUE ZEROS.
           01 W-QTD-COMP           PIC 9(03) VALUE ZEROS.
           01 W-FIM-ARQKIT         PIC X(01) VALUE "N".
           01 W-ACHOU              PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 TELAX62.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE
              "* ESTRUTURA DE KIT (COMPONENTES) *".
           05 LINE 05 COLUMN 01 VALUE "COD PRODUTO KIT       :".
           05 LINE 07 COLUMN 01 VALUE "DESCRICAO DO KIT      :".
           05 LINE 09 COLUMN 01 VALUE "COMPONENTES / CUSTO   :".
           05 LINE 12 COLUMN 01 VALUE "COD COMPONENTE        :".
           05 LINE 14 COLUMN 01 VALUE "DESCRICAO COMPONENTE  :".
           05 LINE 16 COLUMN 01 VALUE "CUSTO MEDIO COMPONENTE:".
           05 LINE 18 COLUMN 01 VALUE "QTDE POR KIT          :".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TW-KIT
               LINE 05 COLUMN 26 PIC 9(06)
               USING W-KIT
               HIGHLIGHT.

           05 TW-DESC-KIT
               LINE 07 COLUMN 26 PIC X(30)
               USING W-DESC-KIT
               HIGHLIGHT.

           05 TW-QTD-COMP
               LINE 09 COLUMN 26 PIC ZZ9
               USING W-QTD-COMP
               HIGHLIGHT.

           05 TW-CUSTO-KIT
               LINE 09 COLUMN 32 PIC Z.ZZZ.ZZ9,99
               USING W-CUSTO-KIT
               HIGHLIGHT.

           05 TW-COMP
               LINE 12 COLUMN 26 PIC 9(06)
               USING W-COMP
               HIGHLIGHT.

           05 TW-DESC-COMP
               LINE 14 COLUMN 26 PIC X(30)
               USING W-DESC-COMP
               HIGHLIGHT.

           05 TW-CUSTO-COMP
               LINE 16 COLUMN 26 PIC ZZ.ZZ9,99
               USING W-CUSTO-COMP
               HIGHLIGHT.

           05 TW-QTDE
               LINE 18 COLUMN 26 PIC 9(04)
               USING W-QTDE
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
           OPEN I-O ARQKIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQKIT
                 CLOSE ARQKIT
                 MOVE "*** ARQUIVO ARQKIT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQKIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQPROD
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQPROD NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQKIT
              GO TO ROT-FIM2.
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQKIT.
           MOVE SPACES TO W-DESC-KIT W-DESC-COMP
           MOVE ZEROS TO W-KIT W-COMP W-QTDE W-CUSTO-COMP
           MOVE ZEROS TO W-CUSTO-KIT W-QTD-COMP W-SEL.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX62.
       R2.
           ACCEPT TW-KIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       LER-KIT.
           MOVE W-KIT TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO2 = "00"
                MOVE PROD-DESC TO W-DESC-KIT
                DISPLAY TW-DESC-KIT
           ELSE
              IF ST-ERRO2 = "23"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQPROD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE W-KIT TO KIT-COMPON.
           READ ARQKIT KEY IS KIT-COMPON
           IF ST-ERRO = "00"
                MOVE "*** PRODUTO E COMPONENTE DE OUTRO KIT ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM SOMA-CUSTO THRU SOMA-CUSTO-FIM.
           DISPLAY TW-QTD-COMP.
           DISPLAY TW-CUSTO-KIT.
       R3.
           MOVE SPACES TO W-DESC-COMP.
           MOVE ZEROS TO W-COMP W-QTDE W-CUSTO-COMP W-SEL.
           DISPLAY TW-COMP.
           DISPLAY TW-DESC-COMP.
           DISPLAY TW-CUSTO-COMP.
           DISPLAY TW-QTDE.
           ACCEPT TW-COMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-COMP = W-KIT
                 MOVE "*** O KIT NAO PODE SER SEU COMPONENTE ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       LER-COMP.
           MOVE W-COMP TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO2 = "00"
                MOVE PROD-DESC TO W-DESC-COMP
                MOVE PROD-CUSTO TO W-CUSTO-COMP
                DISPLAY TW-DESC-COMP
                DISPLAY TW-CUSTO-COMP
           ELSE
              IF ST-ERRO2 = "23"
                   MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQPROD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM.
           IF W-ACHOU = "S"
                 MOVE "*** COMPONENTE E UM KIT, NAO PERMITIDO ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       LER-ARQKIT.
           MOVE W-KIT TO KIT-PRODCOD.
           MOVE W-COMP TO KIT-COMPON.
           READ ARQKIT WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                MOVE KIT-QTDE TO W-QTDE
                DISPLAY TW-QTDE
                MOVE "*** COMPONENTE JA CADASTRADO NO KIT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           ELSE
              IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQUIVO ARQKIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       R4.
           ACCEPT TW-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-QTDE = 0
                 MOVE "*** QUANTIDADE DEVE SER MAIOR QUE ZERO ***"
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
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       GRAVA-KIT.
           MOVE W-KIT TO KIT-PRODCOD.
           MOVE W-COMP TO KIT-COMPON.
           MOVE W-QTDE TO KIT-QTDE.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGKIT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** COMPONENTE INCLUIDO NO KIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE "ERRO NA GRAVACAO DA ESTRUTURA DO KIT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGKIT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** QUANTIDADE DO COMPONENTE ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE "ERRO NA GRAVACAO DA ESTRUTURA DO KIT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------- RECALCULA O CUSTO E VOLTA PARA O PROXIMO COMPONENTE -----
       R5.
           UNLOCK ARQKIT.
           PERFORM SOMA-CUSTO THRU SOMA-CUSTO-FIM.
           DISPLAY TW-QTD-COMP.
           DISPLAY TW-CUSTO-KIT.
           GO TO R3.
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
                   UNLOCK ARQKIT
                   GO TO R3
                ELSE
                   IF W-OPCAO = "A" OR "a"
                      GO TO R4.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQKIT RECORD
                IF ST-ERRO = "00"
                   MOVE "*** COMPONENTE RETIRADO DO KIT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
      *---------[ O COMPONENTE TEM ESTRUTURA PROPRIA (E UM KIT) ? ]------
       VERIFICA-KIT.
           MOVE "N" TO W-ACHOU.
           MOVE W-COMP TO KIT-PRODCOD.
           MOVE ZEROS TO KIT-COMPON.
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY GO TO VERIFICA-KIT-FIM
           END-START.
           READ ARQKIT NEXT RECORD
               AT END GO TO VERIFICA-KIT-FIM
           END-READ.
           IF KIT-PRODCOD = W-COMP
                MOVE "S" TO W-ACHOU.
       VERIFICA-KIT-FIM.
           EXIT.
      *---------[ CUSTO DO KIT = SOMA DOS COMPONENTES A CUSTO MEDIO ]----
       SOMA-CUSTO.
           MOVE ZEROS TO W-CUSTO-KIT W-QTD-COMP.
           MOVE "N" TO W-FIM-ARQKIT.
           MOVE W-KIT TO KIT-PRODCOD.
           MOVE ZEROS TO KIT-COMPON.
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQKIT
           END-START.
       SOMA-CUSTO1.
           IF W-FIM-ARQKIT = "S"
                GO TO SOMA-CUSTO-FIM.
           READ ARQKIT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQKIT
           END-READ.
           IF W-FIM-ARQKIT = "S"
                GO TO SOMA-CUSTO-FIM.
           IF KIT-PRODCOD NOT = W-KIT
                GO TO SOMA-CUSTO-FIM.
           ADD 1 TO W-QTD-COMP.
           MOVE KIT-COMPON TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO2 = "00"
                COMPUTE W-CUSTO-KIT = W-CUSTO-KIT
                                    + KIT-QTDE * PROD-CUSTO.
           GO TO SOMA-CUSTO1.
       SOMA-CUSTO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQKIT ARQPROD.
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
