       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP055.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * TABELA DE PRECOS ESPECIAIS POR CLIENTE     *
      * (CLI-CPF) OU POR GRUPO DE CLIENTES (SVP056)*
      * COM VIGENCIA E FAIXA POR QUANTIDADE        *
      * USADA PELO PEDIDO DE VENDA (SVP025)        *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTABP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS TABP-CHAVE
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

           SELECT ARQPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PROD-COD
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS PROD-DESC
                       WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQTABP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTABP.DAT".
       01 REGTABP.
           03 TABP-CHAVE.
               05 TABP-TIPO          PIC X(01).
               05 TABP-CODIGO        PIC 9(14).
               05 TABP-PRODCOD       PIC 9(06).
               05 TABP-DTINI         PIC 9(08).
               05 TABP-QTMIN         PIC 9(06).
           03 TABP-DTFIM             PIC 9(08).
           03 TABP-PRECO             PIC 9(05)V99.

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
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-SEL                PIC 9(02) VALUE ZEROS.
           01 W-NOME               PIC X(30) VALUE SPACES.
           01 W-DESCONTO           PIC S9(05)V99 VALUE ZEROS.

           01 W-DTINI              PIC 9(08) VALUE ZEROS.
           01 W-DTINI-R REDEFINES W-DTINI.
               05 W-DTINI-DD       PIC 9(02).
               05 W-DTINI-MM       PIC 9(02).
               05 W-DTINI-AAAA     PIC 9(04).
           01 W-DTFIM              PIC 9(08) VALUE ZEROS.
           01 W-DTFIM-R REDEFINES W-DTFIM.
               05 W-DTFIM-DD       PIC 9(02).
               05 W-DTFIM-MM       PIC 9(02).
               05 W-DTFIM-AAAA     PIC 9(04).
           01 W-DTFIM-AMD          PIC 9(08) VALUE ZEROS.
           01 W-DT-FUTURO          PIC X(01) VALUE "S".
           01 W-DT-VALIDO          PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 TELAX55.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE
              "* TABELA DE PRECOS POR CLIENTE / GRUPO *".
           05 LINE 04 COLUMN 01 VALUE "TIPO (C=CLIENTE G=GRUPO):".
           05 LINE 05 COLUMN 01 VALUE "CLIENTE CPF / GRUPO   :".
           05 LINE 06 COLUMN 01 VALUE "NOME                  :".
           05 LINE 08 COLUMN 01 VALUE "COD PRODUTO           :".
           05 LINE 09 COLUMN 01 VALUE "DESCRICAO PRODUTO     :".
           05 LINE 10 COLUMN 01 VALUE "PRECO DE LISTA        :".
           05 LINE 12 COLUMN 01 VALUE "INICIO VIGENCIA       :".
           05 LINE 12 COLUMN 36 VALUE "(DDMMAAAA)".
           05 LINE 13 COLUMN 01 VALUE "A PARTIR DA QUANTIDADE:".
           05 LINE 15 COLUMN 01 VALUE "FIM VIGENCIA          :".
           05 LINE 15 COLUMN 36 VALUE "(DDMMAAAA, ZEROS = SEM FIM)".
           05 LINE 16 COLUMN 01 VALUE "PRECO ESPECIAL        :".
           05 LINE 17 COLUMN 01 VALUE "DESCONTO S/ LISTA (%) :".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TTABP-TIPO
               LINE 04 COLUMN 26 PIC X(01)
               USING TABP-TIPO
               HIGHLIGHT.

           05 TTABP-CODIGO
               LINE 05 COLUMN 26 PIC 9(14)
               USING TABP-CODIGO
               HIGHLIGHT.

           05 TW-NOME
               LINE 06 COLUMN 26 PIC X(30)
               USING W-NOME
               HIGHLIGHT.

           05 TTABP-PRODCOD
               LINE 08 COLUMN 26 PIC 9(06)
               USING TABP-PRODCOD
               HIGHLIGHT.

           05 TPROD-DESC
               LINE 09 COLUMN 26 PIC X(30)
               USING PROD-DESC
               HIGHLIGHT.

           05 TPROD-PRECOUN
               LINE 10 COLUMN 26 PIC Z(4)9,99
               USING PROD-PRECOUN
               HIGHLIGHT.

           05 TW-DTINI
               LINE 12 COLUMN 26 PIC 9(08)
               USING W-DTINI
               HIGHLIGHT.

           05 TTABP-QTMIN
               LINE 13 COLUMN 26 PIC 9(06)
               USING TABP-QTMIN
               HIGHLIGHT.

           05 TW-DTFIM
               LINE 15 COLUMN 26 PIC 9(08)
               USING W-DTFIM
               HIGHLIGHT.

           05 TTABP-PRECO
               LINE 16 COLUMN 26 PIC Z(4)9,99
               USING TABP-PRECO
               HIGHLIGHT.

           05 TW-DESCONTO
               LINE 17 COLUMN 26 PIC -ZZZZ9,99
               USING W-DESCONTO
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
           OPEN I-O ARQTABP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTABP
                 CLOSE ARQTABP
                 MOVE "*** ARQUIVO ARQTABP FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTABP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQTABP
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT ARQPROD
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQPROD NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQTABP ARQCLI
              GO TO ROT-FIM2.
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQTABP.
           MOVE SPACES TO TABP-TIPO W-NOME PROD-DESC
           MOVE ZEROS TO TABP-CODIGO TABP-PRODCOD TABP-DTINI
           MOVE ZEROS TO TABP-QTMIN TABP-DTFIM TABP-PRECO
           MOVE ZEROS TO PROD-PRECOUN W-DTINI W-DTFIM W-DESCONTO
           MOVE ZEROS TO W-SEL.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX55.
       R2.
           ACCEPT TTABP-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           INSPECT TABP-TIPO CONVERTING "cg" TO "CG".
           IF TABP-TIPO NOT = "C" AND "G"
                 MOVE "*** DIGITE C=CLIENTE OU G=GRUPO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       R2A.
           ACCEPT TTABP-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF TABP-CODIGO = 0
                 MOVE "*** INFORME O CLIENTE OU O GRUPO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A.
           IF TABP-TIPO = "G"
              IF TABP-CODIGO > 999
                 MOVE "*** GRUPO DEVE SER DE 1 A 999 ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A
              ELSE
                 MOVE "GRUPO DE CLIENTES" TO W-NOME
                 DISPLAY TW-NOME
                 GO TO R3.
           MOVE TABP-CODIGO TO CLI-CPF.
           READ ARQCLI
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "23"
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2A
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO ARQCLI" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           MOVE CLI-NOME TO W-NOME.
           DISPLAY TW-NOME.
       R3.
           ACCEPT TTABP-PRODCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           MOVE TABP-PRODCOD TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO3 NOT = "00"
               IF ST-ERRO3 = "23"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO ARQPROD" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           DISPLAY TPROD-DESC TPROD-PRECOUN.
       R4.
           ACCEPT TW-DTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTINI W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
                 MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
           MOVE W-DTINI-AAAA TO TABP-DTINI (1:4).
           MOVE W-DTINI-MM   TO TABP-DTINI (5:2).
           MOVE W-DTINI-DD   TO TABP-DTINI (7:2).
       R4A.
           ACCEPT TTABP-QTMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       LER-ARQTABP.
           READ ARQTABP WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4A.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                PERFORM MOSTRA-FIM THRU MOSTRA-FIM-FIM
                MOVE "*** PRECO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           ELSE
              IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQUIVO ARQTABP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       R5.
           ACCEPT TW-DTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4A.
           IF W-DTFIM = 0
                 MOVE ZEROS TO TABP-DTFIM
                 GO TO R6.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTFIM W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
                 MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           MOVE W-DTFIM-AAAA TO W-DTFIM-AMD (1:4).
           MOVE W-DTFIM-MM   TO W-DTFIM-AMD (5:2).
           MOVE W-DTFIM-DD   TO W-DTFIM-AMD (7:2).
           IF W-DTFIM-AMD < TABP-DTINI
                 MOVE "*** FIM ANTERIOR AO INICIO DA VIGENCIA ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           MOVE W-DTFIM-AMD TO TABP-DTFIM.
       R6.
           ACCEPT TTABP-PRECO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF TABP-PRECO = 0
                 MOVE "*** INFORME O PRECO ESPECIAL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6.
           PERFORM CALC-DESCONTO THRU CALC-DESCONTO-FIM.
           DISPLAY TW-DESCONTO.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       GRAVA-TABP.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGTABP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PRECO ESPECIAL GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO PRECO ESPECIAL" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGTABP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PRECO ESPECIAL ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO PRECO ESPECIAL" TO MENS
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
                      GO TO R5.
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
                DELETE ARQTABP RECORD
                IF ST-ERRO = "00"
                   MOVE "*** PRECO ESPECIAL EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQTABP ARQCLI ARQPROD.
       ROT-FIM2.
           GOBACK.

      *---------[ EXIBE FIM DA VIGENCIA, PRECO E DESCONTO GRAVADOS ]----
       MOSTRA-FIM.
           MOVE ZEROS TO W-DTFIM.
           IF TABP-DTFIM NOT = 0
                MOVE TABP-DTFIM (7:2) TO W-DTFIM-DD
                MOVE TABP-DTFIM (5:2) TO W-DTFIM-MM
                MOVE TABP-DTFIM (1:4) TO W-DTFIM-AAAA.
           PERFORM CALC-DESCONTO THRU CALC-DESCONTO-FIM.
           DISPLAY TW-DTFIM TTABP-PRECO TW-DESCONTO.
       MOSTRA-FIM-FIM.
           EXIT.

      *---------[ DESCONTO DO PRECO ESPECIAL SOBRE O PRECO DE LISTA ]---
       CALC-DESCONTO.
           MOVE ZEROS TO W-DESCONTO.
           IF PROD-PRECOUN = 0
                GO TO CALC-DESCONTO-FIM.
           COMPUTE W-DESCONTO ROUNDED =
                   (PROD-PRECOUN - TABP-PRECO) * 100 / PROD-PRECOUN.
       CALC-DESCONTO-FIM.
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
