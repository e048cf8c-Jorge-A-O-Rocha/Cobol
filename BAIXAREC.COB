       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP039.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * BAIXA DE TITULOS A RECEBER (RECEBIMENTO    *
      * TOTAL OU PARCIAL DO CLIENTE)               *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REC-NUMERO
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS REC-CLIENTE
                       WITH DUPLICATES.

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
       FD  ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 REGREC.
           03 REC-NUMERO             PIC 9(06).
           03 REC-VENDA              PIC 9(06).
           03 REC-CLIENTE            PIC 9(14).
           03 REC-PARCELA            PIC 9(02).
           03 REC-QTDPARC            PIC 9(02).
           03 REC-EMISSAO            PIC 9(08).
           03 REC-VENCTO             PIC 9(08).
           03 REC-VALOR              PIC 9(10)V99.
           03 REC-VLRPAGO            PIC 9(10)V99.
           03 REC-SITU               PIC X(01).
           03 REC-DTPAGTO            PIC 9(08).

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
           01 W-CLINOME            PIC X(30) VALUE SPACES.
           01 W-VENCTO-ED          PIC 9(08) VALUE ZEROS.
           01 W-SITU-TXT           PIC X(10) VALUE SPACES.
           01 W-SALDO              PIC 9(10)V99 VALUE ZEROS.
           01 W-VLR-RECEB          PIC 9(10)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 TELAX39.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE "* BAIXA DE TITULOS A RECEBER *".
           05 LINE 04 COLUMN 01 VALUE "NUMERO TITULO         :".
           05 LINE 06 COLUMN 01 VALUE "CLIENTE CPF/CNPJ      :".
           05 LINE 07 COLUMN 01 VALUE "NOME DO CLIENTE       :".
           05 LINE 09 COLUMN 01 VALUE "PEDIDO DE VENDA       :".
           05 LINE 10 COLUMN 01 VALUE "PARCELA               :".
           05 LINE 10 COLUMN 29 VALUE "/".
           05 LINE 12 COLUMN 01 VALUE "VENCIMENTO (DDMMAAAA) :".
           05 LINE 13 COLUMN 01 VALUE "VALOR DO TITULO       :".
           05 LINE 14 COLUMN 01 VALUE "VALOR JA RECEBIDO     :".
           05 LINE 15 COLUMN 01 VALUE "SALDO A RECEBER       :".
           05 LINE 17 COLUMN 01 VALUE "VALOR RECEBIDO AGORA  :".
           05 LINE 19 COLUMN 01 VALUE "SITUACAO              :".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TREC-NUMERO
               LINE 04 COLUMN 26 PIC 9(06)
               USING REC-NUMERO
               HIGHLIGHT.

           05 TREC-CLIENTE
               LINE 06 COLUMN 26 PIC 9(14)
               USING REC-CLIENTE
               HIGHLIGHT.

           05 TW-CLINOME
               LINE 07 COLUMN 26 PIC X(30)
               USING W-CLINOME
               HIGHLIGHT.

           05 TREC-VENDA
               LINE 09 COLUMN 26 PIC 9(06)
               USING REC-VENDA
               HIGHLIGHT.

           05 TREC-PARCELA
               LINE 10 COLUMN 26 PIC 9(02)
               USING REC-PARCELA
               HIGHLIGHT.

           05 TREC-QTDPARC
               LINE 10 COLUMN 31 PIC 9(02)
               USING REC-QTDPARC
               HIGHLIGHT.

           05 TW-VENCTO
               LINE 12 COLUMN 26 PIC XX/XX/XXXX
               USING W-VENCTO-ED
               HIGHLIGHT.

           05 TREC-VALOR
               LINE 13 COLUMN 26 PIC Z(9)9,99
               USING REC-VALOR
               HIGHLIGHT.

           05 TREC-VLRPAGO
               LINE 14 COLUMN 26 PIC Z(9)9,99
               USING REC-VLRPAGO
               HIGHLIGHT.

           05 TW-SALDO
               LINE 15 COLUMN 26 PIC Z(9)9,99
               USING W-SALDO
               HIGHLIGHT.

           05 TW-VLR-RECEB
               LINE 17 COLUMN 26 PIC Z(9)9,99
               USING W-VLR-RECEB
               HIGHLIGHT.

           05 TW-SITU
               LINE 19 COLUMN 26 PIC X(10)
               USING W-SITU-TXT
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
           OPEN I-O ARQREC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO ARQREC NAO ENCONTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQREC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO CLIENTE NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQREC.
           MOVE SPACES TO W-CLINOME W-SITU-TXT
           MOVE ZEROS TO REC-NUMERO REC-CLIENTE REC-VENDA REC-PARCELA
           MOVE ZEROS TO REC-QTDPARC REC-VALOR REC-VLRPAGO REC-VENCTO
           MOVE ZEROS TO W-VENCTO-ED W-SALDO W-VLR-RECEB.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX39.
       R2.
           ACCEPT TREC-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       LER-ARQREC.
           READ ARQREC WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "23"
                   MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQREC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
           ELSE
                   NEXT SENTENCE.
       R2A.
           MOVE REC-VENCTO (7:2) TO W-VENCTO-ED (1:2).
           MOVE REC-VENCTO (5:2) TO W-VENCTO-ED (3:2).
           MOVE REC-VENCTO (1:4) TO W-VENCTO-ED (5:4).
           COMPUTE W-SALDO = REC-VALOR - REC-VLRPAGO.
           IF REC-SITU = "P"
                MOVE "RECEBIDO" TO W-SITU-TXT
           ELSE
           IF REC-VLRPAGO > 0
                MOVE "PARCIAL" TO W-SITU-TXT
           ELSE
                MOVE "ABERTO" TO W-SITU-TXT.
           MOVE REC-CLIENTE TO CLI-CPF.
           READ ARQCLI
           IF ST-ERRO2 = "00"
                MOVE CLI-NOME TO W-CLINOME
           ELSE
                MOVE "CLIENTE NAO CADASTRADO" TO W-CLINOME.
           MOVE W-SALDO TO W-VLR-RECEB.
           DISPLAY TELAX39.
           IF REC-SITU = "P"
                MOVE "*** TITULO JA LIQUIDADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *------------- VALOR RECEBIDO (TOTAL OU PARCIAL) ------------
       R3.
           ACCEPT TW-VLR-RECEB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-VLR-RECEB = 0
                MOVE "*** INFORME O VALOR RECEBIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF W-VLR-RECEB > W-SALDO
                MOVE "*** VALOR MAIOR QUE O SALDO DO TITULO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "RECEBER (S/N) : ".
                ACCEPT (23, 56) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** BAIXA CANCELADA PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       ALT-RW1.
           ADD W-VLR-RECEB TO REC-VLRPAGO.
           ACCEPT REC-DTPAGTO FROM DATE YYYYMMDD.
           IF REC-VLRPAGO NOT < REC-VALOR
                MOVE "P" TO REC-SITU.
           REWRITE REGREC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO TITULO A RECEBER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF REC-SITU = "P"
                MOVE "*** TITULO LIQUIDADO ***" TO MENS
           ELSE
                MOVE "*** RECEBIMENTO PARCIAL GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.

      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQREC ARQCLI.
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
      *    OBS : REC-SITU "A" = EM ABERTO (COM OU SEM RECEBIMENTO
      *          PARCIAL EM REC-VLRPAGO), "P" = LIQUIDADO.
      *          REC-DTPAGTO GUARDA A DATA DO ULTIMO RECEBIMENTO
