      *********************************************
      * DIGITACAO DE PEDIDO DE VENDA A CLIENTE     *
      * (CABECALHO ARQVEN E ITENS ARQVENIT)        *
      * PRECO BUSCADO NA TABELA DO CLIENTE, DEPOIS *
      * NA DO GRUPO (ARQTABP), SENAO PROD-PRECOUN  *
      * ALTERACAO SO ACIMA DO NIVEL DO ARQPPAR     *
      * PRECOS ESPECIAIS GRAVADOS NO LOGPREC       *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS PROD-DESC
                       WITH DUPLICATES.

           SELECT ARQTABP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS TABP-CHAVE
                       FILE STATUS  IS ST-ERRO5
                       LOCK MODE    IS MANUAL.

           SELECT ARQCLIG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CLIG-CPF
                       FILE STATUS  IS ST-ERRO6
                       LOCK MODE    IS MANUAL.

           SELECT ARQOPE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS OPE-CODIGO
                       FILE STATUS  IS ST-ERRO7
                       LOCK MODE    IS MANUAL.

           SELECT ARQPPAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PPAR-CHAVE
                       FILE STATUS  IS ST-ERRO8
                       LOCK MODE    IS MANUAL.

           SELECT LOGPREC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO9.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 VENI-PRODCOD           PIC 9(06).
           03 VENI-QTDVEN            PIC 9(06).
           03 VENI-PRECOVEN          PIC 9(05)V99.
           03 VENI-CUSTO             PIC 9(05)V99.

       FD  ARQCLI
               LABEL RECORD IS STANDARD
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

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

       FD  ARQCLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLIG.DAT".
       01 REGCLIG.
           03 CLIG-CPF               PIC 9(14).
           03 CLIG-GRUPO             PIC 9(03).

       FD  ARQOPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPE.
           03 OPE-CODIGO             PIC 9(04).
           03 OPE-NOME               PIC X(30).
           03 OPE-SENHA              PIC X(08).
           03 OPE-NIVEL              PIC 9(01).
           03 OPE-DTSENHA            PIC 9(08).
           03 OPE-TENTAT             PIC 9(01).
           03 OPE-BLOQ               PIC X(01).
           03 OPE-TROCA              PIC X(01).

       FD  ARQPPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPPAR.DAT".
       01 REGPPAR.
           03 PPAR-CHAVE             PIC 9(01).
           03 PPAR-NIVEL             PIC 9(01).

       FD  LOGPREC
               LABEL RECORD IS STANDARD.
       01 REG-LOGPREC                PIC X(81).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 ST-ERRO6             PIC X(02) VALUE "00".
           01 ST-ERRO7             PIC X(02) VALUE "00".
           01 ST-ERRO8             PIC X(02) VALUE "00".
           01 ST-ERRO9             PIC X(02) VALUE "00".
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-FIM-ARQVEN          PIC X(01) VALUE "N".
           01 W-ITCOD               PIC 9(06) VALUE ZEROS.
           01 W-ITQTDE              PIC 9(06) VALUE ZEROS.
           01 W-ITPRECO             PIC 9(05)V99 VALUE ZEROS.
           01 W-ITPRTAB             PIC 9(05)V99 VALUE ZEROS.
           01 W-ITORIG              PIC X(01) VALUE "L".
           01 W-ITALT               PIC X(01) VALUE "N".
           01 W-DESC-ORIGEM         PIC X(20) VALUE SPACES.

           01 W-OPERADOR             PIC 9(04) EXTERNAL.
           01 W-HOJE                PIC 9(08) VALUE ZEROS.
           01 W-NIVEL-OPE           PIC 9(01) VALUE ZEROS.
           01 W-NIVEL-ALT           PIC 9(01) VALUE 1.
           01 W-TEM-TABP            PIC X(01) VALUE "N".
           01 W-TEM-CLIG            PIC X(01) VALUE "N".
           01 W-GRUPO               PIC 9(03) VALUE ZEROS.
           01 W-FIM-TABP            PIC X(01) VALUE "N".
           01 W-ACHOU               PIC X(01) VALUE "N".
           01 W-BUSCA-TIPO          PIC X(01) VALUE SPACES.
           01 W-BUSCA-CODIGO        PIC 9(14) VALUE ZEROS.
           01 W-MELHOR-QTMIN        PIC 9(06) VALUE ZEROS.
           01 W-MELHOR-PRECO        PIC 9(05)V99 VALUE ZEROS.

           01 W-LPR-REG.
               03 W-LPR-DATA            PIC 9(08).
               03 W-LPR-HORA            PIC 9(08).
               03 W-LPR-PEDIDO          PIC 9(06).
               03 W-LPR-SEQ             PIC 9(03).
               03 W-LPR-CLIENTE         PIC 9(14).
               03 W-LPR-PRODCOD         PIC 9(06).
               03 W-LPR-QTDE            PIC 9(06).
               03 W-LPR-PRLISTA         PIC 9(05)V99.
               03 W-LPR-PRTAB           PIC 9(05)V99.
               03 W-LPR-PRECO           PIC 9(05)V99.
               03 W-LPR-ORIGEM          PIC X(01).
               03 W-LPR-ALTERADO        PIC X(01).
               03 W-LPR-OPER            PIC 9(04).
               03 W-LPR-GRUPO           PIC 9(03).

           01 W-QTDE-ITENS          PIC 9(03) VALUE ZEROS.
           01 W-IDX                 PIC 9(03) VALUE ZEROS.
                   10 W-IT-PRODCOD  PIC 9(06).
                   10 W-IT-QTDE     PIC 9(06).
                   10 W-IT-PRECO    PIC 9(05)V99.
                   10 W-IT-PRLISTA  PIC 9(05)V99.
                   10 W-IT-PRTAB    PIC 9(05)V99.
                   10 W-IT-ORIG     PIC X(01).
                   10 W-IT-ALT      PIC X(01).

      *-----------------------------------------------------------------
       SCREEN SECTION.
           05 LINE 11 COLUMN 01 VALUE "DESCRICAO PRODUTO     :".
           05 LINE 12 COLUMN 01 VALUE "ESTOQUE ATUAL         :".
           05 LINE 13 COLUMN 01 VALUE "QUANTIDADE VENDIDA    :".
           05 LINE 14 COLUMN 01 VALUE "PRECO DE LISTA        :".
           05 LINE 15 COLUMN 01 VALUE "PRECO DE VENDA        :".
           05 LINE 16 COLUMN 01 VALUE "ORIGEM DO PRECO       :".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TVEN-NUMERO
               USING W-ITQTDE
               HIGHLIGHT.

           05 TPROD-PRECOUN
               LINE 14 COLUMN 26 PIC Z(4)9,99
               USING PROD-PRECOUN
               HIGHLIGHT.

           05 TW-ITPRECO
               LINE 15 COLUMN 26 PIC Z(4)9,99
               USING W-ITPRECO
               HIGHLIGHT.

           05 TW-ORIGEM
               LINE 16 COLUMN 26 PIC X(20)
               USING W-DESC-ORIGEM
               HIGHLIGHT.

           05 TMENS
               LINE 23 COLUMN 26 PIC X(50)
               USING MENS
              MOVE "*** ARQUIVO ARQPROD NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0D.
           OPEN INPUT ARQTABP
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-TEM-TABP.
           OPEN INPUT ARQCLIG
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-TEM-CLIG.
       R0E.
           MOVE ZEROS TO W-NIVEL-OPE.
           OPEN INPUT ARQOPE
           IF ST-ERRO7 = "00"
              MOVE W-OPERADOR TO OPE-CODIGO
              READ ARQOPE
              IF ST-ERRO7 = "00"
                 MOVE OPE-NIVEL TO W-NIVEL-OPE
                 CLOSE ARQOPE
              ELSE
                 CLOSE ARQOPE.
       R0F.
           MOVE 1 TO W-NIVEL-ALT.
           OPEN INPUT ARQPPAR
           IF ST-ERRO8 = "00"
              MOVE 1 TO PPAR-CHAVE
              READ ARQPPAR
              IF ST-ERRO8 = "00"
                 MOVE PPAR-NIVEL TO W-NIVEL-ALT
                 CLOSE ARQPPAR
              ELSE
                 CLOSE ARQPPAR.

      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           MOVE SPACES TO CLI-NOME PROD-DESC
           MOVE ZEROS TO CLI-CPF W-ITSEQ W-ITCOD W-ITQTDE W-ITPRECO
           MOVE ZEROS TO W-QTDE-ITENS PROD-ESTOQ PROD-PRECOUN W-GRUPO.
           MOVE SPACES TO W-DESC-ORIGEM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM PROX-NUMERO THRU PROX-NUMERO-FIM.

      *-------------VISUALIZACAO DA TELA ------------------
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                PERFORM BUSCA-GRUPO THRU BUSCA-GRUPO-FIM
                DISPLAY TELAX25.

      *------------- DIGITACAO DOS ITENS DO PEDIDO ------------
                 GO TO CONF-OPC.
       R3X.
           COMPUTE W-ITSEQ = W-QTDE-ITENS + 1.
           MOVE SPACES TO PROD-DESC W-DESC-ORIGEM.
           MOVE ZEROS TO W-ITCOD W-ITQTDE W-ITPRECO PROD-ESTOQ.
           MOVE ZEROS TO PROD-PRECOUN.
           DISPLAY TELAX25.
       R3A.
           ACCEPT TW-ITCOD
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE PROD-PRECOUN TO W-ITPRECO
                MOVE SPACES TO W-DESC-ORIGEM
                DISPLAY TELAX25.
       R4.
           ACCEPT TW-ITQTDE
                 MOVE "* ATENCAO : QUANTIDADE ACIMA DO ESTOQUE ATUAL *"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4A.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM.
           DISPLAY TW-ITPRECO TW-ORIGEM.
       R5.
           IF W-NIVEL-OPE NOT > W-NIVEL-ALT
                GO TO R5A.
           ACCEPT TW-ITPRECO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                 MOVE "*** INFORME O PRECO DE VENDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           IF W-ITPRECO NOT = W-ITPRTAB
                 MOVE "S" TO W-ITALT
           ELSE
                 MOVE "N" TO W-ITALT.
           GO TO R6.
       R5A.
           IF W-ITPRECO = 0
                 MOVE "*** PRODUTO SEM PRECO, CHAME O SUPERVISOR ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3A.
       R6.
           ADD 1 TO W-QTDE-ITENS.
           MOVE W-ITCOD   TO W-IT-PRODCOD (W-QTDE-ITENS).
           MOVE W-ITQTDE  TO W-IT-QTDE (W-QTDE-ITENS).
           MOVE W-ITPRECO TO W-IT-PRECO (W-QTDE-ITENS).
           MOVE PROD-PRECOUN TO W-IT-PRLISTA (W-QTDE-ITENS).
           MOVE W-ITPRTAB TO W-IT-PRTAB (W-QTDE-ITENS).
           MOVE W-ITORIG  TO W-IT-ORIG (W-QTDE-ITENS).
           MOVE W-ITALT   TO W-IT-ALT (W-QTDE-ITENS).
           IF W-QTDE-ITENS = 20
                 MOVE "*** LIMITE DE 20 ITENS ATINGIDO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-IT-PRODCOD (W-IDX) TO VENI-PRODCOD.
           MOVE W-IT-QTDE (W-IDX) TO VENI-QTDVEN.
           MOVE W-IT-PRECO (W-IDX) TO VENI-PRECOVEN.
           MOVE ZEROS TO VENI-CUSTO.
           WRITE REGVENI
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ITEM DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-IT-ORIG (W-IDX) NOT = "L" OR W-IT-ALT (W-IDX) = "S"
              PERFORM GRAVA-LOGPREC THRU GRAVA-LOGPREC-FIM.
           GO TO INC-WR3.

      *-------------------------------------------------------------------------------------------
           ADD 1 TO W-PROX-NUM.
       PROX-NUMERO-FIM.
           EXIT.
      *---------[ GRUPO DE PRECO DO CLIENTE (ARQCLIG) ]-----------------
       BUSCA-GRUPO.
           MOVE ZEROS TO W-GRUPO.
           IF W-TEM-CLIG NOT = "S"
                GO TO BUSCA-GRUPO-FIM.
           MOVE CLI-CPF TO CLIG-CPF.
           READ ARQCLIG
           IF ST-ERRO6 = "00"
                MOVE CLIG-GRUPO TO W-GRUPO.
       BUSCA-GRUPO-FIM.
           EXIT.
      *---------[ PRECO DO ITEM : CLIENTE, GRUPO OU PRECO DE LISTA ]----
       BUSCA-PRECO.
           MOVE PROD-PRECOUN TO W-ITPRECO W-ITPRTAB.
           MOVE "L" TO W-ITORIG.
           MOVE "N" TO W-ITALT.
           MOVE "PRECO DE LISTA" TO W-DESC-ORIGEM.
           IF W-TEM-TABP NOT = "S"
                GO TO BUSCA-PRECO-FIM.
           MOVE "C" TO W-BUSCA-TIPO.
           MOVE CLI-CPF TO W-BUSCA-CODIGO.
           PERFORM PROCURA-TAB THRU PROCURA-TAB-FIM.
           IF W-ACHOU = "S"
                MOVE W-MELHOR-PRECO TO W-ITPRECO W-ITPRTAB
                MOVE "C" TO W-ITORIG
                MOVE "TABELA DO CLIENTE" TO W-DESC-ORIGEM
                GO TO BUSCA-PRECO-FIM.
           IF W-GRUPO = 0
                GO TO BUSCA-PRECO-FIM.
           MOVE "G" TO W-BUSCA-TIPO.
           MOVE W-GRUPO TO W-BUSCA-CODIGO.
           PERFORM PROCURA-TAB THRU PROCURA-TAB-FIM.
           IF W-ACHOU = "S"
                MOVE W-MELHOR-PRECO TO W-ITPRECO W-ITPRTAB
                MOVE "G" TO W-ITORIG
                MOVE "TABELA DO GRUPO" TO W-DESC-ORIGEM.
       BUSCA-PRECO-FIM.
           EXIT.
      *---------[ FAIXA VIGENTE DE MAIOR QUANTIDADE MINIMA ]-----------
       PROCURA-TAB.
           MOVE "N" TO W-ACHOU W-FIM-TABP.
           MOVE ZEROS TO W-MELHOR-QTMIN W-MELHOR-PRECO.
           MOVE W-BUSCA-TIPO TO TABP-TIPO.
           MOVE W-BUSCA-CODIGO TO TABP-CODIGO.
           MOVE W-ITCOD TO TABP-PRODCOD.
           MOVE ZEROS TO TABP-DTINI TABP-QTMIN.
           START ARQTABP KEY IS NOT LESS THAN TABP-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-TABP
           END-START.
       PROCURA-TAB1.
           IF W-FIM-TABP = "S"
                GO TO PROCURA-TAB-FIM.
           READ ARQTABP NEXT RECORD
               AT END MOVE "S" TO W-FIM-TABP
           END-READ.
           IF W-FIM-TABP = "S"
                GO TO PROCURA-TAB-FIM.
           IF TABP-TIPO NOT = W-BUSCA-TIPO
              OR TABP-CODIGO NOT = W-BUSCA-CODIGO
              OR TABP-PRODCOD NOT = W-ITCOD
                GO TO PROCURA-TAB-FIM.
           IF TABP-DTINI > W-HOJE
                GO TO PROCURA-TAB-FIM.
           IF TABP-DTFIM NOT = 0 AND TABP-DTFIM < W-HOJE
                GO TO PROCURA-TAB1.
           IF TABP-QTMIN > W-ITQTDE
                GO TO PROCURA-TAB1.
           IF W-ACHOU = "S" AND TABP-QTMIN < W-MELHOR-QTMIN
                GO TO PROCURA-TAB1.
           MOVE "S" TO W-ACHOU.
           MOVE TABP-QTMIN TO W-MELHOR-QTMIN.
           MOVE TABP-PRECO TO W-MELHOR-PRECO.
           GO TO PROCURA-TAB1.
       PROCURA-TAB-FIM.
           EXIT.
      *---------[ GRAVACAO DO LOG DE PRECOS ESPECIAIS ]-----------------
       GRAVA-LOGPREC.
           OPEN EXTEND LOGPREC
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "35"
                 OPEN OUTPUT LOGPREC
                 CLOSE LOGPREC
                 GO TO GRAVA-LOGPREC
              ELSE
                 MOVE "* ARQUIVO LOGPREC EM USO, AGUARDE *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRAVA-LOGPREC
           ELSE
                 NEXT SENTENCE.
       GRAVA-LOGPREC1.
           MOVE VEN-DATA TO W-LPR-DATA.
           ACCEPT W-LPR-HORA FROM TIME.
           MOVE W-PROX-NUM TO W-LPR-PEDIDO.
           MOVE W-IDX TO W-LPR-SEQ.
           MOVE VEN-CLIENTE TO W-LPR-CLIENTE.
           MOVE W-IT-PRODCOD (W-IDX) TO W-LPR-PRODCOD.
           MOVE W-IT-QTDE (W-IDX) TO W-LPR-QTDE.
           MOVE W-IT-PRLISTA (W-IDX) TO W-LPR-PRLISTA.
           MOVE W-IT-PRTAB (W-IDX) TO W-LPR-PRTAB.
           MOVE W-IT-PRECO (W-IDX) TO W-LPR-PRECO.
           MOVE W-IT-ORIG (W-IDX) TO W-LPR-ORIGEM.
           MOVE W-IT-ALT (W-IDX) TO W-LPR-ALTERADO.
           MOVE W-OPERADOR TO W-LPR-OPER.
           MOVE W-GRUPO TO W-LPR-GRUPO.
           MOVE W-LPR-REG TO REG-LOGPREC.
           WRITE REG-LOGPREC.
           CLOSE LOGPREC.
       GRAVA-LOGPREC-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQVEN ARQVENI ARQCLI ARQPROD.
           IF W-TEM-TABP = "S"
              CLOSE ARQTABP.
           IF W-TEM-CLIG = "S"
              CLOSE ARQCLIG.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
