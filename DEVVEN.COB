       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP041.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * DEVOLUCAO DE VENDA DO CLIENTE              *
      * SOMENTE PEDIDO FATURADO, LIMITADO AO QUE   *
      * FOI VENDIDO MENOS O JA DEVOLVIDO           *
      * RETORNA O ESTOQUE AO PRODUTO, AO LOTE DE   *
      * ORIGEM E AO LOCAL, E GRAVA O MOVIMENTO     *
      * TIPO "D" COM DOCUMENTO "DV" + NUMERO       *
      * A MERCADORIA VOLTA PELO CUSTO DA BAIXA NO  *
      * FATURAMENTO, ENTRANDO NO CUSTO MEDIO       *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS VEN-NUMERO
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQVENI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS VENI-CHAVE
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL.

           SELECT ARQCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CLI-CPF
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS CLI-TP
                       WITH DUPLICATES.

           SELECT ARQPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PROD-COD
                       FILE STATUS  IS ST-ERRO4
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS PROD-DESC
                       WITH DUPLICATES.

           SELECT ARQLOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS LOT-CHAVE
                       FILE STATUS  IS ST-ERRO5
                       LOCK MODE    IS MANUAL.

           SELECT LOGPROD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO6.

           SELECT ARQMOV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO7.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO8.

           SELECT ARQFECH ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FECH-ANOMES
                       FILE STATUS  IS ST-ERRO9
                       LOCK MODE    IS MANUAL.

           SELECT ARQLOC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS LOC-CHAVE
                       FILE STATUS  IS ST-ERRO10
                       LOCK MODE    IS MANUAL.

           SELECT ARQVENL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS VENL-CHAVE
                       FILE STATUS  IS ST-ERRO11
                       LOCK MODE    IS MANUAL.

           SELECT ARQDEV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS DEV-CHAVE
                       FILE STATUS  IS ST-ERRO12
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS DEV-VENDA
                       WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".
       01 REGVEN.
           03 VEN-NUMERO             PIC 9(06).
           03 VEN-CLIENTE            PIC 9(14).
           03 VEN-DATA               PIC 9(08).
           03 VEN-SITU               PIC X(01).

       FD  ARQVENI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENIT.DAT".
       01 REGVENI.
           03 VENI-CHAVE.
               05 VENI-NUMERO        PIC 9(06).
               05 VENI-SEQ           PIC 9(03).
           03 VENI-PRODCOD           PIC 9(06).
           03 VENI-QTDVEN            PIC 9(06).
           03 VENI-PRECOVEN          PIC 9(05)V99.
           03 VENI-CUSTO             PIC 9(05)V99.

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

       FD  ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOT.
           03 LOT-CHAVE.
               05 LOT-PRODCOD        PIC 9(06).
               05 LOT-VALIDADE       PIC 9(08).
               05 LOT-NUMERO         PIC X(10).
           03 LOT-SALDO              PIC 9(06).

       FD  LOGPROD
               LABEL RECORD IS STANDARD.
       01 REG-LOGPROD                PIC X(198).

       FD  ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REG-ARQMOV                 PIC X(66).

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(80).

       FD  ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
           03 FECH-ANOMES            PIC 9(06).
           03 FECH-DTFECH            PIC 9(08).

       FD  ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
           03 LOC-CHAVE.
               05 LOC-PRODCOD        PIC 9(06).
               05 LOC-LOCAL          PIC 9(02).
           03 LOC-SALDO              PIC 9(06).

       FD  ARQVENL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENLT.DAT".
       01 REGVENL.
           03 VENL-CHAVE.
               05 VENL-NUMERO        PIC 9(06).
               05 VENL-SEQ           PIC 9(03).
               05 VENL-VALIDADE      PIC 9(08).
               05 VENL-LOTE          PIC X(10).
           03 VENL-PRODCOD           PIC 9(06).
           03 VENL-QTDE              PIC 9(06).
           03 VENL-QTDDEV            PIC 9(06).

       FD  ARQDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEV.DAT".
       01 REGDEV.
           03 DEV-CHAVE.
               05 DEV-NUMERO         PIC 9(06).
               05 DEV-SEQ            PIC 9(03).
           03 DEV-VENDA              PIC 9(06).
           03 DEV-VENSEQ             PIC 9(03).
           03 DEV-CLIENTE            PIC 9(14).
           03 DEV-DATA               PIC 9(08).
           03 DEV-PRODCOD            PIC 9(06).
           03 DEV-QTDE               PIC 9(06).
           03 DEV-PRECO              PIC 9(05)V99.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 ST-ERRO6             PIC X(02) VALUE "00".
           01 ST-ERRO7             PIC X(02) VALUE "00".
           01 ST-ERRO8             PIC X(02) VALUE "00".
           01 ST-ERRO9             PIC X(02) VALUE "00".
           01 ST-ERRO10            PIC X(02) VALUE "00".
           01 ST-ERRO11            PIC X(02) VALUE "00".
           01 ST-ERRO12            PIC X(02) VALUE "00".
           01 W-TEM-ARQFECH        PIC X(01) VALUE "N".
           01 W-FECHADO            PIC X(01) VALUE "N".
           01 W-LOCAL              PIC 9(02) VALUE ZEROS.
           01 W-PEDIDO             PIC 9(06) VALUE ZEROS.
           01 W-FIM-ARQVENI        PIC X(01) VALUE "N".
           01 W-FIM-ARQLOT         PIC X(01) VALUE "N".
           01 W-FIM-ARQVENL        PIC X(01) VALUE "N".
           01 W-FIM-ARQDEV         PIC X(01) VALUE "N".
           01 W-ACHOU-LOTE         PIC X(01) VALUE "N".
           01 W-HOJE               PIC 9(08) VALUE ZEROS.
           01 W-SEQ                PIC 9(03) VALUE ZEROS.
           01 W-QTDE               PIC 9(06) VALUE ZEROS.
           01 W-DISPON             PIC 9(06) VALUE ZEROS.
           01 W-QTDE-DEV           PIC 9(06) VALUE ZEROS.
           01 W-QTDE-SEL           PIC 9(08) VALUE ZEROS.
           01 W-RESTA              PIC 9(06) VALUE ZEROS.
           01 W-BAIXA              PIC 9(06) VALUE ZEROS.
           01 W-LOT-VALID          PIC 9(08) VALUE ZEROS.
           01 W-LOTE               PIC X(10) VALUE SPACES.
           01 W-PROX-DEV           PIC 9(06) VALUE ZEROS.
           01 W-DEV-SEQ            PIC 9(03) VALUE ZEROS.
           01 W-VLR-ITEM           PIC 9(10)V99 VALUE ZEROS.
           01 W-VLR-TOTAL          PIC 9(12)V99 VALUE ZEROS.

           01 W-QTDE-ITENS         PIC 9(03) VALUE ZEROS.
           01 W-IDX                PIC 9(03) VALUE ZEROS.
           01 W-TAB-ITENS.
               05 W-ITEM-OCR OCCURS 20 TIMES.
                   10 W-IT-SEQ      PIC 9(03).
                   10 W-IT-PRODCOD  PIC 9(06).
                   10 W-IT-QTDE     PIC 9(06).
                   10 W-IT-PRECO    PIC 9(05)V99.
                   10 W-IT-CUSTO    PIC 9(05)V99.
                   10 W-IT-QTDANT   PIC 9(06).
                   10 W-IT-QTDDEV   PIC 9(06).

           01 W-DOCTO.
               05 FILLER            PIC X(02) VALUE "DV".
               05 W-DOCTO-NUM       PIC 9(06).
               05 FILLER            PIC X(02) VALUE SPACES.

      *---------[ AUDITORIA DE GRAVACAO/ALTERACAO/EXCLUSAO ]---------
           01 W-OPERADOR             PIC 9(04) EXTERNAL.
           01 W-REGPROD-ANTES        PIC X(81) VALUE SPACES.
           01 W-AUD-REG.
               03 W-AUD-DATA            PIC 9(08).
               03 W-AUD-HORA            PIC 9(08).
               03 W-AUD-OPERACAO        PIC X(10).
               03 W-AUD-CHAVE           PIC 9(06).
               03 W-AUD-ANTES           PIC X(81).
               03 W-AUD-DEPOIS          PIC X(81).
               03 W-AUD-OPERADOR        PIC 9(04).

      *---------[ MOVIMENTO DE ESTOQUE (KARDEX) ]---------
           01 W-MOV-REG.
               03 W-MOV-DATA            PIC 9(08).
               03 W-MOV-HORA            PIC 9(08).
               03 W-MOV-PRODCOD         PIC 9(06).
               03 W-MOV-TIPO            PIC X(01).
               03 W-MOV-QTDE            PIC 9(06).
               03 W-MOV-CUSTO           PIC 9(05)V99.
               03 W-MOV-DOCTO           PIC X(10).
               03 W-MOV-SALDO           PIC 9(06).
               03 W-MOV-CLIFOR          PIC 9(14).

      *---------[ ITENS DO PEDIDO NA TELA ]---------
           01 W-LIS-CAB.
               05 FILLER PIC X(06) VALUE "SEQ".
               05 FILLER PIC X(08) VALUE "   COD".
               05 FILLER PIC X(32) VALUE "DESCRICAO".
               05 FILLER PIC X(09) VALUE " VENDIDO".
               05 FILLER PIC X(10) VALUE " DEVOLVIDO".
               05 FILLER PIC X(10) VALUE " DEVOLVER".

           01 W-LIS-DET.
               05 WL-SEQ            PIC ZZ9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 WL-COD            PIC Z(5)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WL-DESC           PIC X(30).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 WL-QTDE           PIC Z(5)9.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 WL-QTDANT         PIC Z(5)9.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 WL-QTDDEV         PIC Z(5)9.

      *---------[ DOCUMENTO DE DEVOLUCAO IMPRESSO ]---------
           01 W-NF-CAB1.
               05 FILLER PIC X(24) VALUE "DEVOLUCAO DE VENDA NR : ".
               05 WN-NUMERO         PIC 9(06).
               05 FILLER PIC X(09) VALUE "   DATA: ".
               05 WN-DIA            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WN-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WN-ANO            PIC 9(04).
               05 FILLER PIC X(10) VALUE "  PEDIDO: ".
               05 WN-PEDIDO         PIC 9(06).

           01 W-NF-CAB2.
               05 FILLER PIC X(10) VALUE "CLIENTE : ".
               05 WN-CLICPF         PIC 9(14).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-CLINOME        PIC X(30).

           01 W-NF-CAB3.
               05 FILLER PIC X(08) VALUE "   COD".
               05 FILLER PIC X(32) VALUE "DESCRICAO".
               05 FILLER PIC X(08) VALUE "   QTDE".
               05 FILLER PIC X(10) VALUE "    PRECO".
               05 FILLER PIC X(14) VALUE "     TOTAL".

           01 W-NF-DET.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-COD            PIC Z(5)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-DESC           PIC X(30).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-QTDE           PIC Z(5)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-PRECO          PIC Z(4)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-VALOR          PIC Z(9)9,99.

           01 W-NF-TOT.
               05 FILLER PIC X(24) VALUE "TOTAL DEVOLVIDO       : ".
               05 WN-TOTAL          PIC Z(11)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN I-O ARQVEN
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQVEN NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT ARQVENI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ARQUIVO ARQVENIT NAO ENCONTRADO ***"
              CLOSE ARQVEN
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT ARQCLI
           IF ST-ERRO3 NOT = "00"
              DISPLAY "*** ARQUIVO ARQCLI NAO ENCONTRADO ***"
              CLOSE ARQVEN ARQVENI
              GO TO ROT-FIM2.
       R0C.
           OPEN I-O ARQPROD
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ARQUIVO ARQPROD NAO ENCONTRADO ***"
              CLOSE ARQVEN ARQVENI ARQCLI
              GO TO ROT-FIM2.
       R0D.
           OPEN I-O ARQLOT
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT ARQLOT
                 CLOSE ARQLOT
                 GO TO R0D
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQLOTE ***"
                 CLOSE ARQVEN ARQVENI ARQCLI ARQPROD
                 GO TO ROT-FIM2.
       R0E.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO8 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO DOCUMENTO ***"
              GO TO ROT-FIM.
       R0F.
           OPEN INPUT ARQFECH
           IF ST-ERRO9 = "00"
              MOVE "S" TO W-TEM-ARQFECH
           ELSE
              MOVE "N" TO W-TEM-ARQFECH.
       R0G.
           OPEN I-O ARQLOC
           IF ST-ERRO10 NOT = "00"
              IF ST-ERRO10 = "30"
                 OPEN OUTPUT ARQLOC
                 CLOSE ARQLOC
                 GO TO R0G
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQLOC ***"
                 GO TO ROT-FIM.
       R0H.
           OPEN I-O ARQVENL
           IF ST-ERRO11 NOT = "00"
              IF ST-ERRO11 = "30"
                 OPEN OUTPUT ARQVENL
                 CLOSE ARQVENL
                 GO TO R0H
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQVENLT ***"
                 GO TO ROT-FIM.
       R0I.
           OPEN I-O ARQDEV
           IF ST-ERRO12 NOT = "00"
              IF ST-ERRO12 = "30"
                 OPEN OUTPUT ARQDEV
                 CLOSE ARQDEV
                 GO TO R0I
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQDEV ***"
                 GO TO ROT-FIM.

      *------------- SELECAO DO PEDIDO FATURADO ------------
       R1.
           UNLOCK ARQVEN.
           DISPLAY "NUMERO DO PEDIDO DE VENDA (0 = FIM) : "
               WITH NO ADVANCING.
           ACCEPT W-PEDIDO.
           IF W-PEDIDO = 0
              GO TO ROT-FIM.
           MOVE W-PEDIDO TO VEN-NUMERO.
      *    O PEDIDO FICA BLOQUEADO ATE O FIM DA DEVOLUCAO, PARA QUE
      *    DUAS DEVOLUCOES SIMULTANEAS NAO PASSEM DA QTDE FATURADA
           READ ARQVEN WITH LOCK
           IF ST-ERRO = "51" OR "9D"
              DISPLAY "*** PEDIDO EM USO, TENTE NOVAMENTE ***"
              GO TO R1.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** PEDIDO DE VENDA NAO ENCONTRADO ***"
              GO TO R1.
           IF VEN-SITU NOT = "F"
              DISPLAY "*** SO PEDIDO FATURADO ACEITA DEVOLUCAO ***"
              GO TO R1.
       R1A.
           MOVE VEN-CLIENTE TO CLI-CPF.
           READ ARQCLI
           IF ST-ERRO3 NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME.

      *------------- CARGA DOS ITENS VENDIDOS ------------
       R2.
           MOVE ZEROS TO W-QTDE-ITENS.
           MOVE "N" TO W-FIM-ARQVENI.
           MOVE W-PEDIDO TO VENI-NUMERO.
           MOVE ZEROS TO VENI-SEQ.
           START ARQVENI KEY IS NOT LESS THAN VENI-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQVENI
           END-START.
       R2A.
           IF W-FIM-ARQVENI = "S"
                GO TO R2B.
           READ ARQVENI NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQVENI
           END-READ.
           IF W-FIM-ARQVENI = "S"
                GO TO R2B.
           IF VENI-NUMERO NOT = W-PEDIDO
                GO TO R2B.
           ADD 1 TO W-QTDE-ITENS.
           MOVE VENI-SEQ      TO W-IT-SEQ (W-QTDE-ITENS).
           MOVE VENI-PRODCOD  TO W-IT-PRODCOD (W-QTDE-ITENS).
           MOVE VENI-QTDVEN   TO W-IT-QTDE (W-QTDE-ITENS).
           MOVE VENI-PRECOVEN TO W-IT-PRECO (W-QTDE-ITENS).
           MOVE VENI-CUSTO    TO W-IT-CUSTO (W-QTDE-ITENS).
           MOVE ZEROS TO W-IT-QTDANT (W-QTDE-ITENS).
           MOVE ZEROS TO W-IT-QTDDEV (W-QTDE-ITENS).
           GO TO R2A.
       R2B.
           IF W-QTDE-ITENS = 0
              DISPLAY "*** PEDIDO DE VENDA SEM ITENS ***"
              GO TO R1.

      *------------- DEVOLUCOES ANTERIORES DO PEDIDO ------------
       R2C.
           MOVE "N" TO W-FIM-ARQDEV.
           MOVE W-PEDIDO TO DEV-VENDA.
           START ARQDEV KEY IS EQUAL TO DEV-VENDA
               INVALID KEY MOVE "S" TO W-FIM-ARQDEV
           END-START.
       R2D.
           IF W-FIM-ARQDEV = "S"
                GO TO R3.
           READ ARQDEV NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQDEV
           END-READ.
           IF W-FIM-ARQDEV = "S"
                GO TO R3.
           IF DEV-VENDA NOT = W-PEDIDO
                GO TO R3.
           MOVE DEV-VENSEQ TO W-SEQ.
           PERFORM BUSCA-ITEM THRU BUSCA-ITEM-FIM.
           IF W-IDX > 0
                ADD DEV-QTDE TO W-IT-QTDANT (W-IDX).
           GO TO R2D.

      *------------- ITENS DISPONIVEIS PARA DEVOLUCAO ------------
       R3.
           DISPLAY "PEDIDO " W-PEDIDO " CLIENTE " CLI-NOME.
           DISPLAY W-LIS-CAB.
           MOVE ZEROS TO W-IDX.
       R3A.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTDE-ITENS
                GO TO R4.
           MOVE W-IT-PRODCOD (W-IDX) TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO4 NOT = "00"
                MOVE "PRODUTO NAO CADASTRADO" TO PROD-DESC.
           MOVE W-IT-SEQ (W-IDX) TO WL-SEQ.
           MOVE W-IT-PRODCOD (W-IDX) TO WL-COD.
           MOVE PROD-DESC TO WL-DESC.
           MOVE W-IT-QTDE (W-IDX) TO WL-QTDE.
           MOVE W-IT-QTDANT (W-IDX) TO WL-QTDANT.
           MOVE W-IT-QTDDEV (W-IDX) TO WL-QTDDEV.
           DISPLAY W-LIS-DET.
           GO TO R3A.

      *------------- ESCOLHA DOS ITENS E QUANTIDADES ------------
       R4.
           DISPLAY "SEQUENCIA DO ITEM A DEVOLVER (0 = ENCERRA) : "
               WITH NO ADVANCING.
           ACCEPT W-SEQ.
           IF W-SEQ = 0
                GO TO R5.
           PERFORM BUSCA-ITEM THRU BUSCA-ITEM-FIM.
           IF W-IDX = 0
              DISPLAY "*** ITEM NAO PERTENCE AO PEDIDO ***"
              GO TO R4.
           COMPUTE W-DISPON = W-IT-QTDE (W-IDX) - W-IT-QTDANT (W-IDX).
           IF W-DISPON = 0
              DISPLAY "*** ITEM JA DEVOLVIDO INTEGRALMENTE ***"
              GO TO R4.
       R4A.
           DISPLAY "QUANTIDADE A DEVOLVER (MAXIMO " W-DISPON ") : "
               WITH NO ADVANCING.
           ACCEPT W-QTDE.
           IF W-QTDE > W-DISPON
              DISPLAY "*** QUANTIDADE MAIOR QUE A VENDIDA ***"
              GO TO R4A.
           MOVE W-QTDE TO W-IT-QTDDEV (W-IDX).
           GO TO R4.

      *------------- CONFIRMACAO DO OPERADOR ------------
       R5.
           MOVE ZEROS TO W-QTDE-SEL W-IDX.
       R5A.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTDE-ITENS
                GO TO R5B.
           ADD W-IT-QTDDEV (W-IDX) TO W-QTDE-SEL.
           GO TO R5A.
       R5B.
           IF W-QTDE-SEL = 0
              DISPLAY "*** NENHUM ITEM SELECIONADO PARA DEVOLUCAO ***"
              GO TO R1.
           PERFORM VERIFICA-FECH THRU VERIFICA-FECH-FIM.
           IF W-FECHADO = "S"
              DISPLAY "*** PERIODO FECHADO, DEVOLUCAO RECUSADA ***"
              GO TO R1.
       R5C.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N) : "
               WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              DISPLAY "*** DEVOLUCAO CANCELADA PELO OPERADOR ***"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R5C.

      *------------- NUMERO E CABECALHO DO DOCUMENTO ------------
       R6.
           MOVE ZEROS TO W-PROX-DEV.
           MOVE "N" TO W-FIM-ARQDEV.
           MOVE ZEROS TO DEV-NUMERO DEV-SEQ.
           START ARQDEV KEY IS NOT LESS THAN DEV-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQDEV
           END-START.
       R6A.
           IF W-FIM-ARQDEV = "S"
                GO TO R6B.
           READ ARQDEV NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQDEV
           END-READ.
           IF W-FIM-ARQDEV = "S"
                GO TO R6B.
           MOVE DEV-NUMERO TO W-PROX-DEV.
           GO TO R6A.
       R6B.
           ADD 1 TO W-PROX-DEV.
           MOVE ZEROS TO W-DEV-SEQ W-VLR-TOTAL.
           MOVE W-PROX-DEV TO WN-NUMERO W-DOCTO-NUM.
           MOVE W-PEDIDO TO WN-PEDIDO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE (7:2) TO WN-DIA.
           MOVE W-HOJE (5:2) TO WN-MES.
           MOVE W-HOJE (1:4) TO WN-ANO.
           MOVE VEN-CLIENTE TO WN-CLICPF.
           MOVE CLI-NOME TO WN-CLINOME.
           MOVE W-NF-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-NF-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-NF-CAB3 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *------------- RETORNO DOS ITENS AO ESTOQUE ------------
       R7.
           MOVE ZEROS TO W-IDX.
       R7A.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTDE-ITENS
                GO TO R8.
           IF W-IT-QTDDEV (W-IDX) = 0
                GO TO R7A.
           PERFORM DEVOLVE-ITEM THRU DEVOLVE-ITEM-FIM.
           GO TO R7A.

      *------------- ENCERRAMENTO DA DEVOLUCAO ------------
       R8.
           MOVE W-VLR-TOTAL TO WN-TOTAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-NF-TOT TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           DISPLAY "*** DEVOLUCAO REGISTRADA ***".
           GO TO R1.

      *-------------------------------------------------------------------------------------------
      *---------[ LOCALIZA NA TABELA O ITEM DA SEQUENCIA W-SEQ ]--------
       BUSCA-ITEM.
           MOVE ZEROS TO W-IDX.
       BUSCA-ITEM1.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTDE-ITENS
                MOVE ZEROS TO W-IDX
                GO TO BUSCA-ITEM-FIM.
           IF W-IT-SEQ (W-IDX) NOT = W-SEQ
                GO TO BUSCA-ITEM1.
       BUSCA-ITEM-FIM.
           EXIT.
      *---------[ RETORNO DE UM ITEM AO ESTOQUE ]-----------------------
       DEVOLVE-ITEM.
           MOVE W-IT-PRODCOD (W-IDX) TO PROD-COD.
           READ ARQPROD WITH LOCK
           IF ST-ERRO4 = "51" OR "9D"
              DISPLAY "REGISTRO EM USO, NOVA TENTATIVA : " PROD-COD
              GO TO DEVOLVE-ITEM.
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ERRO NA LEITURA ARQUIVO ARQPROD ***"
              GO TO ROT-FIM.
           MOVE REGPROD TO W-REGPROD-ANTES.
           MOVE W-IT-QTDDEV (W-IDX) TO W-QTDE-DEV.
           IF W-IT-CUSTO (W-IDX) = 0
                MOVE PROD-CUSTO TO W-IT-CUSTO (W-IDX).
           COMPUTE PROD-CUSTO ROUNDED =
                   (PROD-ESTOQ * PROD-CUSTO
                    + W-QTDE-DEV * W-IT-CUSTO (W-IDX))
                   / (PROD-ESTOQ + W-QTDE-DEV).
           ADD W-QTDE-DEV TO PROD-ESTOQ.
           REWRITE REGPROD
           IF ST-ERRO4 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO REGISTRO PRODUTO ***"
              GO TO ROT-FIM.
           MOVE W-REGPROD-ANTES TO W-AUD-ANTES.
           MOVE REGPROD TO W-AUD-DEPOIS.
           MOVE PROD-COD TO W-AUD-CHAVE.
           MOVE "DEVOLUCAO" TO W-AUD-OPERACAO.
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM.
           MOVE "D" TO W-MOV-TIPO.
           MOVE W-QTDE-DEV TO W-MOV-QTDE.
           PERFORM GRAVA-MOVTO THRU GRAVA-MOVTO-FIM.
           IF PROD-TPPROD = 2 OR 5
              PERFORM DEVOLVE-LOTES THRU DEVOLVE-LOTES-FIM.
           IF PROD-TPPROD = 2 OR 5
              MOVE 3 TO W-LOCAL
           ELSE
              MOVE 1 TO W-LOCAL.
           PERFORM ATU-LOCAL THRU ATU-LOCAL-FIM.
           PERFORM GRAVA-DEV THRU GRAVA-DEV-FIM.
       DEVOLVE-ITEM1.
           COMPUTE W-VLR-ITEM = W-QTDE-DEV * W-IT-PRECO (W-IDX).
           ADD W-VLR-ITEM TO W-VLR-TOTAL.
           MOVE PROD-COD TO WN-COD.
           MOVE PROD-DESC TO WN-DESC.
           MOVE W-QTDE-DEV TO WN-QTDE.
           MOVE W-IT-PRECO (W-IDX) TO WN-PRECO.
           MOVE W-VLR-ITEM TO WN-VALOR.
           MOVE W-NF-DET TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
       DEVOLVE-ITEM-FIM.
           EXIT.
      *---------[ REGISTRO DO ITEM DEVOLVIDO ]--------------------------
       GRAVA-DEV.
           ADD 1 TO W-DEV-SEQ.
           MOVE W-PROX-DEV TO DEV-NUMERO.
           MOVE W-DEV-SEQ TO DEV-SEQ.
           MOVE W-PEDIDO TO DEV-VENDA.
           MOVE W-IT-SEQ (W-IDX) TO DEV-VENSEQ.
           MOVE VEN-CLIENTE TO DEV-CLIENTE.
           MOVE W-HOJE TO DEV-DATA.
           MOVE PROD-COD TO DEV-PRODCOD.
           MOVE W-QTDE-DEV TO DEV-QTDE.
           MOVE W-IT-PRECO (W-IDX) TO DEV-PRECO.
           WRITE REGDEV
           IF ST-ERRO12 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQDEV ***"
              GO TO ROT-FIM.
       GRAVA-DEV-FIM.
           EXIT.
      *---------[ ROTINA DE AUDITORIA ]---------------------
       GRAVA-AUDITORIA.
           OPEN EXTEND LOGPROD
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "35"
                 OPEN OUTPUT LOGPROD
                 CLOSE LOGPROD
                 GO TO GRAVA-AUDITORIA
              ELSE
                 DISPLAY "ARQUIVO LOGPROD EM USO, AGUARDANDO"
                 GO TO GRAVA-AUDITORIA
           ELSE
                 NEXT SENTENCE.
       GRAVA-AUDITORIA1.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT W-AUD-HORA FROM TIME.
           MOVE W-OPERADOR TO W-AUD-OPERADOR.
           MOVE W-AUD-REG TO REG-LOGPROD.
           WRITE REG-LOGPROD.
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA AUDITORIA LOGPROD"
              GO TO ROT-FIM.
           CLOSE LOGPROD.
       GRAVA-AUDITORIA-FIM.
           EXIT.
      *---------[ ROTINA DE MOVIMENTO DE ESTOQUE ]---------------------
       GRAVA-MOVTO.
           OPEN EXTEND ARQMOV
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "35"
                 OPEN OUTPUT ARQMOV
                 CLOSE ARQMOV
                 GO TO GRAVA-MOVTO
              ELSE
                 DISPLAY "ARQUIVO ARQMOV EM USO, AGUARDANDO"
                 GO TO GRAVA-MOVTO
           ELSE
                 NEXT SENTENCE.
       GRAVA-MOVTO1.
           ACCEPT W-MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT W-MOV-HORA FROM TIME.
           MOVE PROD-COD TO W-MOV-PRODCOD.
           MOVE W-IT-CUSTO (W-IDX) TO W-MOV-CUSTO.
           MOVE W-DOCTO TO W-MOV-DOCTO.
           MOVE PROD-ESTOQ TO W-MOV-SALDO.
           MOVE VEN-CLIENTE TO W-MOV-CLIFOR.
           MOVE W-MOV-REG TO REG-ARQMOV.
           WRITE REG-ARQMOV.
           IF ST-ERRO7 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO ARQMOV"
              GO TO ROT-FIM.
           CLOSE ARQMOV.
       GRAVA-MOVTO-FIM.
           EXIT.
      *---------[ RETORNO AOS LOTES BAIXADOS NO FATURAMENTO ]-----------
      *  DEVOLVE PRIMEIRO AOS LOTES REGISTRADOS NO ITEM DO PEDIDO;
      *  PEDIDO FATURADO SEM ESSE REGISTRO (OU SALDO QUE SOBRAR)
      *  VOLTA PARA O LOTE DE VALIDADE MAIS LONGA DO PRODUTO
       DEVOLVE-LOTES.
           MOVE W-QTDE-DEV TO W-RESTA.
           MOVE "N" TO W-FIM-ARQVENL.
           MOVE W-PEDIDO TO VENL-NUMERO.
           MOVE W-IT-SEQ (W-IDX) TO VENL-SEQ.
           MOVE ZEROS TO VENL-VALIDADE.
           MOVE SPACES TO VENL-LOTE.
           START ARQVENL KEY IS NOT LESS THAN VENL-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQVENL
           END-START.
       DEVOLVE-LOTES1.
           IF W-RESTA = 0
                GO TO DEVOLVE-LOTES-FIM.
           IF W-FIM-ARQVENL = "S"
                GO TO DEVOLVE-LOTES5.
           READ ARQVENL NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQVENL
           END-READ.
           IF W-FIM-ARQVENL = "S"
                GO TO DEVOLVE-LOTES5.
           IF VENL-NUMERO NOT = W-PEDIDO
              OR VENL-SEQ NOT = W-IT-SEQ (W-IDX)
                GO TO DEVOLVE-LOTES5.
           IF VENL-QTDDEV NOT < VENL-QTDE
                GO TO DEVOLVE-LOTES1.
       DEVOLVE-LOTES2.
           READ ARQVENL WITH LOCK
           IF ST-ERRO11 = "51" OR "9D"
              DISPLAY "REGISTRO EM USO, NOVA TENTATIVA : " PROD-COD
              GO TO DEVOLVE-LOTES2.
           IF ST-ERRO11 NOT = "00"
                GO TO DEVOLVE-LOTES3.
           COMPUTE W-DISPON = VENL-QTDE - VENL-QTDDEV.
           IF W-DISPON > W-RESTA
                MOVE W-RESTA TO W-BAIXA
           ELSE
                MOVE W-DISPON TO W-BAIXA.
           ADD W-BAIXA TO VENL-QTDDEV.
           REWRITE REGVENL
           IF ST-ERRO11 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA ATUALIZACAO DO ARQVENLT ***"
              GO TO ROT-FIM.
           MOVE VENL-VALIDADE TO W-LOT-VALID.
           MOVE VENL-LOTE TO W-LOTE.
           PERFORM ATU-LOTE THRU ATU-LOTE-FIM.
           SUBTRACT W-BAIXA FROM W-RESTA.
       DEVOLVE-LOTES3.
           START ARQVENL KEY IS GREATER THAN VENL-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQVENL
           END-START.
           GO TO DEVOLVE-LOTES1.
       DEVOLVE-LOTES5.
           MOVE "N" TO W-FIM-ARQLOT W-ACHOU-LOTE.
           MOVE PROD-COD TO LOT-PRODCOD.
           MOVE ZEROS TO LOT-VALIDADE.
           MOVE SPACES TO LOT-NUMERO.
           START ARQLOT KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQLOT
           END-START.
       DEVOLVE-LOTES6.
           IF W-FIM-ARQLOT = "S"
                GO TO DEVOLVE-LOTES7.
           READ ARQLOT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQLOT
           END-READ.
           IF W-FIM-ARQLOT = "S"
                GO TO DEVOLVE-LOTES7.
           IF LOT-PRODCOD NOT = PROD-COD
                GO TO DEVOLVE-LOTES7.
           MOVE "S" TO W-ACHOU-LOTE.
           MOVE LOT-VALIDADE TO W-LOT-VALID.
           MOVE LOT-NUMERO TO W-LOTE.
           GO TO DEVOLVE-LOTES6.
       DEVOLVE-LOTES7.
           IF W-ACHOU-LOTE = "N"
              DISPLAY "QTDE SEM LOTE DE ORIGEM : " W-RESTA
              GO TO DEVOLVE-LOTES-FIM.
           MOVE W-RESTA TO W-BAIXA.
           PERFORM ATU-LOTE THRU ATU-LOTE-FIM.
           MOVE ZEROS TO W-RESTA.
       DEVOLVE-LOTES-FIM.
           EXIT.
      *---------[ SOMA W-BAIXA AO LOTE W-LOT-VALID/W-LOTE ]-------------
       ATU-LOTE.
           MOVE PROD-COD TO LOT-PRODCOD.
           MOVE W-LOT-VALID TO LOT-VALIDADE.
           MOVE W-LOTE TO LOT-NUMERO.
           READ ARQLOT WITH LOCK
           IF ST-ERRO5 = "51" OR "9D"
              DISPLAY "REGISTRO EM USO, NOVA TENTATIVA : " PROD-COD
              GO TO ATU-LOTE.
           IF ST-ERRO5 = "00"
              ADD W-BAIXA TO LOT-SALDO
              REWRITE REGLOT
              IF ST-ERRO5 NOT = "00" AND "02"
                 DISPLAY "*** ERRO NA ATUALIZACAO DO LOTE ***"
                 GO TO ROT-FIM
              ELSE
                 GO TO ATU-LOTE-FIM
           ELSE
           IF ST-ERRO5 NOT = "23"
              DISPLAY "*** ERRO NA LEITURA DO ARQUIVO ARQLOTE ***"
              GO TO ROT-FIM.
       ATU-LOTE1.
           MOVE PROD-COD TO LOT-PRODCOD.
           MOVE W-LOT-VALID TO LOT-VALIDADE.
           MOVE W-LOTE TO LOT-NUMERO.
           MOVE W-BAIXA TO LOT-SALDO.
           WRITE REGLOT
           IF ST-ERRO5 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO LOTE ***"
              GO TO ROT-FIM.
       ATU-LOTE-FIM.
           EXIT.
      *---------[ RETORNO AO SALDO DO LOCAL DE ARMAZENAGEM ]-------------
       ATU-LOCAL.
           MOVE PROD-COD TO LOC-PRODCOD.
           MOVE W-LOCAL TO LOC-LOCAL.
           READ ARQLOC WITH LOCK
           IF ST-ERRO10 = "51" OR "9D"
              DISPLAY "REGISTRO EM USO, NOVA TENTATIVA : " PROD-COD
              GO TO ATU-LOCAL.
           IF ST-ERRO10 = "00"
              ADD W-QTDE-DEV TO LOC-SALDO
              REWRITE REGLOC
              IF ST-ERRO10 NOT = "00" AND "02"
                 DISPLAY "*** ERRO NA ATUALIZACAO DO LOCAL ***"
                 GO TO ROT-FIM
              ELSE
                 GO TO ATU-LOCAL-FIM
           ELSE
           IF ST-ERRO10 NOT = "23"
              DISPLAY "*** ERRO NA LEITURA DO ARQUIVO ARQLOC ***"
              GO TO ROT-FIM.
       ATU-LOCAL1.
           MOVE PROD-COD TO LOC-PRODCOD.
           MOVE W-LOCAL TO LOC-LOCAL.
           MOVE W-QTDE-DEV TO LOC-SALDO.
           WRITE REGLOC
           IF ST-ERRO10 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO LOCAL ***"
              GO TO ROT-FIM.
       ATU-LOCAL-FIM.
           EXIT.
      *---------[ VERIFICA SE O PERIODO ATUAL ESTA FECHADO ]------------
       VERIFICA-FECH.
           MOVE "N" TO W-FECHADO.
           IF W-TEM-ARQFECH = "N"
                GO TO VERIFICA-FECH-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE (1:6) TO FECH-ANOMES.
           READ ARQFECH
           IF ST-ERRO9 = "00"
                MOVE "S" TO W-FECHADO.
       VERIFICA-FECH-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           IF W-TEM-ARQFECH = "S"
              CLOSE ARQFECH.
           CLOSE ARQVEN ARQVENI ARQCLI ARQPROD ARQLOT ARQLOC
                 RELATORIO ARQVENL ARQDEV.
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
