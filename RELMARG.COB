       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP043.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * RELATORIO DE MARGEM BRUTA DAS VENDAS       *
      * FATURADAS (SVP026) NO PERIODO, POR         *
      * DOCUMENTO E POR PRODUTO                    *
      * RECEITA = QTDE X PRECO DE VENDA            *
      * CUSTO   = QTDE X CUSTO MEDIO NA BAIXA      *
      * QUANTIDADES DEVOLVIDAS (SVP041) SAO        *
      * DESCONTADAS DO ITEM                        *
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

           SELECT ARQDEV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS DEV-CHAVE
                       FILE STATUS  IS ST-ERRO5
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS DEV-VENDA
                       WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO6.
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

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 ST-ERRO6             PIC X(02) VALUE "00".
           01 W-TEM-ARQDEV          PIC X(01) VALUE "N".
           01 W-FIM-ARQVEN          PIC X(01) VALUE "N".
           01 W-FIM-ARQVENI         PIC X(01) VALUE "N".
           01 W-FIM-ARQPROD         PIC X(01) VALUE "N".
           01 W-FIM-ARQDEV          PIC X(01) VALUE "N".
           01 W-VENDA               PIC 9(06) VALUE ZEROS.
           01 W-VENSEQ              PIC 9(03) VALUE ZEROS.
           01 W-QTDE-DEV            PIC 9(06) VALUE ZEROS.
           01 W-QTDE-LIQ            PIC 9(06) VALUE ZEROS.
           01 W-QTDE                PIC 9(08) VALUE ZEROS.
           01 W-RECEITA             PIC 9(12)V99 VALUE ZEROS.
           01 W-CUSTO               PIC 9(12)V99 VALUE ZEROS.
           01 W-MARGEM              PIC S9(12)V99 VALUE ZEROS.
           01 W-PERC                PIC S9(05)V99 VALUE ZEROS.
           01 W-TOT-QTDE            PIC 9(10) VALUE ZEROS.
           01 W-TOT-RECEITA         PIC 9(14)V99 VALUE ZEROS.
           01 W-TOT-CUSTO           PIC 9(14)V99 VALUE ZEROS.
           01 W-TOT-MARGEM          PIC S9(14)V99 VALUE ZEROS.
           01 W-TOT-DOCS            PIC 9(06) VALUE ZEROS.

           01 W-DTINI               PIC 9(08) VALUE ZEROS.
           01 W-DTINI-R REDEFINES W-DTINI.
               05 W-DTINI-DD        PIC 9(02).
               05 W-DTINI-MM        PIC 9(02).
               05 W-DTINI-AAAA      PIC 9(04).
           01 W-DTFIM               PIC 9(08) VALUE ZEROS.
           01 W-DTFIM-R REDEFINES W-DTFIM.
               05 W-DTFIM-DD        PIC 9(02).
               05 W-DTFIM-MM        PIC 9(02).
               05 W-DTFIM-AAAA      PIC 9(04).
           01 W-DTINI-AMD           PIC 9(08) VALUE ZEROS.
           01 W-DTFIM-AMD           PIC 9(08) VALUE ZEROS.
           01 W-DT-FUTURO           PIC X(01) VALUE "S".
           01 W-DT-VALIDO           PIC X(01) VALUE "N".

           01 W-CAB1.
               05 FILLER PIC X(37) VALUE
                  "MARGEM BRUTA DAS VENDAS FATURADAS DE ".
               05 WC-DTINI          PIC X(10).
               05 FILLER PIC X(05) VALUE " ATE ".
               05 WC-DTFIM          PIC X(10).

           01 W-CABDOC.
               05 FILLER PIC X(30) VALUE "*** MARGEM POR DOCUMENTO ***".

           01 W-CABDOC2.
               05 FILLER PIC X(08) VALUE "DOCTO".
               05 FILLER PIC X(12) VALUE "DATA".
               05 FILLER PIC X(30) VALUE "CLIENTE".
               05 FILLER PIC X(10) VALUE "     QTDE".
               05 FILLER PIC X(17) VALUE "        RECEITA".
               05 FILLER PIC X(17) VALUE "          CUSTO".
               05 FILLER PIC X(18) VALUE "         MARGEM".
               05 FILLER PIC X(09) VALUE "  MARG %".

           01 W-CABPROD.
               05 FILLER PIC X(30) VALUE "*** MARGEM POR PRODUTO ***".

           01 W-CABPROD2.
               05 FILLER PIC X(08) VALUE "CODIGO".
               05 FILLER PIC X(42) VALUE "DESCRICAO".
               05 FILLER PIC X(10) VALUE "     QTDE".
               05 FILLER PIC X(17) VALUE "        RECEITA".
               05 FILLER PIC X(17) VALUE "          CUSTO".
               05 FILLER PIC X(18) VALUE "         MARGEM".
               05 FILLER PIC X(09) VALUE "  MARG %".

           01 W-IDENT-DOC.
               05 WI-NUMERO         PIC 9(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WI-DIA            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WI-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WI-ANO            PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WI-NOME           PIC X(28).
               05 FILLER            PIC X(02) VALUE SPACES.

           01 W-IDENT-PROD.
               05 WI-COD            PIC 9(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WI-DESC           PIC X(30).
               05 FILLER            PIC X(12) VALUE SPACES.

           01 W-DETALHE.
               05 WD-IDENT          PIC X(50).
               05 WD-QTDE           PIC Z(8)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-RECEITA        PIC Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-CUSTO          PIC Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-MARGEM         PIC -Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-PERC           PIC -ZZZ9,99.

           01 W-TOTAL.
               05 WT-TEXTO          PIC X(50).
               05 WT-QTDE           PIC Z(8)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WT-RECEITA        PIC Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WT-CUSTO          PIC Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WT-MARGEM         PIC -Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WT-PERC           PIC -ZZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQVEN
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
           OPEN INPUT ARQPROD
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ARQUIVO ARQPROD NAO ENCONTRADO ***"
              CLOSE ARQVEN ARQVENI ARQCLI
              GO TO ROT-FIM2.
       R0D.
           OPEN INPUT ARQDEV
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-TEM-ARQDEV
           ELSE
              MOVE "N" TO W-TEM-ARQDEV.
       R0E.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO6 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              IF W-TEM-ARQDEV = "S"
                 CLOSE ARQDEV
                 CLOSE ARQVEN ARQVENI ARQCLI ARQPROD
                 GO TO ROT-FIM2
              ELSE
                 CLOSE ARQVEN ARQVENI ARQCLI ARQPROD
                 GO TO ROT-FIM2.

      *------------- PERIODO DA CONSULTA ------------
       R1.
           DISPLAY "DATA INICIAL (DDMMAAAA)     : "
               WITH NO ADVANCING.
           ACCEPT W-DTINI.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTINI W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R1.
       R1A.
           DISPLAY "DATA FINAL   (DDMMAAAA)     : "
               WITH NO ADVANCING.
           ACCEPT W-DTFIM.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTFIM W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R1A.
           MOVE W-DTINI-AAAA TO W-DTINI-AMD (1:4).
           MOVE W-DTINI-MM   TO W-DTINI-AMD (5:2).
           MOVE W-DTINI-DD   TO W-DTINI-AMD (7:2).
           MOVE W-DTFIM-AAAA TO W-DTFIM-AMD (1:4).
           MOVE W-DTFIM-MM   TO W-DTFIM-AMD (5:2).
           MOVE W-DTFIM-DD   TO W-DTFIM-AMD (7:2).
           IF W-DTINI-AMD > W-DTFIM-AMD
              DISPLAY "*** DATA INICIAL MAIOR QUE A FINAL ***"
              GO TO R1.

      *------------- CABECALHO DO RELATORIO ------------
       R2.
           STRING W-DTINI-DD "/" W-DTINI-MM "/" W-DTINI-AAAA
                  DELIMITED BY SIZE INTO WC-DTINI.
           STRING W-DTFIM-DD "/" W-DTFIM-MM "/" W-DTFIM-AAAA
                  DELIMITED BY SIZE INTO WC-DTFIM.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CABDOC TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CABDOC2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *------------- MARGEM POR DOCUMENTO ------------
       R3.
           MOVE ZEROS TO W-TOT-QTDE W-TOT-RECEITA W-TOT-CUSTO.
           MOVE ZEROS TO W-TOT-DOCS.
           MOVE "N" TO W-FIM-ARQVEN.
           MOVE ZEROS TO VEN-NUMERO.
           START ARQVEN KEY IS NOT LESS THAN VEN-NUMERO
               INVALID KEY MOVE "S" TO W-FIM-ARQVEN
           END-START.
       R3A.
           IF W-FIM-ARQVEN = "S"
                GO TO R4.
           READ ARQVEN NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQVEN
           END-READ.
           IF W-FIM-ARQVEN = "S"
                GO TO R4.
           IF VEN-SITU NOT = "F"
                GO TO R3A.
           IF VEN-DATA < W-DTINI-AMD OR VEN-DATA > W-DTFIM-AMD
                GO TO R3A.
           PERFORM SOMA-DOCTO THRU SOMA-DOCTO-FIM.
           MOVE VEN-CLIENTE TO CLI-CPF.
           READ ARQCLI
           IF ST-ERRO3 NOT = "00"
                MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME.
           MOVE VEN-NUMERO TO WI-NUMERO.
           MOVE VEN-DATA (7:2) TO WI-DIA.
           MOVE VEN-DATA (5:2) TO WI-MES.
           MOVE VEN-DATA (1:4) TO WI-ANO.
           MOVE CLI-NOME TO WI-NOME.
           MOVE W-IDENT-DOC TO WD-IDENT.
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM.
           ADD 1 TO W-TOT-DOCS.
           GO TO R3A.

      *------------- TOTAL DOS DOCUMENTOS ------------
       R4.
           MOVE "TOTAL DOS DOCUMENTOS" TO WT-TEXTO.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM.

      *------------- MARGEM POR PRODUTO ------------
       R5.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CABPROD TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CABPROD2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE ZEROS TO W-TOT-QTDE W-TOT-RECEITA W-TOT-CUSTO.
           MOVE "N" TO W-FIM-ARQPROD.
           MOVE ZEROS TO PROD-COD.
           START ARQPROD KEY IS NOT LESS THAN PROD-COD
               INVALID KEY MOVE "S" TO W-FIM-ARQPROD
           END-START.
       R5A.
           IF W-FIM-ARQPROD = "S"
                GO TO R6.
           READ ARQPROD NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQPROD
           END-READ.
           IF W-FIM-ARQPROD = "S"
                GO TO R6.
           PERFORM SOMA-PRODUTO THRU SOMA-PRODUTO-FIM.
           IF W-QTDE = 0 AND W-RECEITA = 0
                GO TO R5A.
           MOVE PROD-COD TO WI-COD.
           MOVE PROD-DESC TO WI-DESC.
           MOVE W-IDENT-PROD TO WD-IDENT.
           PERFORM IMPRIME-DET THRU IMPRIME-DET-FIM.
           GO TO R5A.

      *------------- TOTAL DOS PRODUTOS E ENCERRAMENTO ------------
       R6.
           MOVE "TOTAL DOS PRODUTOS" TO WT-TEXTO.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM.
           DISPLAY "DOCUMENTOS NO PERIODO : " W-TOT-DOCS.
           GO TO ROT-FIM.

      *-------------------------------------------------------------------------------------------
      *---------[ RECEITA E CUSTO DE UM DOCUMENTO ]----------------------
       SOMA-DOCTO.
           MOVE ZEROS TO W-QTDE W-RECEITA W-CUSTO.
           MOVE "N" TO W-FIM-ARQVENI.
           MOVE VEN-NUMERO TO VENI-NUMERO.
           MOVE ZEROS TO VENI-SEQ.
           START ARQVENI KEY IS NOT LESS THAN VENI-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQVENI
           END-START.
       SOMA-DOCTO1.
           IF W-FIM-ARQVENI = "S"
                GO TO SOMA-DOCTO-FIM.
           READ ARQVENI NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQVENI
           END-READ.
           IF W-FIM-ARQVENI = "S"
                GO TO SOMA-DOCTO-FIM.
           IF VENI-NUMERO NOT = VEN-NUMERO
                GO TO SOMA-DOCTO-FIM.
           PERFORM SOMA-ITEM THRU SOMA-ITEM-FIM.
           GO TO SOMA-DOCTO1.
       SOMA-DOCTO-FIM.
           EXIT.
      *---------[ RECEITA E CUSTO DE UM PRODUTO EM TODAS AS VENDAS ]-----
       SOMA-PRODUTO.
           MOVE ZEROS TO W-QTDE W-RECEITA W-CUSTO.
           MOVE "N" TO W-FIM-ARQVENI.
           MOVE ZEROS TO VENI-NUMERO VENI-SEQ.
           START ARQVENI KEY IS NOT LESS THAN VENI-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQVENI
           END-START.
       SOMA-PRODUTO1.
           IF W-FIM-ARQVENI = "S"
                GO TO SOMA-PRODUTO-FIM.
           READ ARQVENI NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQVENI
           END-READ.
           IF W-FIM-ARQVENI = "S"
                GO TO SOMA-PRODUTO-FIM.
           IF VENI-PRODCOD NOT = PROD-COD
                GO TO SOMA-PRODUTO1.
           MOVE VENI-NUMERO TO VEN-NUMERO.
           READ ARQVEN
           IF ST-ERRO NOT = "00"
                GO TO SOMA-PRODUTO1.
           IF VEN-SITU NOT = "F"
                GO TO SOMA-PRODUTO1.
           IF VEN-DATA < W-DTINI-AMD OR VEN-DATA > W-DTFIM-AMD
                GO TO SOMA-PRODUTO1.
           PERFORM SOMA-ITEM THRU SOMA-ITEM-FIM.
           GO TO SOMA-PRODUTO1.
       SOMA-PRODUTO-FIM.
           EXIT.
      *---------[ ACUMULA UM ITEM LIQUIDO DAS DEVOLUCOES ]---------------
       SOMA-ITEM.
           MOVE VENI-NUMERO TO W-VENDA.
           MOVE VENI-SEQ TO W-VENSEQ.
           PERFORM SOMA-DEV THRU SOMA-DEV-FIM.
           IF W-QTDE-DEV NOT < VENI-QTDVEN
                GO TO SOMA-ITEM-FIM.
           COMPUTE W-QTDE-LIQ = VENI-QTDVEN - W-QTDE-DEV.
           ADD W-QTDE-LIQ TO W-QTDE.
           COMPUTE W-RECEITA = W-RECEITA + W-QTDE-LIQ * VENI-PRECOVEN.
           COMPUTE W-CUSTO = W-CUSTO + W-QTDE-LIQ * VENI-CUSTO.
       SOMA-ITEM-FIM.
           EXIT.
      *---------[ QUANTIDADE DEVOLVIDA DO ITEM W-VENDA/W-VENSEQ ]--------
       SOMA-DEV.
           MOVE ZEROS TO W-QTDE-DEV.
           IF W-TEM-ARQDEV = "N"
                GO TO SOMA-DEV-FIM.
           MOVE "N" TO W-FIM-ARQDEV.
           MOVE W-VENDA TO DEV-VENDA.
           START ARQDEV KEY IS EQUAL TO DEV-VENDA
               INVALID KEY MOVE "S" TO W-FIM-ARQDEV
           END-START.
       SOMA-DEV1.
           IF W-FIM-ARQDEV = "S"
                GO TO SOMA-DEV-FIM.
           READ ARQDEV NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQDEV
           END-READ.
           IF W-FIM-ARQDEV = "S"
                GO TO SOMA-DEV-FIM.
           IF DEV-VENDA NOT = W-VENDA
                GO TO SOMA-DEV-FIM.
           IF DEV-VENSEQ = W-VENSEQ
                ADD DEV-QTDE TO W-QTDE-DEV.
           GO TO SOMA-DEV1.
       SOMA-DEV-FIM.
           EXIT.
      *---------[ IMPRESSAO DE UMA LINHA DE DETALHE ]--------------------
       IMPRIME-DET.
           COMPUTE W-MARGEM = W-RECEITA - W-CUSTO.
           IF W-RECEITA = 0
                MOVE ZEROS TO W-PERC
           ELSE
                COMPUTE W-PERC ROUNDED = W-MARGEM * 100 / W-RECEITA.
           MOVE W-QTDE TO WD-QTDE.
           MOVE W-RECEITA TO WD-RECEITA.
           MOVE W-CUSTO TO WD-CUSTO.
           MOVE W-MARGEM TO WD-MARGEM.
           MOVE W-PERC TO WD-PERC.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           ADD W-QTDE TO W-TOT-QTDE.
           ADD W-RECEITA TO W-TOT-RECEITA.
           ADD W-CUSTO TO W-TOT-CUSTO.
       IMPRIME-DET-FIM.
           EXIT.
      *---------[ IMPRESSAO DE UMA LINHA DE TOTAL ]----------------------
       IMPRIME-TOT.
           COMPUTE W-TOT-MARGEM = W-TOT-RECEITA - W-TOT-CUSTO.
           IF W-TOT-RECEITA = 0
                MOVE ZEROS TO W-PERC
           ELSE
                COMPUTE W-PERC ROUNDED =
                        W-TOT-MARGEM * 100 / W-TOT-RECEITA.
           MOVE W-TOT-QTDE TO WT-QTDE.
           MOVE W-TOT-RECEITA TO WT-RECEITA.
           MOVE W-TOT-CUSTO TO WT-CUSTO.
           MOVE W-TOT-MARGEM TO WT-MARGEM.
           MOVE W-PERC TO WT-PERC.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
       IMPRIME-TOT-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           IF W-TEM-ARQDEV = "S"
              CLOSE ARQDEV.
           CLOSE ARQVEN ARQVENI ARQCLI ARQPROD RELATORIO.
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
