           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  ARQFOR
               LABEL RECORD IS STANDARD
           03 VENI-PRODCOD           PIC 9(06).
           03 VENI-QTDVEN            PIC 9(06).
           03 VENI-PRECOVEN          PIC 9(05)V99.
           03 VENI-CUSTO             PIC 9(05)V99.

       FD  ARQCON
               LABEL RECORD IS STANDARD
           01 W-TEM-ARQPAG          PIC X(01) VALUE "N".
           01 W-FIM-ARQX            PIC X(01) VALUE "N".
           01 W-TOT-ORFAOS          PIC 9(06) VALUE ZEROS.

      *---------[ EXECUCAO PELO LOTE NOTURNO (SVP053) ]---------
           01 W-LOTE EXTERNAL.
               03 W-LOTE-ATIVO          PIC X(01).
               03 W-LOTE-SITU           PIC X(01).
               03 W-LOTE-QTDE           PIC 9(06).
               03 W-LOTE-CLASSE         PIC X(01).
           01 W-CNT                 PIC 9(06) VALUE ZEROS.

           01 W-CAB1.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           DISPLAY "TOTAL DE ORFAOS       : " W-TOT-ORFAOS.
           MOVE "O" TO W-LOTE-SITU.
           MOVE W-TOT-ORFAOS TO W-LOTE-QTDE.

      *-----------------------------------------------------------------
       ROT-FIM.
