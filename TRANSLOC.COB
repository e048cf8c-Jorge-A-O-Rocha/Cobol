           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  ARQLOC
               LABEL RECORD IS STANDARD
           ACCEPT W-MOV-HORA FROM TIME.
           MOVE PROD-COD TO W-MOV-PRODCOD.
           MOVE W-QTDE-TRF TO W-MOV-QTDE.
           MOVE PROD-CUSTO TO W-MOV-CUSTO.
           MOVE W-DOCTO TO W-MOV-DOCTO.
           MOVE PROD-ESTOQ TO W-MOV-SALDO.
           MOVE ZEROS TO W-MOV-CLIFOR.
