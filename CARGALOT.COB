           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  ARQLOT
               LABEL RECORD IS STANDARD
