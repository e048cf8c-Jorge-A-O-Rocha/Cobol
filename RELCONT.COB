           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
           IF W-DIFER = 0
                GO TO R3-FIM.
           ADD 1 TO W-TOT-DIVERG.
           COMPUTE W-VALOR = W-DIFER * PROD-CUSTO.
           ADD W-VALOR TO W-TOT-VALOR.
           MOVE PROD-COD    TO WD-COD.
           MOVE PROD-DESC   TO WD-DESC.
