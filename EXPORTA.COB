           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  EXPFOR
               LABEL RECORD IS STANDARD
       FD  EXPPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXPPROD.DAT".
       01 REGPROD-EXP                PIC X(81).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
