           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  LOGPROD
               LABEL RECORD IS STANDARD.
       01 REG-LOGPROD                PIC X(198).

       FD  ARQMOV
               LABEL RECORD IS STANDARD

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
           ACCEPT W-MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT W-MOV-HORA FROM TIME.
           MOVE PROD-COD TO W-MOV-PRODCOD.
           MOVE PROD-CUSTO TO W-MOV-CUSTO.
           MOVE "INVENTARIO" TO W-MOV-DOCTO.
           MOVE PROD-ESTOQ TO W-MOV-SALDO.
           MOVE ZEROS TO W-MOV-CLIFOR.
