           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  ARQMOV
               LABEL RECORD IS STANDARD
           01 W-TOT-LIDOS           PIC 9(06) VALUE ZEROS.
           01 W-TOT-DIVERG          PIC 9(06) VALUE ZEROS.

      *---------[ EXECUCAO PELO LOTE NOTURNO (SVP053) ]---------
           01 W-LOTE EXTERNAL.
               03 W-LOTE-ATIVO          PIC X(01).
               03 W-LOTE-SITU           PIC X(01).
               03 W-LOTE-QTDE           PIC 9(06).
               03 W-LOTE-CLASSE         PIC X(01).

           01 W-CAB1.
               05 FILLER PIC X(50) VALUE
                  "CONCILIACAO DE ESTOQUE - CADASTRO X KARDEX X LOTES".
                IF W-EH-TRANSF = "S"
                     MOVE MOV-SALDO TO W-SALDO-MOV
                ELSE
                IF MOV-TIPO = "E" OR "D"
                     COMPUTE W-SALDO-MOV = MOV-SALDO - MOV-QTDE
                ELSE
                IF MOV-TIPO = "S"
                     COMPUTE W-SALDO-MOV = MOV-SALDO + MOV-QTDE
                ELSE
                     MOVE ZEROS TO W-SALDO-MOV.
           IF MOV-TIPO = "E" OR "D"
                ADD MOV-QTDE TO W-SALDO-MOV.
           IF MOV-TIPO = "S"
                SUBTRACT MOV-QTDE FROM W-SALDO-MOV.
           DISPLAY REL-LINHA.
           DISPLAY "PRODUTOS VERIFICADOS  : " W-TOT-LIDOS.
           DISPLAY "PRODUTOS DIVERGENTES  : " W-TOT-DIVERG.
           MOVE "O" TO W-LOTE-SITU.
           MOVE W-TOT-DIVERG TO W-LOTE-QTDE.

      *-----------------------------------------------------------------
       ROT-FIM.
