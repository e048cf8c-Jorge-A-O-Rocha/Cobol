      *********************************************
      * RELATORIO DE VALORIZACAO DO ESTOQUE POR    *
      * TIPO DE PRODUTO COM TOTAL GERAL            *
      * VALORIZADO PELO CUSTO MEDIO PONDERADO      *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
               05 FILLER PIC X(08) VALUE "COD".
               05 FILLER PIC X(32) VALUE "DESCRICAO".
               05 FILLER PIC X(10) VALUE " ESTOQUE".
               05 FILLER PIC X(12) VALUE "CUSTO MEDIO".
               05 FILLER PIC X(16) VALUE "  VALOR ESTOQUE".

           01 W-DETALHE.
                MOVE W-CAB2 TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA.
           COMPUTE W-VALOR = PROD-ESTOQ * PROD-CUSTO.
           ADD 1 TO W-SUB-ITENS.
           ADD W-VALOR TO W-SUB-VALOR.
           MOVE PROD-COD     TO WD-COD.
           MOVE PROD-DESC    TO WD-DESC.
           MOVE PROD-ESTOQ   TO WD-ESTOQ.
           MOVE PROD-CUSTO TO WD-PRECO.
           MOVE W-VALOR      TO WD-VALOR.
           MOVE W-DETALHE    TO REL-LINHA.
           WRITE REL-LINHA.
