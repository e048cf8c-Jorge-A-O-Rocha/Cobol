      * PEDIDO E GRAVA PEDIDOS NA SITUACAO "S"     *
      * (SUGERIDO) AGRUPADOS POR FORNECEDOR, PARA  *
      * APROVACAO OU DESCARTE NO SVP016            *
      * PODE SE LIMITAR A UMA CLASSE ABC (SVP047)  *
      * NO LOTE NOTURNO (SVP053) A CLASSE VEM DA   *
      * ETAPA (SVP054) E NAO HA CONFIRMACAO        *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  ARQPAR
               LABEL RECORD IS STANDARD
           03 PAR-PRODCOD            PIC 9(06).
           03 PAR-ESTMIN             PIC 9(06).
           03 PAR-QTDREP             PIC 9(06).
           03 PAR-CLASSE             PIC X(01).

       FD  ARQPED
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 W-CLASSE             PIC X(01) VALUE SPACES.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 W-TOT-PROD            PIC 9(06) VALUE ZEROS.
           01 W-TOT-SUGER           PIC 9(06) VALUE ZEROS.

      *---------[ EXECUCAO PELO LOTE NOTURNO (SVP053) ]---------
           01 W-LOTE EXTERNAL.
               03 W-LOTE-ATIVO          PIC X(01).
               03 W-LOTE-SITU           PIC X(01).
               03 W-LOTE-QTDE           PIC 9(06).
               03 W-LOTE-CLASSE         PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 CLOSE ARQPROD ARQPAR ARQPED
                 GO TO ROT-FIM2.

      *------------- FILTRO POR CLASSE ABC ------------
       R1.
           IF W-LOTE-ATIVO = "S"
              MOVE W-LOTE-CLASSE TO W-CLASSE
              PERFORM PROX-NUMERO THRU PROX-NUMERO-FIM
              GO TO R2.
           DISPLAY "CLASSE ABC (A/B/C OU BRANCO = TODAS) : "
               WITH NO ADVANCING.
           MOVE SPACES TO W-CLASSE.
           ACCEPT W-CLASSE.
           INSPECT W-CLASSE CONVERTING "abc" TO "ABC".
           IF W-CLASSE NOT = SPACES AND "A" AND "B" AND "C"
              DISPLAY "*** INFORME A, B, C OU BRANCO ***"
              GO TO R1.

      *------------- CONFIRMACAO DO OPERADOR ------------
       R1A.
           DISPLAY "GERAR PEDIDOS SUGERIDOS PELA FALTA DE ESTOQUE ?".
           DISPLAY "OS PEDIDOS FICAM NA SITUACAO S ATE O SVP016".
           DISPLAY "CONFIRMA (S/N) : " WITH NO ADVANCING.
              DISPLAY "*** SUGESTAO NAO GERADA ***"
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R1A.
           PERFORM PROX-NUMERO THRU PROX-NUMERO-FIM.

      *------------- UM PRODUTO POR VEZ ------------
                GO TO R3-FIM.
           IF PAR-ESTMIN = 0
                GO TO R3-FIM.
           IF W-CLASSE NOT = SPACES AND PAR-CLASSE NOT = W-CLASSE
                GO TO R3-FIM.
           PERFORM SOMA-PEDIDO THRU SOMA-PEDIDO-FIM.
           COMPUTE W-DISPON = PROD-ESTOQ + W-EMPEDIDO.
           IF W-DISPON NOT < PAR-ESTMIN
           DISPLAY "PRODUTOS ANALISADOS   : " W-TOT-PROD.
           DISPLAY "ITENS SUGERIDOS       : " W-TOT-SUGER.
           DISPLAY "PEDIDOS GERADOS       : " W-QTD-PED.
           MOVE "O" TO W-LOTE-SITU.
           MOVE W-TOT-SUGER TO W-LOTE-QTDE.

      *-----------------------------------------------------------------
       ROT-FIM.
           MOVE PROD-COD TO PEDI-PRODCOD.
           MOVE W-QTDE-SUG TO PEDI-QTDPED.
           MOVE ZEROS TO PEDI-QTDREC.
           MOVE PROD-CUSTO TO PEDI-PRECO.
           WRITE REGPEDI
           IF ST-ERRO4 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ITEM SUGERIDO ***"
