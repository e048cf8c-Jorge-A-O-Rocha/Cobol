      * BAIXA O PROD-ESTOQ, GRAVA MOVIMENTO COM    *
      * DOCUMENTO "VENCIMENTO" E IMPRIME RELATORIO *
      * DE PERDAS VALORIZADO COM TOTAL POR TIPO    *
      * NO LOTE NOTURNO (SVP053) SEM CONFIRMACAO   *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  LOGPROD
               LABEL RECORD IS STANDARD.
       01 REG-LOGPROD                PIC X(198).

       FD  ARQMOV
               LABEL RECORD IS STANDARD
                   10 W-TT-QTDE     PIC 9(08).
                   10 W-TT-VALOR    PIC 9(12)V99.

      *---------[ EXECUCAO PELO LOTE NOTURNO (SVP053) ]---------
           01 W-LOTE EXTERNAL.
               03 W-LOTE-ATIVO          PIC X(01).
               03 W-LOTE-SITU           PIC X(01).
               03 W-LOTE-QTDE           PIC 9(06).
               03 W-LOTE-CLASSE         PIC X(01).

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
              DISPLAY "*** PERIODO FECHADO, BAIXA RECUSADA ***"
              GO TO ROT-FIM.
       R1A.
           IF W-LOTE-ATIVO = "S"
              ACCEPT W-HOJE FROM DATE YYYYMMDD
              GO TO R2.
           DISPLAY "BAIXAR OS LOTES VENCIDOS COM SALDO ?".
           DISPLAY "O ESTOQUE DOS PRODUTOS SERA REDUZIDO (S/N) : "
               WITH NO ADVANCING.
              DISPLAY "ERRO NA BAIXA DO LOTE : " LOT-NUMERO
              GO TO ROT-FIM.
       R5.
           COMPUTE W-VLR-PERDA = W-QTDE-BAIXA * PROD-CUSTO.
           ADD 1 TO W-TOT-LOTES.
           ADD W-QTDE-BAIXA TO W-TOT-QTDE.
           ADD W-VLR-PERDA TO W-TOT-VALOR.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           DISPLAY "LOTES BAIXADOS        : " W-TOT-LOTES.
           MOVE "O" TO W-LOTE-SITU.
           MOVE W-TOT-LOTES TO W-LOTE-QTDE.

      *-----------------------------------------------------------------
       ROT-FIM.
           ACCEPT W-MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT W-MOV-HORA FROM TIME.
           MOVE PROD-COD TO W-MOV-PRODCOD.
           MOVE PROD-CUSTO TO W-MOV-CUSTO.
           MOVE "VENCIMENTO" TO W-MOV-DOCTO.
           MOVE PROD-ESTOQ TO W-MOV-SALDO.
           MOVE ZEROS TO W-MOV-CLIFOR.
