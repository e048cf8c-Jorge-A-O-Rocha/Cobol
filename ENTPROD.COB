      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      ************************************
      * ENTRADA DE ESTOQUE (RECEBIMENTO) *
      * RECALCULA O CUSTO MEDIO PONDERADO*
      * SEM ALTERAR O PRECO DE VENDA     *
      ************************************
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
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-QTDE-REC           PIC 9(06) VALUE ZEROS.
           01 W-CUSTO-REC          PIC 9(05)V99 VALUE ZEROS.
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 ST-ERRO6             PIC X(02) VALUE "00".

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
               USING W-QTDE-REC
               HIGHLIGHT.

           05 TW-CUSTO-REC
               LINE 13 COLUMN 26 PIC Z(4)9,99
               USING W-CUSTO-REC
               HIGHLIGHT.

           05 TW-DOCTO
       R1.
           UNLOCK ARQPROD.
           MOVE SPACES TO PROD-DESC W-DOCTO W-LOTE
           MOVE ZEROS TO PROD-COD W-QTDE-REC W-CUSTO-REC PROD-ESTOQ
           MOVE ZEROS TO W-PEDIDO W-ITEM-SEQ W-VALIDADE W-VALID-AMD
           MOVE ZEROS TO W-VENCTO W-VENCTO-AMD W-LOCAL.

                GO TO R2.
           IF ST-ERRO = "00"
                MOVE REGPROD TO W-REGPROD-ANTES
                MOVE PROD-CUSTO TO W-CUSTO-REC
                DISPLAY TELAX05
           ELSE
              IF ST-ERRO = "23"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       R4.
           ACCEPT TW-CUSTO-REC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-CUSTO-REC = 0
                 MOVE "*** INFORME O CUSTO DA UNIDADE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
       R5.
           ACCEPT TW-DOCTO
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "*** PERIODO FECHADO, ENTRADA RECUSADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    CUSTO MEDIO PONDERADO = (SALDO X CUSTO MEDIO ATUAL +
      *    QTDE RECEBIDA X CUSTO DO RECEBIMENTO) / NOVO SALDO
       ATU-REGPROD0.
           COMPUTE PROD-CUSTO ROUNDED =
                   (PROD-ESTOQ * PROD-CUSTO + W-QTDE-REC * W-CUSTO-REC)
                   / (PROD-ESTOQ + W-QTDE-REC).
           ADD W-QTDE-REC TO PROD-ESTOQ.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD.
           MOVE W-DATASYS-DD   TO PROD-ULTIMA (1:2).
           ACCEPT W-MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT W-MOV-HORA FROM TIME.
           MOVE PROD-COD TO W-MOV-PRODCOD.
           MOVE W-CUSTO-REC TO W-MOV-CUSTO.
           IF W-PEDIDO NOT = 0
                MOVE W-PEDIDO TO W-DOCPED-NUM
                MOVE W-DOCPED TO W-MOV-DOCTO
