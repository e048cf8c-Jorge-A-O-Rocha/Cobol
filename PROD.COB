           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.
        
       FD  ARQFOR
               LABEL RECORD IS STANDARD

       FD  LOGPROD
               LABEL RECORD IS STANDARD.
       01 REG-LOGPROD                PIC X(198).

       FD  ARQLOT
               LABEL RECORD IS STANDARD
           03 VENI-PRODCOD           PIC 9(06).
           03 VENI-QTDVEN            PIC 9(06).
           03 VENI-PRECOVEN          PIC 9(05)V99.
           03 VENI-CUSTO             PIC 9(05)V99.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

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

       
           05 LINE 07 COLUMN 01 VALUE "UNIDADE PRODUTO       :".
           05 LINE 09 COLUMN 01 VALUE "TIPO PRODUTO          :".
           05 LINE 11 COLUMN 01 VALUE "ULTIMA COMPRA         :".
           05 LINE 13 COLUMN 01 VALUE "PRECO DE VENDA        :".
           05 LINE 15 COLUMN 01 VALUE "ESTOQUE PRODUTO       :".          
           05 LINE 17 COLUMN 01 VALUE "FORNECEDOR            :".
           05 LINE 19 COLUMN 01 VALUE "CONTATO FORNECEDOR    :".
           05 LINE 21 COLUMN 01 VALUE "CUSTO MEDIO           :".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".
     
          
               LINE 15 COLUMN 26  PIC 9(06)
               USING PROD-ESTOQ
               HIGHLIGHT.

           05 TPROD-CUSTO
               LINE 21 COLUMN 26  PIC Z(4)9,99
               USING PROD-CUSTO
               HIGHLIGHT.
           
           05  TFOR-CPF
               LINE 17  COLUMN 26  PIC 9(14)

           MOVE ZEROS TO PROD-COD W-SEL PROD-ESTOQ  PROD-TPPROD 
              PROD-FORNEC PROD-ULTIMA PROD-PRECOUN PROD-ESTOQ FOR-CPF
              PROD-CUSTO
              FOR-DDD FOR-NUMTEL   FOR-CEP FOR-LONGRADOURO.

      *-------------VISUALIZACAO DA TELA ------------------
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
      *    CUSTO SO E INFORMADO NA INCLUSAO (CUSTO DO ESTOQUE INICIAL);
      *    DEPOIS E MANTIDO PELA MEDIA PONDERADA DAS ENTRADAS (SVP005)
       R8A.
           IF W-SEL = 1
                   GO TO R9.
           ACCEPT TPROD-CUSTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.

       R9.
           ACCEPT TFOR-CPF
