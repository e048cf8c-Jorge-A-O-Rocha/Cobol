      * PARAMETROS DE REPOSICAO POR PRODUTO        *
      * (ESTOQUE MINIMO E QTDE DE REPOSICAO PARA   *
      * A SUGESTAO AUTOMATICA DE PEDIDOS SVP035)   *
      * A CLASSE ABC E CALCULADA PELO SVP047       *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 PAR-PRODCOD            PIC 9(06).
           03 PAR-ESTMIN             PIC 9(06).
           03 PAR-QTDREP             PIC 9(06).
           03 PAR-CLASSE             PIC X(01).

       FD  ARQPROD
               LABEL RECORD IS STANDARD
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05 LINE 09 COLUMN 01 VALUE "ESTOQUE ATUAL         :".
           05 LINE 11 COLUMN 01 VALUE "ESTOQUE MINIMO        :".
           05 LINE 13 COLUMN 01 VALUE "QTDE DE REPOSICAO     :".
           05 LINE 15 COLUMN 01 VALUE "CLASSE ABC            :".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TPAR-PRODCOD
               USING PAR-QTDREP
               HIGHLIGHT.

           05 TPAR-CLASSE
               LINE 15 COLUMN 26 PIC X(01)
               USING PAR-CLASSE
               HIGHLIGHT.

           05 TMENS
               LINE 23 COLUMN 26 PIC X(50)
               USING MENS
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQPAR.
           MOVE SPACES TO PROD-DESC PAR-CLASSE
           MOVE ZEROS TO PAR-PRODCOD PAR-ESTMIN PAR-QTDREP
           MOVE ZEROS TO PROD-ESTOQ W-SEL.

