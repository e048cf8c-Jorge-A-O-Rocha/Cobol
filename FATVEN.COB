      * FATURAMENTO DO PEDIDO DE VENDA             *
      * BAIXA O ESTOQUE, GRAVA O MOVIMENTO E       *
      * IMPRIME O DOCUMENTO DE VENDA DO CLIENTE    *
      * GERA OS TITULOS A RECEBER DO CLIENTE,      *
      * PARCELADOS CONFORME A CONDICAO DE PAGAMENTO*
      * REGISTRA OS LOTES BAIXADOS EM CADA ITEM    *
      * PARA A DEVOLUCAO VOLTAR AO LOTE DE ORIGEM  *
      * GRAVA NO ITEM O CUSTO MEDIO DA BAIXA       *
      * CALCULA ICMS E IPI DE CADA ITEM PELA REGRA *
      * FISCAL (SVP060) DA CLASSIFICACAO DO        *
      * PRODUTO E DA UF DO CEP DO CLIENTE, GRAVA   *
      * NO ARQVENIF E IMPRIME NO DOCUMENTO         *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       RECORD KEY   IS LOC-CHAVE
                       FILE STATUS  IS ST-ERRO10
                       LOCK MODE    IS MANUAL.

           SELECT ARQREC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REC-NUMERO
                       FILE STATUS  IS ST-ERRO11
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS REC-CLIENTE
                       WITH DUPLICATES.

           SELECT ARQVENL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS VENL-CHAVE
                       FILE STATUS  IS ST-ERRO12
                       LOCK MODE    IS MANUAL.

           SELECT ARQPFIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PFIS-PRODCOD
                       FILE STATUS  IS ST-ERRO13
                       LOCK MODE    IS MANUAL.

           SELECT ARQTRIB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS TRIB-CHAVE
                       FILE STATUS  IS ST-ERRO14
                       LOCK MODE    IS MANUAL.

           SELECT ARQCEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CEP-NUMCEP
                       FILE STATUS  IS ST-ERRO15
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS CEP-LOGRA
                       WITH DUPLICATES.

           SELECT ARQVENF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS VENF-CHAVE
                       FILE STATUS  IS ST-ERRO16
                       LOCK MODE    IS MANUAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 VENI-PRODCOD           PIC 9(06).
           03 VENI-QTDVEN            PIC 9(06).
           03 VENI-PRECOVEN          PIC 9(05)V99.
           03 VENI-CUSTO             PIC 9(05)V99.

       FD  ARQCLI
               LABEL RECORD IS STANDARD
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  ARQLOT
               LABEL RECORD IS STANDARD

       FD  LOGPROD
               LABEL RECORD IS STANDARD.
       01 REG-LOGPROD                PIC X(198).

       FD  ARQMOV
               LABEL RECORD IS STANDARD
               05 LOC-LOCAL          PIC 9(02).
           03 LOC-SALDO              PIC 9(06).

       FD  ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 REGREC.
           03 REC-NUMERO             PIC 9(06).
           03 REC-VENDA              PIC 9(06).
           03 REC-CLIENTE            PIC 9(14).
           03 REC-PARCELA            PIC 9(02).
           03 REC-QTDPARC            PIC 9(02).
           03 REC-EMISSAO            PIC 9(08).
           03 REC-VENCTO             PIC 9(08).
           03 REC-VALOR              PIC 9(10)V99.
           03 REC-VLRPAGO            PIC 9(10)V99.
           03 REC-SITU               PIC X(01).
           03 REC-DTPAGTO            PIC 9(08).

       FD  ARQVENL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENLT.DAT".
       01 REGVENL.
           03 VENL-CHAVE.
               05 VENL-NUMERO        PIC 9(06).
               05 VENL-SEQ           PIC 9(03).
               05 VENL-VALIDADE      PIC 9(08).
               05 VENL-LOTE          PIC X(10).
           03 VENL-PRODCOD           PIC 9(06).
           03 VENL-QTDE              PIC 9(06).
           03 VENL-QTDDEV            PIC 9(06).

       FD  ARQPFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPFIS.DAT".
       01 REGPFIS.
           03 PFIS-PRODCOD           PIC 9(06).
           03 PFIS-NCM               PIC 9(08).
           03 PFIS-CLASSE            PIC 9(02).

       FD  ARQTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRIB.DAT".
       01 REGTRIB.
           03 TRIB-CHAVE.
               05 TRIB-CLASSE        PIC 9(02).
               05 TRIB-UF            PIC X(02).
           03 TRIB-ALQICMS           PIC 9(02)V99.
           03 TRIB-ALQIPI            PIC 9(02)V99.
           03 TRIB-IPIBASE           PIC X(01).

       FD  ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
           03 CEP-NUMCEP         PIC 9(08).
           03 CEP-LOGRA          PIC X(30).
           03 CEP-BAIRRO         PIC X(20).
           03 CEP-CIDADE         PIC X(20).
           03 CEP-UF             PIC X(02).

       FD  ARQVENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENIF.DAT".
       01 REGVENF.
           03 VENF-CHAVE.
               05 VENF-NUMERO        PIC 9(06).
               05 VENF-SEQ           PIC 9(03).
           03 VENF-DATA              PIC 9(08).
           03 VENF-CLIENTE           PIC 9(14).
           03 VENF-UF                PIC X(02).
           03 VENF-PRODCOD           PIC 9(06).
           03 VENF-NCM               PIC 9(08).
           03 VENF-CLASSE            PIC 9(02).
           03 VENF-VLRITEM           PIC 9(10)V99.
           03 VENF-BASEICMS          PIC 9(10)V99.
           03 VENF-ALQICMS           PIC 9(02)V99.
           03 VENF-VLRICMS           PIC 9(10)V99.
           03 VENF-BASEIPI           PIC 9(10)V99.
           03 VENF-ALQIPI            PIC 9(02)V99.
           03 VENF-VLRIPI            PIC 9(10)V99.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 W-QTDE-SAI            PIC 9(06) VALUE ZEROS.
           01 W-VLR-ITEM            PIC 9(10)V99 VALUE ZEROS.
           01 W-VLR-TOTAL           PIC 9(12)V99 VALUE ZEROS.
           01 ST-ERRO11             PIC X(02) VALUE "00".
           01 W-FIM-ARQREC          PIC X(01) VALUE "N".
           01 W-PROX-REC            PIC 9(06) VALUE ZEROS.
           01 W-QTD-PARC            PIC 9(02) VALUE ZEROS.
           01 W-INTERVALO           PIC 9(03) VALUE ZEROS.
           01 W-PARC                PIC 9(02) VALUE ZEROS.
           01 W-VLR-PARC            PIC 9(12)V99 VALUE ZEROS.
           01 W-VLR-ACUM            PIC 9(12)V99 VALUE ZEROS.
           01 W-NDIAS               PIC 9(03) VALUE ZEROS.
           01 W-DV-AAAA             PIC 9(04) VALUE ZEROS.
           01 W-DV-MM               PIC 9(02) VALUE ZEROS.
           01 W-DV-DD               PIC 9(02) VALUE ZEROS.
           01 W-DIAS-MES            PIC 9(02) VALUE ZEROS.
           01 W-BISSEXTO            PIC X(01) VALUE "N".
           01 W-QUOC                PIC 9(04) VALUE ZEROS.
           01 W-RESTO4              PIC 9(04) VALUE ZEROS.
           01 W-RESTO100            PIC 9(04) VALUE ZEROS.
           01 W-RESTO400            PIC 9(04) VALUE ZEROS.
           01 ST-ERRO12             PIC X(02) VALUE "00".
           01 ST-ERRO13             PIC X(02) VALUE "00".
           01 ST-ERRO14             PIC X(02) VALUE "00".
           01 ST-ERRO15             PIC X(02) VALUE "00".
           01 ST-ERRO16             PIC X(02) VALUE "00".
           01 W-UF-DEST             PIC X(02) VALUE SPACES.
           01 W-BASE-ICMS           PIC 9(10)V99 VALUE ZEROS.
           01 W-VLR-ICMS            PIC 9(10)V99 VALUE ZEROS.
           01 W-BASE-IPI            PIC 9(10)V99 VALUE ZEROS.
           01 W-VLR-IPI             PIC 9(10)V99 VALUE ZEROS.
           01 W-TOT-PROD            PIC 9(12)V99 VALUE ZEROS.
           01 W-TOT-BASEICMS        PIC 9(12)V99 VALUE ZEROS.
           01 W-TOT-ICMS            PIC 9(12)V99 VALUE ZEROS.
           01 W-TOT-IPI             PIC 9(12)V99 VALUE ZEROS.
           01 W-VENF-GUARDA         PIC X(117) VALUE SPACES.

           01 W-QTDE-ITENS          PIC 9(03) VALUE ZEROS.
           01 W-IDX                 PIC 9(03) VALUE ZEROS.
           01 W-QTDE-TOT            PIC 9(08) VALUE ZEROS.
           01 W-TAB-ITENS.
               05 W-ITEM-OCR OCCURS 20 TIMES.
                   10 W-IT-SEQ      PIC 9(03).
                   10 W-IT-PRODCOD  PIC 9(06).
                   10 W-IT-QTDE     PIC 9(06).
                   10 W-IT-PRECO    PIC 9(05)V99.
                   10 W-IT-NCM      PIC 9(08).
                   10 W-IT-CLASSE   PIC 9(02).
                   10 W-IT-ALQICMS  PIC 9(02)V99.
                   10 W-IT-ALQIPI   PIC 9(02)V99.
                   10 W-IT-IPIBASE  PIC X(01).

           01 W-DOCTO.
               05 FILLER            PIC X(02) VALUE "VD".

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
               05 WN-CLICPF         PIC 9(14).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-CLINOME        PIC X(30).
               05 FILLER PIC X(06) VALUE "  UF: ".
               05 WN-UF             PIC X(02).

           01 W-NF-CAB3.
               05 FILLER PIC X(08) VALUE "   COD".
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-VALOR          PIC Z(9)9,99.

           01 W-NF-FIS.
               05 FILLER PIC X(09) VALUE "     NCM ".
               05 WN-NCM            PIC 9999.99.99.
               05 FILLER PIC X(04) VALUE " BC ".
               05 WN-BASEICMS       PIC Z(7)9,99.
               05 FILLER PIC X(06) VALUE " ICMS ".
               05 WN-ALQICMS        PIC Z9,99.
               05 FILLER PIC X(02) VALUE "% ".
               05 WN-VLRICMS        PIC Z(6)9,99.
               05 FILLER PIC X(05) VALUE " IPI ".
               05 WN-ALQIPI         PIC Z9,99.
               05 FILLER PIC X(02) VALUE "% ".
               05 WN-VLRIPI         PIC Z(6)9,99.

           01 W-NF-IMP.
               05 WN-IMPTXT         PIC X(24).
               05 WN-IMPVLR         PIC Z(11)9,99.

           01 W-NF-TOT.
               05 FILLER PIC X(24) VALUE "TOTAL DO DOCUMENTO    : ".
               05 WN-TOTAL          PIC Z(11)9,99.

           01 W-NF-PARC.
               05 FILLER PIC X(09) VALUE "PARCELA ".
               05 WN-PARC           PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WN-QTDPARC        PIC 9(02).
               05 FILLER PIC X(10) VALUE "  TITULO ".
               05 WN-TITULO         PIC 9(06).
               05 FILLER PIC X(10) VALUE "  VENCTO ".
               05 WN-VDIA           PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WN-VMES           PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WN-VANO           PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WN-VLRPARC        PIC Z(11)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "*** ARQUIVO ARQVEN NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O ARQVENI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ARQUIVO ARQVENIT NAO ENCONTRADO ***"
              CLOSE ARQVEN
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQLOC ***"
                 GO TO ROT-FIM.
       R0H.
           OPEN I-O ARQREC
           IF ST-ERRO11 NOT = "00"
              IF ST-ERRO11 = "30"
                 OPEN OUTPUT ARQREC
                 CLOSE ARQREC
                 GO TO R0H
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQREC ***"
                 GO TO ROT-FIM.
       R0I.
           OPEN I-O ARQVENL
           IF ST-ERRO12 NOT = "00"
              IF ST-ERRO12 = "30"
                 OPEN OUTPUT ARQVENL
                 CLOSE ARQVENL
                 GO TO R0I
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQVENLT ***"
                 GO TO ROT-FIM.
       R0J.
           OPEN INPUT ARQPFIS
           IF ST-ERRO13 NOT = "00"
              DISPLAY "*** DADOS FISCAIS DOS PRODUTOS (ARQPFIS) NAO "
                      "ENCONTRADOS - CADASTRE PELO SVP059 ***"
              GO TO ROT-FIM.
       R0K.
           OPEN INPUT ARQTRIB
           IF ST-ERRO14 NOT = "00"
              DISPLAY "*** REGRAS FISCAIS (ARQTRIB) NAO ENCONTRADAS "
                      "- CADASTRE PELO SVP060 ***"
              GO TO ROT-FIM.
       R0L.
           OPEN INPUT ARQCEP
           IF ST-ERRO15 NOT = "00"
              DISPLAY "*** ARQUIVO ARQCEP NAO ENCONTRADO ***"
              GO TO ROT-FIM.
       R0M.
           OPEN I-O ARQVENF
           IF ST-ERRO16 NOT = "00"
              IF ST-ERRO16 = "30"
                 OPEN OUTPUT ARQVENF
                 CLOSE ARQVENF
                 GO TO R0M
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQVENIF ***"
                 GO TO ROT-FIM.

      *------------- SELECAO DO PEDIDO DE VENDA ------------
       R1.
           MOVE VEN-CLIENTE TO CLI-CPF.
           READ ARQCLI
           IF ST-ERRO3 NOT = "00"
              DISPLAY "*** CLIENTE NAO CADASTRADO, SEM UF DESTINO ***"
              GO TO R1.
       R1B.
           MOVE CLI-CEP TO CEP-NUMCEP.
           READ ARQCEP
           IF ST-ERRO15 NOT = "00"
              DISPLAY "*** CEP DO CLIENTE NAO CADASTRADO : " CLI-CEP
              GO TO R1.
           MOVE CEP-UF TO W-UF-DEST.

      *------------- CARGA E VALIDACAO DOS ITENS ------------
       R2.
           IF VENI-NUMERO NOT = W-PEDIDO
                GO TO R2B.
           ADD 1 TO W-QTDE-ITENS.
           MOVE VENI-SEQ      TO W-IT-SEQ (W-QTDE-ITENS).
           MOVE VENI-PRODCOD  TO W-IT-PRODCOD (W-QTDE-ITENS).
           MOVE VENI-QTDVEN   TO W-IT-QTDE (W-QTDE-ITENS).
           MOVE VENI-PRECOVEN TO W-IT-PRECO (W-QTDE-ITENS).
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R2E.

      *------------- CONDICAO DE PAGAMENTO ------------
       R2F.
           DISPLAY "QUANTIDADE DE PARCELAS (1 A 12)     : "
               WITH NO ADVANCING.
           ACCEPT W-QTD-PARC.
           IF W-QTD-PARC = 0 OR W-QTD-PARC > 12
              DISPLAY "*** INFORME DE 1 A 12 PARCELAS ***"
              GO TO R2F.
       R2G.
           DISPLAY "DIAS ENTRE PARCELAS (0 = A VISTA)   : "
               WITH NO ADVANCING.
           ACCEPT W-INTERVALO.
           IF W-INTERVALO = 0 AND W-QTD-PARC > 1
              DISPLAY "*** PARCELADO EXIGE INTERVALO DE DIAS ***"
              GO TO R2G.

      *------------- CABECALHO DO DOCUMENTO ------------
       R3.
           MOVE ZEROS TO W-VLR-TOTAL W-TOT-PROD.
           MOVE ZEROS TO W-TOT-BASEICMS W-TOT-ICMS W-TOT-IPI.
           MOVE W-PEDIDO TO WN-NUMERO W-DOCTO-NUM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE (7:2) TO WN-DIA.
           MOVE W-HOJE (1:4) TO WN-ANO.
           MOVE VEN-CLIENTE TO WN-CLICPF.
           MOVE CLI-NOME TO WN-CLINOME.
           MOVE W-UF-DEST TO WN-UF.
           MOVE W-NF-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "*** ERRO NA ATUALIZACAO DO PEDIDO DE VENDA ***"
              GO TO ROT-FIM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "BASE DE CALCULO ICMS  : " TO WN-IMPTXT.
           MOVE W-TOT-BASEICMS TO WN-IMPVLR.
           PERFORM IMPRIME-IMP THRU IMPRIME-IMP-FIM.
           MOVE "VALOR DO ICMS         : " TO WN-IMPTXT.
           MOVE W-TOT-ICMS TO WN-IMPVLR.
           PERFORM IMPRIME-IMP THRU IMPRIME-IMP-FIM.
           MOVE "TOTAL DOS PRODUTOS    : " TO WN-IMPTXT.
           MOVE W-TOT-PROD TO WN-IMPVLR.
           PERFORM IMPRIME-IMP THRU IMPRIME-IMP-FIM.
           MOVE "VALOR DO IPI          : " TO WN-IMPTXT.
           MOVE W-TOT-IPI TO WN-IMPVLR.
           PERFORM IMPRIME-IMP THRU IMPRIME-IMP-FIM.
           COMPUTE W-VLR-TOTAL = W-TOT-PROD + W-TOT-IPI.
           MOVE W-VLR-TOTAL TO WN-TOTAL.
           MOVE W-NF-TOT TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           IF W-VLR-TOTAL > 0
              PERFORM GERA-RECEBER THRU GERA-RECEBER-FIM.
           DISPLAY "*** PEDIDO DE VENDA FATURADO ***".
           GO TO R1.

              DISPLAY "PRODUTO NAO CADASTRADO : " PROD-COD
              MOVE "N" TO W-ITEM-OK
              GO TO VALIDA-ITEM-FIM.
           PERFORM BUSCA-FISCAL THRU BUSCA-FISCAL-FIM.
           IF W-ITEM-OK NOT = "S"
              GO TO VALIDA-ITEM-FIM.
           MOVE ZEROS TO W-QTDE-TOT W-KDX.
       VALIDA-ITEM1.
           ADD 1 TO W-KDX.
              DISPLAY "*** ERRO NA LEITURA ARQUIVO ARQPROD ***"
              GO TO ROT-FIM.
           MOVE REGPROD TO W-REGPROD-ANTES.
           PERFORM GRAVA-CUSTO THRU GRAVA-CUSTO-FIM.
           MOVE W-IT-QTDE (W-IDX) TO W-QTDE-SAI.
           IF PROD-ESTOQ < W-QTDE-SAI
              DISPLAY "ESTOQUE INSUFICIENTE NA BAIXA : " PROD-COD
           PERFORM ATU-LOCAL THRU ATU-LOCAL-FIM.
       BAIXA-ITEM1.
           COMPUTE W-VLR-ITEM = W-QTDE-SAI * W-IT-PRECO (W-IDX).
           ADD W-VLR-ITEM TO W-TOT-PROD.
           PERFORM CALCULA-IMPOSTO THRU CALCULA-IMPOSTO-FIM.
           MOVE PROD-COD TO WN-COD.
           MOVE PROD-DESC TO WN-DESC.
           MOVE W-QTDE-SAI TO WN-QTDE.
           MOVE W-NF-DET TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-IT-NCM (W-IDX) TO WN-NCM.
           MOVE W-BASE-ICMS TO WN-BASEICMS.
           MOVE W-IT-ALQICMS (W-IDX) TO WN-ALQICMS.
           MOVE W-VLR-ICMS TO WN-VLRICMS.
           MOVE W-IT-ALQIPI (W-IDX) TO WN-ALQIPI.
           MOVE W-VLR-IPI TO WN-VLRIPI.
           MOVE W-NF-FIS TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           PERFORM GRAVA-FISCAL THRU GRAVA-FISCAL-FIM.
       BAIXA-ITEM-FIM.
           EXIT.
      *---------[ DADOS FISCAIS E REGRA DE ICMS/IPI DO ITEM ]-----------
      *  A REGRA E PROCURADA PELA CLASSIFICACAO DO PRODUTO E UF DO
      *  CLIENTE; NA FALTA DELA VALE A REGRA DA UF ** (DEMAIS UFS)
       BUSCA-FISCAL.
           MOVE PROD-COD TO PFIS-PRODCOD.
           READ ARQPFIS
           IF ST-ERRO13 NOT = "00"
              DISPLAY "PRODUTO SEM DADOS FISCAIS (SVP059) : " PROD-COD
              MOVE "N" TO W-ITEM-OK
              GO TO BUSCA-FISCAL-FIM.
           MOVE PFIS-CLASSE TO TRIB-CLASSE.
           MOVE W-UF-DEST TO TRIB-UF.
           READ ARQTRIB
           IF ST-ERRO14 NOT = "00"
              MOVE "**" TO TRIB-UF
              READ ARQTRIB.
           IF ST-ERRO14 NOT = "00"
              DISPLAY "SEM REGRA FISCAL (SVP060) CLASSE " PFIS-CLASSE
                      " UF " W-UF-DEST " : " PROD-COD
              MOVE "N" TO W-ITEM-OK
              GO TO BUSCA-FISCAL-FIM.
           MOVE PFIS-NCM TO W-IT-NCM (W-IDX).
           MOVE PFIS-CLASSE TO W-IT-CLASSE (W-IDX).
           MOVE TRIB-ALQICMS TO W-IT-ALQICMS (W-IDX).
           MOVE TRIB-ALQIPI TO W-IT-ALQIPI (W-IDX).
           MOVE TRIB-IPIBASE TO W-IT-IPIBASE (W-IDX).
       BUSCA-FISCAL-FIM.
           EXIT.
      *---------[ CALCULO DO ICMS E DO IPI DO ITEM ]--------------------
      *  IPI CALCULADO SOBRE O VALOR DO ITEM E SOMADO AO DOCUMENTO;
      *  ICMS SOBRE O VALOR DO ITEM, MAIS O IPI QUANDO A REGRA MANDA
      *  INCLUIR O IPI NA BASE. ALIQUOTA ZERO NAO TEM BASE
       CALCULA-IMPOSTO.
           MOVE ZEROS TO W-BASE-ICMS W-VLR-ICMS W-BASE-IPI W-VLR-IPI.
           IF W-IT-ALQIPI (W-IDX) > 0
              MOVE W-VLR-ITEM TO W-BASE-IPI
              COMPUTE W-VLR-IPI ROUNDED =
                      W-BASE-IPI * W-IT-ALQIPI (W-IDX) / 100.
           IF W-IT-ALQICMS (W-IDX) = 0
              GO TO CALCULA-IMPOSTO1.
           MOVE W-VLR-ITEM TO W-BASE-ICMS.
           IF W-IT-IPIBASE (W-IDX) = "S"
              ADD W-VLR-IPI TO W-BASE-ICMS.
           COMPUTE W-VLR-ICMS ROUNDED =
                   W-BASE-ICMS * W-IT-ALQICMS (W-IDX) / 100.
       CALCULA-IMPOSTO1.
           ADD W-BASE-ICMS TO W-TOT-BASEICMS.
           ADD W-VLR-ICMS TO W-TOT-ICMS.
           ADD W-VLR-IPI TO W-TOT-IPI.
       CALCULA-IMPOSTO-FIM.
           EXIT.
      *---------[ GRAVA OS IMPOSTOS DO ITEM NO ARQVENIF ]---------------
       GRAVA-FISCAL.
           MOVE W-PEDIDO TO VENF-NUMERO.
           MOVE W-IT-SEQ (W-IDX) TO VENF-SEQ.
           MOVE W-HOJE TO VENF-DATA.
           MOVE VEN-CLIENTE TO VENF-CLIENTE.
           MOVE W-UF-DEST TO VENF-UF.
           MOVE PROD-COD TO VENF-PRODCOD.
           MOVE W-IT-NCM (W-IDX) TO VENF-NCM.
           MOVE W-IT-CLASSE (W-IDX) TO VENF-CLASSE.
           MOVE W-VLR-ITEM TO VENF-VLRITEM.
           MOVE W-BASE-ICMS TO VENF-BASEICMS.
           MOVE W-IT-ALQICMS (W-IDX) TO VENF-ALQICMS.
           MOVE W-VLR-ICMS TO VENF-VLRICMS.
           MOVE W-BASE-IPI TO VENF-BASEIPI.
           MOVE W-IT-ALQIPI (W-IDX) TO VENF-ALQIPI.
           MOVE W-VLR-IPI TO VENF-VLRIPI.
           WRITE REGVENF
           IF ST-ERRO16 = "00" OR "02"
                GO TO GRAVA-FISCAL-FIM.
           IF ST-ERRO16 NOT = "22"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQVENIF ***"
              GO TO ROT-FIM.
           MOVE REGVENF TO W-VENF-GUARDA.
       GRAVA-FISCAL1.
           READ ARQVENF WITH LOCK
           IF ST-ERRO16 = "51" OR "9D"
              DISPLAY "REGISTRO EM USO, NOVA TENTATIVA : " PROD-COD
              GO TO GRAVA-FISCAL1.
           IF ST-ERRO16 NOT = "00"
              DISPLAY "*** ERRO NA LEITURA DO ARQVENIF ***"
              GO TO ROT-FIM.
           MOVE W-VENF-GUARDA TO REGVENF.
           REWRITE REGVENF
           IF ST-ERRO16 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQVENIF ***"
              GO TO ROT-FIM.
       GRAVA-FISCAL-FIM.
           EXIT.
      *---------[ LINHA DE TOTAL DE IMPOSTOS DO DOCUMENTO ]-------------
       IMPRIME-IMP.
           MOVE W-NF-IMP TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
       IMPRIME-IMP-FIM.
           EXIT.
      *---------[ CUSTO MEDIO DO PRODUTO NO ITEM DO PEDIDO ]------------
       GRAVA-CUSTO.
           MOVE W-PEDIDO TO VENI-NUMERO.
           MOVE W-IT-SEQ (W-IDX) TO VENI-SEQ.
           READ ARQVENI WITH LOCK
           IF ST-ERRO2 = "51" OR "9D"
              DISPLAY "REGISTRO EM USO, NOVA TENTATIVA : " PROD-COD
              GO TO GRAVA-CUSTO.
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ERRO NA LEITURA DO ITEM DO PEDIDO ***"
              GO TO ROT-FIM.
           MOVE PROD-CUSTO TO VENI-CUSTO.
           REWRITE REGVENI
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ITEM DO PEDIDO ***"
              GO TO ROT-FIM.
       GRAVA-CUSTO-FIM.
           EXIT.
      *---------[ ROTINA DE AUDITORIA ]---------------------
       GRAVA-AUDITORIA.
           OPEN EXTEND LOGPROD
           IF ST-ERRO5 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA BAIXA DO LOTE ***"
              GO TO ROT-FIM.
           PERFORM GRAVA-VENLOTE THRU GRAVA-VENLOTE-FIM.
       BAIXA-LOTES3.
           START ARQLOT KEY IS GREATER THAN LOT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQLOT
              DISPLAY "QTDE SEM LOTE PARA BAIXA : " W-RESTA.
       BAIXA-LOTES-FIM.
           EXIT.
      *---------[ REGISTRA O LOTE BAIXADO NO ITEM DO PEDIDO ]-----------
       GRAVA-VENLOTE.
           MOVE W-PEDIDO TO VENL-NUMERO.
           MOVE W-IT-SEQ (W-IDX) TO VENL-SEQ.
           MOVE LOT-VALIDADE TO VENL-VALIDADE.
           MOVE LOT-NUMERO TO VENL-LOTE.
           MOVE PROD-COD TO VENL-PRODCOD.
           MOVE W-BAIXA TO VENL-QTDE.
           MOVE ZEROS TO VENL-QTDDEV.
           WRITE REGVENL
           IF ST-ERRO12 = "00" OR "02"
                GO TO GRAVA-VENLOTE-FIM.
           IF ST-ERRO12 NOT = "22"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQVENLT ***"
              GO TO ROT-FIM.
       GRAVA-VENLOTE1.
           READ ARQVENL WITH LOCK
           IF ST-ERRO12 = "51" OR "9D"
              DISPLAY "REGISTRO EM USO, NOVA TENTATIVA : " PROD-COD
              GO TO GRAVA-VENLOTE1.
           IF ST-ERRO12 NOT = "00"
              DISPLAY "*** ERRO NA LEITURA DO ARQVENLT ***"
              GO TO ROT-FIM.
           ADD W-BAIXA TO VENL-QTDE.
           REWRITE REGVENL
           IF ST-ERRO12 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQVENLT ***"
              GO TO ROT-FIM.
       GRAVA-VENLOTE-FIM.
           EXIT.
      *---------[ BAIXA DO SALDO DO LOCAL DE ARMAZENAGEM ]--------------
      *  PRODUTO AINDA SEM REGISTRO DE LOCAL (ESTOQUE ANTIGO) SAI
      *  SEM CONTROLE DE LOCAL ATE SER DISTRIBUIDO PELO SVP030
              GO TO ROT-FIM.
       ATU-LOCAL-FIM.
           EXIT.
      *---------[ TITULOS A RECEBER DO DOCUMENTO ]----------------------
      *  A PRIMEIRA PARCELA VENCE APOS O INTERVALO INFORMADO E AS
      *  DEMAIS A CADA INTERVALO; A DIFERENCA DE CENTAVOS DA DIVISAO
      *  FICA NA ULTIMA PARCELA
       GERA-RECEBER.
           MOVE ZEROS TO W-PROX-REC.
           MOVE "N" TO W-FIM-ARQREC.
           MOVE ZEROS TO REC-NUMERO.
           START ARQREC KEY IS NOT LESS THAN REC-NUMERO
               INVALID KEY MOVE "S" TO W-FIM-ARQREC
           END-START.
       GERA-RECEBER1.
           IF W-FIM-ARQREC = "S"
                GO TO GERA-RECEBER2.
           READ ARQREC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQREC
           END-READ.
           IF W-FIM-ARQREC = "S"
                GO TO GERA-RECEBER2.
           MOVE REC-NUMERO TO W-PROX-REC.
           GO TO GERA-RECEBER1.
       GERA-RECEBER2.
           COMPUTE W-VLR-PARC = W-VLR-TOTAL / W-QTD-PARC.
           MOVE ZEROS TO W-PARC W-VLR-ACUM.
           MOVE W-HOJE (1:4) TO W-DV-AAAA.
           MOVE W-HOJE (5:2) TO W-DV-MM.
           MOVE W-HOJE (7:2) TO W-DV-DD.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
       GERA-RECEBER3.
           ADD 1 TO W-PARC.
           IF W-PARC > W-QTD-PARC
                GO TO GERA-RECEBER-FIM.
           MOVE W-INTERVALO TO W-NDIAS.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           ADD 1 TO W-PROX-REC.
           MOVE W-PROX-REC TO REC-NUMERO.
           MOVE W-PEDIDO TO REC-VENDA.
           MOVE VEN-CLIENTE TO REC-CLIENTE.
           MOVE W-PARC TO REC-PARCELA.
           MOVE W-QTD-PARC TO REC-QTDPARC.
           MOVE W-HOJE TO REC-EMISSAO.
           MOVE W-DV-AAAA TO REC-VENCTO (1:4).
           MOVE W-DV-MM   TO REC-VENCTO (5:2).
           MOVE W-DV-DD   TO REC-VENCTO (7:2).
           IF W-PARC = W-QTD-PARC
                COMPUTE REC-VALOR = W-VLR-TOTAL - W-VLR-ACUM
           ELSE
                MOVE W-VLR-PARC TO REC-VALOR.
           ADD REC-VALOR TO W-VLR-ACUM.
           MOVE ZEROS TO REC-VLRPAGO REC-DTPAGTO.
           MOVE "A" TO REC-SITU.
           WRITE REGREC
           IF ST-ERRO11 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO TITULO A RECEBER ***"
              GO TO ROT-FIM.
           MOVE W-PARC TO WN-PARC.
           MOVE W-QTD-PARC TO WN-QTDPARC.
           MOVE REC-NUMERO TO WN-TITULO.
           MOVE W-DV-DD TO WN-VDIA.
           MOVE W-DV-MM TO WN-VMES.
           MOVE W-DV-AAAA TO WN-VANO.
           MOVE REC-VALOR TO WN-VLRPARC.
           MOVE W-NF-PARC TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           GO TO GERA-RECEBER3.
       GERA-RECEBER-FIM.
           EXIT.
      *---------[ SOMA W-NDIAS DIAS A DATA W-DV-AAAA/MM/DD ]-------------
       SOMA-DIAS.
           IF W-NDIAS = 0
                GO TO SOMA-DIAS-FIM.
           PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM.
           ADD 1 TO W-DV-DD.
           IF W-DV-DD > W-DIAS-MES
                MOVE 1 TO W-DV-DD
                ADD 1 TO W-DV-MM
                IF W-DV-MM > 12
                     MOVE 1 TO W-DV-MM
                     ADD 1 TO W-DV-AAAA.
           SUBTRACT 1 FROM W-NDIAS.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
           EXIT.
      *---------[ QUANTIDADE DE DIAS DO MES INFORMADO ]-----------------
       DIAS-DO-MES.
           IF W-DV-MM = 4 OR 6 OR 9 OR 11
                MOVE 30 TO W-DIAS-MES
                GO TO DIAS-DO-MES-FIM.
           IF W-DV-MM NOT = 2
                MOVE 31 TO W-DIAS-MES
                GO TO DIAS-DO-MES-FIM.
           MOVE "N" TO W-BISSEXTO.
           DIVIDE W-DV-AAAA BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-DV-AAAA BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-DV-AAAA BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
           IF W-RESTO4 = 0 AND W-RESTO100 NOT = 0
                MOVE "S" TO W-BISSEXTO.
           IF W-RESTO400 = 0
                MOVE "S" TO W-BISSEXTO.
           IF W-BISSEXTO = "S"
                MOVE 29 TO W-DIAS-MES
           ELSE
                MOVE 28 TO W-DIAS-MES.
       DIAS-DO-MES-FIM.
           EXIT.
      *---------[ VERIFICA SE O PERIODO ATUAL ESTA FECHADO ]------------
       VERIFICA-FECH.
           MOVE "N" TO W-FECHADO.
           IF W-TEM-ARQFECH = "S"
              CLOSE ARQFECH.
           CLOSE ARQVEN ARQVENI ARQCLI ARQPROD ARQLOT ARQLOC
                 RELATORIO ARQREC ARQVENL ARQPFIS ARQTRIB ARQCEP
                 ARQVENF.
       ROT-FIM2.
           GOBACK.

