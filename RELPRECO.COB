       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP058.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * RELATORIO DE PRECOS ESPECIAIS POR CLIENTE  *
      * A PARTIR DO LOGPREC GRAVADO PELO PEDIDO DE *
      * VENDA (SVP025) : PRECO DA TABELA DO        *
      * CLIENTE OU DO GRUPO E PRECOS ALTERADOS NO  *
      * PEDIDO, COM O DESCONTO SOBRE O PRECO DE    *
      * LISTA POR CLIENTE E NO TOTAL DO PERIODO    *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS CLI-CPF
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS CLI-TP
                       WITH DUPLICATES.

           SELECT LOGPREC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO2.

           SELECT ARQPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PROD-COD
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS PROD-DESC
                       WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO4.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
           03 CLI-TP               PIC X(01).
           03 CLI-CPF              PIC 9(14).
           03 CLI-NOME             PIC X(30).
           03 CLI-FANTASIA         PIC X(12).
           03 CLI-DDD              PIC 9(02).
           03 CLI-NUMTEL           PIC 9(09).
           03 CLI-EMAIL            PIC X(30).
           03 CLI-CEP              PIC 9(08).
           03 CLI-CONTATO          PIC X(30).
           03 CLI-LONGRADOURO      PIC 9(05).
           03 CLI-COMPLEMENTO      PIC X(12).

       FD  LOGPREC
               LABEL RECORD IS STANDARD.
       01 REG-LOGPREC.
           03 LPR-DATA               PIC 9(08).
           03 LPR-HORA               PIC 9(08).
           03 LPR-PEDIDO             PIC 9(06).
           03 LPR-SEQ                PIC 9(03).
           03 LPR-CLIENTE            PIC 9(14).
           03 LPR-PRODCOD            PIC 9(06).
           03 LPR-QTDE               PIC 9(06).
           03 LPR-PRLISTA            PIC 9(05)V99.
           03 LPR-PRTAB              PIC 9(05)V99.
           03 LPR-PRECO              PIC 9(05)V99.
           03 LPR-ORIGEM             PIC X(01).
           03 LPR-ALTERADO           PIC X(01).
           03 LPR-OPER               PIC 9(04).
           03 LPR-GRUPO              PIC 9(03).

       FD  ARQPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROD.DAT".
       01 REGPROD.
           03 PROD-COD               PIC 9(06).
           03 PROD-DESC              PIC X(30).
           03 PROD-UNID              PIC X(02).
           03 PROD-TPPROD            PIC 9(01).
           03 PROD-FORNEC            PIC 9(14).
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(110).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 W-FIM-ARQCLI          PIC X(01) VALUE "N".
           01 W-FIM-LOGPREC         PIC X(01) VALUE "N".
           01 W-TEM-LOG             PIC X(01) VALUE "N".
           01 W-FILTRO              PIC 9(14) VALUE ZEROS.

           01 W-DTINI               PIC 9(08) VALUE ZEROS.
           01 W-DTINI-R REDEFINES W-DTINI.
               05 W-DTINI-DD        PIC 9(02).
               05 W-DTINI-MM        PIC 9(02).
               05 W-DTINI-AAAA      PIC 9(04).
           01 W-DTFIM               PIC 9(08) VALUE ZEROS.
           01 W-DTFIM-R REDEFINES W-DTFIM.
               05 W-DTFIM-DD        PIC 9(02).
               05 W-DTFIM-MM        PIC 9(02).
               05 W-DTFIM-AAAA      PIC 9(04).
           01 W-DTINI-AMD           PIC 9(08) VALUE ZEROS.
           01 W-DTFIM-AMD           PIC 9(08) VALUE ZEROS.
           01 W-DT-FUTURO           PIC X(01) VALUE "S".
           01 W-DT-VALIDO           PIC X(01) VALUE "N".

           01 W-DESCONTO            PIC S9(10)V99 VALUE ZEROS.
           01 W-SUB-ITENS           PIC 9(06) VALUE ZEROS.
           01 W-SUB-DESC            PIC S9(12)V99 VALUE ZEROS.
           01 W-TOT-ITENS           PIC 9(08) VALUE ZEROS.
           01 W-TOT-CLI             PIC 9(06) VALUE ZEROS.
           01 W-TOT-ALTER           PIC 9(08) VALUE ZEROS.
           01 W-TOT-DESC            PIC S9(14)V99 VALUE ZEROS.

           01 W-CAB1.
               05 FILLER PIC X(38) VALUE
                  "PRECOS ESPECIAIS POR CLIENTE DE ".
               05 WC-DTINI          PIC X(10).
               05 FILLER PIC X(05) VALUE " ATE ".
               05 WC-DTFIM          PIC X(10).

           01 W-CABCLI.
               05 FILLER PIC X(10) VALUE "CLIENTE : ".
               05 WK-CPF            PIC 9(14).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WK-NOME           PIC X(30).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WK-FANT           PIC X(12).

           01 W-CAB2.
               05 FILLER PIC X(11) VALUE "DATA".
               05 FILLER PIC X(07) VALUE "PEDIDO".
               05 FILLER PIC X(26) VALUE "PRODUTO".
               05 FILLER PIC X(07) VALUE "  QTDE".
               05 FILLER PIC X(09) VALUE "   LISTA".
               05 FILLER PIC X(09) VALUE "  TABELA".
               05 FILLER PIC X(09) VALUE " COBRADO".
               05 FILLER PIC X(11) VALUE " ORIGEM".
               05 FILLER PIC X(04) VALUE "ALT".
               05 FILLER PIC X(04) VALUE "OPER".

           01 W-DETALHE.
               05 WD-DIA            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WD-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WD-ANO            PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-PEDIDO         PIC 9(06).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-DESC           PIC X(25).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-QTDE           PIC Z(5)9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-PRLISTA        PIC Z(4)9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-PRTAB          PIC Z(4)9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-PRECO          PIC Z(4)9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-ORIGEM         PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-ALT            PIC X(03).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-OPER           PIC 9(04).

           01 W-LINSUB.
               05 WT-TEXTO          PIC X(24).
               05 WT-QTDE           PIC Z(7)9.
               05 FILLER PIC X(12) VALUE "  DESCONTO ".
               05 WT-VALOR          PIC -(13)9,99.

           01 W-LINVAL.
               05 WV-TEXTO          PIC X(32).
               05 WV-QTDE           PIC Z(7)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQCLI NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT LOGPREC
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** LOG DE PRECOS LOGPREC NAO ENCONTRADO ***"
              CLOSE ARQCLI
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT ARQPROD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "*** ARQUIVO ARQPROD NAO ENCONTRADO ***"
              CLOSE ARQCLI LOGPREC
              GO TO ROT-FIM2.
       R0C.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              CLOSE ARQCLI LOGPREC ARQPROD
              GO TO ROT-FIM2.

      *------------- PERIODO E CLIENTE ------------
       R1.
           DISPLAY "DATA INICIAL (DDMMAAAA)     : "
               WITH NO ADVANCING.
           ACCEPT W-DTINI.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTINI W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R1.
       R1A.
           DISPLAY "DATA FINAL   (DDMMAAAA)     : "
               WITH NO ADVANCING.
           ACCEPT W-DTFIM.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTFIM W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R1A.
           MOVE W-DTINI-AAAA TO W-DTINI-AMD (1:4).
           MOVE W-DTINI-MM   TO W-DTINI-AMD (5:2).
           MOVE W-DTINI-DD   TO W-DTINI-AMD (7:2).
           MOVE W-DTFIM-AAAA TO W-DTFIM-AMD (1:4).
           MOVE W-DTFIM-MM   TO W-DTFIM-AMD (5:2).
           MOVE W-DTFIM-DD   TO W-DTFIM-AMD (7:2).
           IF W-DTINI-AMD > W-DTFIM-AMD
              DISPLAY "*** DATA INICIAL MAIOR QUE A FINAL ***"
              GO TO R1.
       R1B.
           DISPLAY "CLIENTE CPF/CNPJ (0 = TODOS): "
               WITH NO ADVANCING.
           ACCEPT W-FILTRO.

      *------------- CABECALHO DO RELATORIO ------------
       R2.
           STRING W-DTINI-DD "/" W-DTINI-MM "/" W-DTINI-AAAA
                  DELIMITED BY SIZE INTO WC-DTINI.
           STRING W-DTFIM-DD "/" W-DTFIM-MM "/" W-DTFIM-AAAA
                  DELIMITED BY SIZE INTO WC-DTFIM.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *------------- UM CLIENTE POR VEZ ------------
       R3.
           READ ARQCLI NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQCLI
           END-READ.
           IF W-FIM-ARQCLI = "S"
                GO TO R5.
           IF W-FILTRO NOT = 0 AND CLI-CPF NOT = W-FILTRO
                GO TO R3.
           PERFORM R4 THRU R4-FIM.
           IF W-TEM-LOG = "S"
                ADD 1 TO W-TOT-CLI
                ADD W-SUB-ITENS TO W-TOT-ITENS
                ADD W-SUB-DESC TO W-TOT-DESC.
           GO TO R3.

      *------------- PRECOS ESPECIAIS DE UM CLIENTE ------------
       R4.
           MOVE "N" TO W-TEM-LOG.
           MOVE ZEROS TO W-SUB-ITENS W-SUB-DESC.
           MOVE "N" TO W-FIM-LOGPREC.
       R4A.
           READ LOGPREC NEXT RECORD
               AT END MOVE "S" TO W-FIM-LOGPREC
           END-READ.
           IF W-FIM-LOGPREC = "S"
                GO TO R4C.
           IF LPR-DATA < W-DTINI-AMD OR LPR-DATA > W-DTFIM-AMD
                GO TO R4A.
           IF LPR-CLIENTE NOT = CLI-CPF
                GO TO R4A.
           PERFORM R4B THRU R4B-FIM.
           GO TO R4A.

      *------------- IMPRESSAO DE UM ITEM ------------
       R4B.
           IF W-TEM-LOG = "N"
                MOVE "S" TO W-TEM-LOG
                MOVE CLI-CPF TO WK-CPF
                MOVE CLI-NOME TO WK-NOME
                MOVE CLI-FANTASIA TO WK-FANT
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
                MOVE W-CABCLI TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
                MOVE W-CAB2 TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA.
           COMPUTE W-DESCONTO = (LPR-PRLISTA - LPR-PRECO) * LPR-QTDE.
           ADD 1 TO W-SUB-ITENS.
           ADD W-DESCONTO TO W-SUB-DESC.
           MOVE LPR-DATA (7:2) TO WD-DIA.
           MOVE LPR-DATA (5:2) TO WD-MES.
           MOVE LPR-DATA (1:4) TO WD-ANO.
           MOVE LPR-PEDIDO TO WD-PEDIDO.
           MOVE LPR-PRODCOD TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO3 = "00"
                MOVE PROD-DESC TO WD-DESC
           ELSE
                MOVE "PRODUTO NAO CADASTRADO" TO WD-DESC.
           MOVE LPR-QTDE TO WD-QTDE.
           MOVE LPR-PRLISTA TO WD-PRLISTA.
           MOVE LPR-PRTAB TO WD-PRTAB.
           MOVE LPR-PRECO TO WD-PRECO.
           IF LPR-ORIGEM = "C"
                MOVE "CLIENTE" TO WD-ORIGEM
           ELSE
           IF LPR-ORIGEM = "G"
                MOVE SPACES TO WD-ORIGEM
                STRING "GRUPO " LPR-GRUPO DELIMITED BY SIZE
                       INTO WD-ORIGEM
           ELSE
                MOVE "LISTA" TO WD-ORIGEM.
           IF LPR-ALTERADO = "S"
                MOVE "SIM" TO WD-ALT
                ADD 1 TO W-TOT-ALTER
           ELSE
                MOVE SPACES TO WD-ALT.
           MOVE LPR-OPER TO WD-OPER.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
       R4B-FIM.
           EXIT.

      *------------- SUBTOTAL E REPOSICIONAMENTO ------------
       R4C.
           IF W-TEM-LOG = "S"
                MOVE "TOTAL DO CLIENTE  ITENS " TO WT-TEXTO
                MOVE W-SUB-ITENS TO WT-QTDE
                MOVE W-SUB-DESC TO WT-VALOR
                MOVE W-LINSUB TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA.
           CLOSE LOGPREC.
           OPEN INPUT LOGPREC.
       R4-FIM.
           EXIT.

      *------------- TOTAL GERAL DO PERIODO ------------
       R5.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           IF W-TOT-CLI = 0
                MOVE "*** SEM PRECOS ESPECIAIS NO PERIODO ***"
                     TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
                GO TO ROT-FIM.
           MOVE "CLIENTES COM PRECO ESPECIAL   :" TO WV-TEXTO.
           MOVE W-TOT-CLI TO WV-QTDE.
           MOVE W-LINVAL TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "ITENS COM PRECO ALTERADO      :" TO WV-TEXTO.
           MOVE W-TOT-ALTER TO WV-QTDE.
           MOVE W-LINVAL TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "TOTAL GERAL       ITENS " TO WT-TEXTO.
           MOVE W-TOT-ITENS TO WT-QTDE.
           MOVE W-TOT-DESC TO WT-VALOR.
           MOVE W-LINSUB TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQCLI LOGPREC ARQPROD RELATORIO.
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    OBS : DESCONTO = (PRECO DE LISTA - PRECO COBRADO) X QTDE,
      *          NEGATIVO QUANDO O PRECO COBRADO FICOU ACIMA DA LISTA
