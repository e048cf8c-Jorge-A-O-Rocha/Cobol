       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP047.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * CLASSIFICACAO ABC (CURVA DE PARETO) DOS    *
      * PRODUTOS PELO VALOR MOVIMENTADO NO PERIODO *
      * VALOR = SAIDAS E VENDAS DO ARQMOV MENOS AS *
      * DEVOLUCOES DE VENDA, TUDO A CUSTO MEDIO    *
      * ATUAL DO PRODUTO (QTDE X PROD-CUSTO),      *
      * INCLUSIVE OS MESES JA ARQUIVADOS (SVP052)  *
      * NO HISTORICO ANUAL ARQMOVaaaa.DAT,         *
      * SEM TRANSFERENCIAS ENTRE LOCAIS, SEM A     *
      * BAIXA DE LOTES VENCIDOS E SEM MONTAGEM DE  *
      * KIT                                        *
      * OS CORTES PERCENTUAIS ACUMULADOS FICAM NO  *
      * ARQABC.DAT E A CLASSE DE CADA PRODUTO E    *
      * GRAVADA EM PAR-CLASSE NO ARQPAR            *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PROD-COD
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS PROD-DESC
                       WITH DUPLICATES.

           SELECT ARQMOV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PAR-PRODCOD
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL.

           SELECT ARQABC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS ABC-CHAVE
                       FILE STATUS  IS ST-ERRO4
                       LOCK MODE    IS MANUAL.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO5.

           SELECT ARQHMOV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO6.

           SELECT ARQHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS HIS-CHAVE
                       FILE STATUS  IS ST-ERRO7
                       LOCK MODE    IS MANUAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
           03 MOV-DATA               PIC 9(08).
           03 MOV-HORA               PIC 9(08).
           03 MOV-PRODCOD            PIC 9(06).
           03 MOV-TIPO               PIC X(01).
           03 MOV-QTDE               PIC 9(06).
           03 MOV-CUSTO              PIC 9(05)V99.
           03 MOV-DOCTO              PIC X(10).
           03 MOV-SALDO              PIC 9(06).
           03 MOV-CLIFOR             PIC 9(14).

       FD  ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
           03 PAR-PRODCOD            PIC 9(06).
           03 PAR-ESTMIN             PIC 9(06).
           03 PAR-QTDREP             PIC 9(06).
           03 PAR-CLASSE             PIC X(01).

       FD  ARQABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQABC.DAT".
       01 REGABC.
           03 ABC-CHAVE              PIC 9(01).
           03 ABC-CORTEA             PIC 9(02).
           03 ABC-CORTEB             PIC 9(02).
           03 ABC-DTINI              PIC 9(08).
           03 ABC-DTFIM              PIC 9(08).
           03 ABC-DTCALC             PIC 9(08).

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(110).

       FD  ARQHMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-HIST.
       01 REG-HMOV                   PIC X(66).

       FD  ARQHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHIST.DAT".
       01 REGHIST.
           03 HIS-CHAVE              PIC 9(01).
           03 HIS-ULTIMO             PIC 9(06).
           03 HIS-PEND               PIC 9(06).
           03 HIS-ETAPA              PIC 9(01).
           03 HIS-FASE               PIC X(01).
           03 HIS-DTARQ              PIC 9(08).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 ST-ERRO6             PIC X(02) VALUE "00".
           01 ST-ERRO7             PIC X(02) VALUE "00".
           01 W-OPCAO               PIC X(01) VALUE SPACES.
           01 W-SEL                 PIC 9(01) VALUE ZEROS.
           01 W-FIM-ARQPROD         PIC X(01) VALUE "N".
           01 W-FIM-ARQMOV          PIC X(01) VALUE "N".
           01 W-EH-TRANSF           PIC X(01) VALUE "N".
           01 W-ACHOU               PIC X(01) VALUE "N".
           01 W-CORTEA              PIC 9(02) VALUE 80.
           01 W-CORTEB              PIC 9(02) VALUE 95.
           01 W-HOJE                PIC 9(08) VALUE ZEROS.
           01 W-VALOR               PIC 9(12)V99 VALUE ZEROS.
           01 W-TOT-GERAL           PIC 9(14)V99 VALUE ZEROS.
           01 W-ACUM                PIC 9(14)V99 VALUE ZEROS.
           01 W-PERC                PIC 9(03)V99 VALUE ZEROS.
           01 W-PERC-ANT            PIC 9(03)V99 VALUE ZEROS.
           01 W-PERC-ACUM           PIC 9(03)V99 VALUE ZEROS.
           01 W-CLASSE              PIC X(01) VALUE SPACES.
           01 W-CL                  PIC 9(01) VALUE ZEROS.
           01 W-NAO-GRAV            PIC 9(04) VALUE ZEROS.
           01 W-QTD-MOV             PIC 9(08) VALUE ZEROS.
           01 W-LENDO-HIST          PIC X(01) VALUE "N".
           01 W-FIM-HIST            PIC X(01) VALUE "N".
           01 W-ANO-HIST            PIC 9(04) VALUE ZEROS.
           01 W-ANO-LIM             PIC 9(04) VALUE ZEROS.
           01 W-ULTIMO-ARQ          PIC 9(06) VALUE ZEROS.
           01 W-NOME-HIST           PIC X(20) VALUE SPACES.

      *---------[ TABELA DE PRODUTOS PARA A CURVA ]-----------------
           01 W-QTD-PROD            PIC 9(04) VALUE ZEROS.
           01 W-IDX                 PIC 9(04) VALUE ZEROS.
           01 W-JDX                 PIC 9(04) VALUE ZEROS.
           01 W-MAIOR               PIC 9(04) VALUE ZEROS.
           01 W-INI                 PIC S9(05) VALUE ZEROS.
           01 W-FIM                 PIC S9(05) VALUE ZEROS.
           01 W-MEIO                PIC S9(05) VALUE ZEROS.
           01 W-TAB-PROD.
               05 W-PROD-OCR OCCURS 2000 TIMES.
                   10 W-TP-COD      PIC 9(06).
                   10 W-TP-DESC     PIC X(30).
                   10 W-TP-VALOR    PIC S9(12)V99.
                   10 W-TP-CUSTO    PIC 9(05)V99.
           01 W-TP-GUARDA           PIC X(57) VALUE SPACES.

           01 W-TAB-RESUMO.
               05 W-RES-OCR OCCURS 3 TIMES.
                   10 W-RES-QTD     PIC 9(04).
                   10 W-RES-VALOR   PIC 9(14)V99.

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

           01 W-CAB1.
               05 FILLER PIC X(23) VALUE "CURVA ABC DE PRODUTOS -".
               05 FILLER PIC X(09) VALUE " PERIODO ".
               05 WC-DTINI          PIC X(10).
               05 FILLER PIC X(05) VALUE " ATE ".
               05 WC-DTFIM          PIC X(10).
               05 FILLER PIC X(14) VALUE " - CLASSE A = ".
               05 WC-CORTEA         PIC Z9.
               05 FILLER PIC X(15) VALUE "%  CLASSE B = ".
               05 WC-CORTEB         PIC Z9.
               05 FILLER PIC X(01) VALUE "%".

           01 W-LINHIST.
               05 FILLER PIC X(26) VALUE
                  "MOVIMENTOS ARQUIVADOS ATE ".
               05 WH-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WH-ANO            PIC 9(04).
               05 FILLER PIC X(19) VALUE " LIDOS DO HISTORICO".

           01 W-CAB2.
               05 FILLER PIC X(06) VALUE "ORDEM".
               05 FILLER PIC X(08) VALUE "CODIGO".
               05 FILLER PIC X(32) VALUE "DESCRICAO".
               05 FILLER PIC X(17) VALUE "          VALOR".
               05 FILLER PIC X(08) VALUE "     %".
               05 FILLER PIC X(17) VALUE "    VALOR ACUM.".
               05 FILLER PIC X(08) VALUE " % ACUM".
               05 FILLER PIC X(02) VALUE "CL".

           01 W-DETALHE.
               05 WD-ORDEM          PIC Z(3)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-COD            PIC 9(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-DESC           PIC X(30).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-VALOR          PIC Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-PERC           PIC ZZ9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-ACUM           PIC Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-PERC-ACUM      PIC ZZ9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-CLASSE         PIC X(01).

           01 W-LINRES.
               05 FILLER PIC X(07) VALUE "CLASSE ".
               05 WR-CLASSE         PIC X(01).
               05 FILLER PIC X(04) VALUE " :  ".
               05 WR-QTD            PIC Z(3)9.
               05 FILLER PIC X(12) VALUE " PRODUTOS   ".
               05 WR-VALOR          PIC Z(13)9,99.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WR-PERC           PIC ZZ9,99.
               05 FILLER PIC X(01) VALUE "%".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQPROD
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQPROD NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT ARQMOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ARQUIVO ARQMOV NAO ENCONTRADO ***"
              CLOSE ARQPROD
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O ARQPAR
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT ARQPAR
                 CLOSE ARQPAR
                 GO TO R0B
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQPAR ***"
                 CLOSE ARQPROD ARQMOV
                 GO TO ROT-FIM2.
       R0C.
           OPEN I-O ARQABC
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT ARQABC
                 CLOSE ARQABC
                 GO TO R0C
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQABC ***"
                 CLOSE ARQPROD ARQMOV ARQPAR
                 GO TO ROT-FIM2.
       R0D.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO5 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              GO TO ROT-FIM1.

      *------------- CORTES DAS CLASSES ------------
       R1.
           MOVE 1 TO ABC-CHAVE.
           READ ARQABC
           IF ST-ERRO4 = "00"
                MOVE 1 TO W-SEL
                MOVE ABC-CORTEA TO W-CORTEA
                MOVE ABC-CORTEB TO W-CORTEB
                DISPLAY "ULTIMA CLASSIFICACAO EM " ABC-DTCALC (7:2) "/"
                        ABC-DTCALC (5:2) "/" ABC-DTCALC (1:4)
           ELSE
                MOVE 0 TO W-SEL
                MOVE 80 TO W-CORTEA
                MOVE 95 TO W-CORTEB.
       R1-CONF.
           DISPLAY "CLASSE A ATE " W-CORTEA "% DO VALOR ACUMULADO, "
                   "CLASSE B ATE " W-CORTEB "%, CLASSE C O RESTANTE".
           DISPLAY "CORTES CORRETOS (S/N) : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
                GO TO R2.
           IF W-OPCAO NOT = "N" AND "n"
                GO TO R1-CONF.
       R1A.
           DISPLAY "PERCENTUAL ACUMULADO DA CLASSE A (01-98) : "
               WITH NO ADVANCING.
           ACCEPT W-CORTEA.
           IF W-CORTEA = 0 OR W-CORTEA > 98
                DISPLAY "*** INFORME UM PERCENTUAL DE 01 A 98 ***"
                GO TO R1A.
       R1B.
           DISPLAY "PERCENTUAL ACUMULADO DA CLASSE B (ATE 99) : "
               WITH NO ADVANCING.
           ACCEPT W-CORTEB.
           IF W-CORTEB NOT > W-CORTEA
                DISPLAY "*** DEVE SER MAIOR QUE O DA CLASSE A ***"
                GO TO R1B.
           GO TO R1-CONF.

      *------------- PERIODO DOS MOVIMENTOS ------------
       R2.
           DISPLAY "DATA INICIAL (DDMMAAAA)     : "
               WITH NO ADVANCING.
           ACCEPT W-DTINI.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTINI W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R2.
       R2A.
           DISPLAY "DATA FINAL   (DDMMAAAA)     : "
               WITH NO ADVANCING.
           ACCEPT W-DTFIM.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTFIM W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R2A.
           MOVE W-DTINI-AAAA TO W-DTINI-AMD (1:4).
           MOVE W-DTINI-MM   TO W-DTINI-AMD (5:2).
           MOVE W-DTINI-DD   TO W-DTINI-AMD (7:2).
           MOVE W-DTFIM-AAAA TO W-DTFIM-AMD (1:4).
           MOVE W-DTFIM-MM   TO W-DTFIM-AMD (5:2).
           MOVE W-DTFIM-DD   TO W-DTFIM-AMD (7:2).
           IF W-DTINI-AMD > W-DTFIM-AMD
              DISPLAY "*** DATA INICIAL MAIOR QUE A FINAL ***"
              GO TO R2.

      *------------- PERIODO ARQUIVADO: COMECA PELO HISTORICO ------------
       R2B.
           MOVE "N" TO W-LENDO-HIST.
           MOVE ZEROS TO W-ULTIMO-ARQ.
           OPEN INPUT ARQHIST
           IF ST-ERRO7 NOT = "00"
                GO TO R3.
           MOVE 1 TO HIS-CHAVE.
           READ ARQHIST
           IF ST-ERRO7 = "00"
                MOVE HIS-ULTIMO TO W-ULTIMO-ARQ.
           CLOSE ARQHIST.
           IF W-ULTIMO-ARQ = 0 OR W-DTINI-AMD (1:6) > W-ULTIMO-ARQ
                GO TO R3.
           MOVE W-ULTIMO-ARQ (1:4) TO W-ANO-LIM.
           IF W-DTFIM-AAAA < W-ANO-LIM
                MOVE W-DTFIM-AAAA TO W-ANO-LIM.
           COMPUTE W-ANO-HIST = W-DTINI-AAAA - 1.
           MOVE "S" TO W-LENDO-HIST.
           PERFORM ABRE-HIST THRU ABRE-HIST-FIM.

      *------------- CARGA DOS PRODUTOS NA TABELA ------------
       R3.
           MOVE ZEROS TO W-QTD-PROD.
           MOVE ZEROS TO PROD-COD.
           START ARQPROD KEY IS NOT LESS THAN PROD-COD
               INVALID KEY MOVE "S" TO W-FIM-ARQPROD
           END-START.
       R3A.
           IF W-FIM-ARQPROD = "S"
                GO TO R4.
           READ ARQPROD NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQPROD
           END-READ.
           IF W-FIM-ARQPROD = "S"
                GO TO R4.
           IF W-QTD-PROD = 2000
                DISPLAY "* LIMITE DA TABELA DE 2000 PRODUTOS "
                        "ATINGIDO, CLASSIFICACAO NAO GRAVADA *"
                GO TO ROT-FIM.
           ADD 1 TO W-QTD-PROD.
           MOVE PROD-COD TO W-TP-COD (W-QTD-PROD).
           MOVE PROD-DESC TO W-TP-DESC (W-QTD-PROD).
           MOVE ZEROS TO W-TP-VALOR (W-QTD-PROD).
           MOVE PROD-CUSTO TO W-TP-CUSTO (W-QTD-PROD).
           GO TO R3A.

      *------------- VALORIZACAO DOS MOVIMENTOS DO PERIODO ------------
       R4.
           PERFORM LE-MOV THRU LE-MOV-FIM.
           IF W-FIM-ARQMOV = "S"
                GO TO R5.
           IF MOV-TIPO NOT = "S" AND "D"
                GO TO R4.
           IF MOV-DATA < W-DTINI-AMD OR MOV-DATA > W-DTFIM-AMD
                GO TO R4.
           IF MOV-DOCTO = "VENCIMENTO"
                GO TO R4.
           PERFORM VERIF-TRANSF THRU VERIF-TRANSF-FIM.
           IF W-EH-TRANSF = "S"
                GO TO R4.
           PERFORM BUSCA-PROD THRU BUSCA-PROD-FIM.
           IF W-ACHOU = "N"
                GO TO R4.
           COMPUTE W-VALOR = MOV-QTDE * W-TP-CUSTO (W-IDX).
           IF MOV-TIPO = "S"
                ADD W-VALOR TO W-TP-VALOR (W-IDX)
           ELSE
                SUBTRACT W-VALOR FROM W-TP-VALOR (W-IDX).
           ADD 1 TO W-QTD-MOV.
           GO TO R4.

      *------------- ORDENACAO E TOTAL GERAL ------------
       R5.
           MOVE ZEROS TO W-TOT-GERAL.
           MOVE ZEROS TO W-IDX.
       R5A.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-PROD
                GO TO R5B.
           IF W-TP-VALOR (W-IDX) < 0
                MOVE ZEROS TO W-TP-VALOR (W-IDX).
           ADD W-TP-VALOR (W-IDX) TO W-TOT-GERAL.
           GO TO R5A.
       R5B.
           PERFORM ORDENA-CURVA THRU ORDENA-CURVA-FIM.

      *------------- CABECALHO DO RELATORIO ------------
       R6.
           STRING W-DTINI-DD "/" W-DTINI-MM "/" W-DTINI-AAAA
                  DELIMITED BY SIZE INTO WC-DTINI.
           STRING W-DTFIM-DD "/" W-DTFIM-MM "/" W-DTFIM-AAAA
                  DELIMITED BY SIZE INTO WC-DTFIM.
           MOVE W-CORTEA TO WC-CORTEA.
           MOVE W-CORTEB TO WC-CORTEB.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           IF W-ULTIMO-ARQ NOT = 0
              AND W-DTINI-AMD (1:6) NOT > W-ULTIMO-ARQ
                MOVE W-ULTIMO-ARQ (5:2) TO WH-MES
                MOVE W-ULTIMO-ARQ (1:4) TO WH-ANO
                MOVE W-LINHIST TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE ZEROS TO W-ACUM W-PERC-ACUM W-NAO-GRAV.
           MOVE ZEROS TO W-TAB-RESUMO.
           MOVE ZEROS TO W-IDX.

      *------------- CLASSIFICACAO E IMPRESSAO DA CURVA ------------
       R7.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-PROD
                GO TO R8.
           MOVE W-PERC-ACUM TO W-PERC-ANT.
           ADD W-TP-VALOR (W-IDX) TO W-ACUM.
           IF W-TOT-GERAL = 0
                MOVE ZEROS TO W-PERC W-PERC-ACUM
           ELSE
                COMPUTE W-PERC ROUNDED =
                        W-TP-VALOR (W-IDX) * 100 / W-TOT-GERAL
                COMPUTE W-PERC-ACUM ROUNDED =
                        W-ACUM * 100 / W-TOT-GERAL.
      *    O PRODUTO QUE CRUZA O CORTE AINDA FICA NA CLASSE DE CIMA
           IF W-TP-VALOR (W-IDX) = 0
                MOVE "C" TO W-CLASSE
                MOVE 3 TO W-CL
           ELSE
           IF W-PERC-ANT < W-CORTEA
                MOVE "A" TO W-CLASSE
                MOVE 1 TO W-CL
           ELSE
           IF W-PERC-ANT < W-CORTEB
                MOVE "B" TO W-CLASSE
                MOVE 2 TO W-CL
           ELSE
                MOVE "C" TO W-CLASSE
                MOVE 3 TO W-CL.
           ADD 1 TO W-RES-QTD (W-CL).
           ADD W-TP-VALOR (W-IDX) TO W-RES-VALOR (W-CL).
           PERFORM GRAVA-CLASSE THRU GRAVA-CLASSE-FIM.
           MOVE W-IDX TO WD-ORDEM.
           MOVE W-TP-COD (W-IDX) TO WD-COD.
           MOVE W-TP-DESC (W-IDX) TO WD-DESC.
           MOVE W-TP-VALOR (W-IDX) TO WD-VALOR.
           MOVE W-PERC TO WD-PERC.
           MOVE W-ACUM TO WD-ACUM.
           MOVE W-PERC-ACUM TO WD-PERC-ACUM.
           MOVE W-CLASSE TO WD-CLASSE.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           GO TO R7.

      *------------- RESUMO POR CLASSE ------------
       R8.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE ZEROS TO W-CL.
       R8A.
           ADD 1 TO W-CL.
           IF W-CL > 3
                GO TO R9.
           IF W-CL = 1
                MOVE "A" TO WR-CLASSE
           ELSE
           IF W-CL = 2
                MOVE "B" TO WR-CLASSE
           ELSE
                MOVE "C" TO WR-CLASSE.
           MOVE W-RES-QTD (W-CL) TO WR-QTD.
           MOVE W-RES-VALOR (W-CL) TO WR-VALOR.
           IF W-TOT-GERAL = 0
                MOVE ZEROS TO W-PERC
           ELSE
                COMPUTE W-PERC ROUNDED =
                        W-RES-VALOR (W-CL) * 100 / W-TOT-GERAL.
           MOVE W-PERC TO WR-PERC.
           MOVE W-LINRES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           GO TO R8A.

      *------------- GRAVACAO DOS CORTES E DO PERIODO ------------
       R9.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE 1 TO ABC-CHAVE.
           MOVE W-CORTEA TO ABC-CORTEA.
           MOVE W-CORTEB TO ABC-CORTEB.
           MOVE W-DTINI-AMD TO ABC-DTINI.
           MOVE W-DTFIM-AMD TO ABC-DTFIM.
           MOVE W-HOJE TO ABC-DTCALC.
           IF W-SEL = 1
                REWRITE REGABC
           ELSE
                WRITE REGABC.
           IF ST-ERRO4 NOT = "00" AND "02"
                DISPLAY "*** ERRO NA GRAVACAO DO ARQABC ***".
           DISPLAY "MOVIMENTOS VALORIZADOS : " W-QTD-MOV.
           DISPLAY "PRODUTOS CLASSIFICADOS : " W-QTD-PROD.
           IF W-NAO-GRAV > 0
                DISPLAY "*** PRODUTOS SEM CLASSE GRAVADA (EM USO) : "
                        W-NAO-GRAV.

      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE RELATORIO.
       ROT-FIM1.
           IF W-LENDO-HIST = "S"
              CLOSE ARQHMOV.
           CLOSE ARQPROD ARQMOV ARQPAR ARQABC.
       ROT-FIM2.
           GOBACK.

      *-------------------------------------------------------------------------------------------
      *---------[ LOCALIZA MOV-PRODCOD NA TABELA (BUSCA BINARIA) ]-------
       BUSCA-PROD.
           MOVE "N" TO W-ACHOU.
           MOVE 1 TO W-INI.
           MOVE W-QTD-PROD TO W-FIM.
       BUSCA-PROD1.
           IF W-INI > W-FIM
                GO TO BUSCA-PROD-FIM.
           COMPUTE W-MEIO = (W-INI + W-FIM) / 2.
           IF W-TP-COD (W-MEIO) = MOV-PRODCOD
                MOVE "S" TO W-ACHOU
                MOVE W-MEIO TO W-IDX
                GO TO BUSCA-PROD-FIM.
           IF W-TP-COD (W-MEIO) < MOV-PRODCOD
                COMPUTE W-INI = W-MEIO + 1
           ELSE
                COMPUTE W-FIM = W-MEIO - 1.
           GO TO BUSCA-PROD1.
       BUSCA-PROD-FIM.
           EXIT.

      *---------[ ORDENA A CURVA POR VALOR DECRESCENTE ]-----------------
       ORDENA-CURVA.
           MOVE 1 TO W-IDX.
       ORDENA-CURVA1.
           IF W-IDX NOT < W-QTD-PROD
                GO TO ORDENA-CURVA-FIM.
           MOVE W-IDX TO W-MAIOR.
           COMPUTE W-JDX = W-IDX + 1.
       ORDENA-CURVA2.
           IF W-JDX > W-QTD-PROD
                GO TO ORDENA-CURVA3.
           IF W-TP-VALOR (W-JDX) > W-TP-VALOR (W-MAIOR)
                MOVE W-JDX TO W-MAIOR.
           ADD 1 TO W-JDX.
           GO TO ORDENA-CURVA2.
       ORDENA-CURVA3.
           IF W-MAIOR NOT = W-IDX
                MOVE W-PROD-OCR (W-IDX) TO W-TP-GUARDA
                MOVE W-PROD-OCR (W-MAIOR) TO W-PROD-OCR (W-IDX)
                MOVE W-TP-GUARDA TO W-PROD-OCR (W-MAIOR).
           ADD 1 TO W-IDX.
           GO TO ORDENA-CURVA1.
       ORDENA-CURVA-FIM.
           EXIT.

      *---------[ GRAVA A CLASSE DO PRODUTO NO ARQPAR ]------------------
       GRAVA-CLASSE.
           MOVE W-TP-COD (W-IDX) TO PAR-PRODCOD.
           READ ARQPAR WITH LOCK
           IF ST-ERRO3 = "51" OR "9D"
                ADD 1 TO W-NAO-GRAV
                GO TO GRAVA-CLASSE-FIM.
           IF ST-ERRO3 = "23"
                MOVE W-TP-COD (W-IDX) TO PAR-PRODCOD
                MOVE ZEROS TO PAR-ESTMIN PAR-QTDREP
                MOVE W-CLASSE TO PAR-CLASSE
                WRITE REGPAR
                GO TO GRAVA-CLASSE-FIM.
           IF ST-ERRO3 NOT = "00"
                ADD 1 TO W-NAO-GRAV
                GO TO GRAVA-CLASSE-FIM.
           MOVE W-CLASSE TO PAR-CLASSE.
           REWRITE REGPAR
           IF ST-ERRO3 NOT = "00" AND "02"
                ADD 1 TO W-NAO-GRAV.
           UNLOCK ARQPAR.
       GRAVA-CLASSE-FIM.
           EXIT.

      *---------[ MOVIMENTO DE TRANSFERENCIA ENTRE LOCAIS ? ]-----------
      *  AS DUAS PERNAS DA TRANSFERENCIA (SVP030) GRAVAM MOV-SALDO
      *  SEM ALTERAR O ESTOQUE, DOCUMENTO "TR" + NN + ">" + NN
       VERIF-TRANSF.
           MOVE "N" TO W-EH-TRANSF.
           IF MOV-DOCTO (1:2) = "TR" AND MOV-DOCTO (5:1) = ">"
              IF MOV-DOCTO (3:2) IS NUMERIC
                 AND MOV-DOCTO (6:2) IS NUMERIC
                   MOVE "S" TO W-EH-TRANSF.
      *  MONTAGEM/DESMONTAGEM DE KIT (SVP063) SO TROCA COMPONENTE POR
      *  KIT NO ESTOQUE, DOCUMENTO "MT" OU "DM" + NNNNNN
           IF MOV-DOCTO (1:2) = "MT" OR MOV-DOCTO (1:2) = "DM"
              IF MOV-DOCTO (3:6) IS NUMERIC
                 AND MOV-DOCTO (9:2) = SPACES
                   MOVE "S" TO W-EH-TRANSF.
       VERIF-TRANSF-FIM.
           EXIT.

      *---------[ PROXIMO MOVIMENTO: HISTORICO E DEPOIS O ARQMOV ]------
       LE-MOV.
           IF W-LENDO-HIST = "N"
                GO TO LE-MOV1.
           MOVE "N" TO W-FIM-HIST.
           READ ARQHMOV NEXT RECORD INTO REGMOV
               AT END MOVE "S" TO W-FIM-HIST
           END-READ.
           IF W-FIM-HIST = "N"
                GO TO LE-MOV-FIM.
           CLOSE ARQHMOV.
           PERFORM ABRE-HIST THRU ABRE-HIST-FIM.
           GO TO LE-MOV.
       LE-MOV1.
           READ ARQMOV NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQMOV
           END-READ.
       LE-MOV-FIM.
           EXIT.

      *---------[ ABRE O HISTORICO DO ANO SEGUINTE QUE EXISTIR ]--------
       ABRE-HIST.
           ADD 1 TO W-ANO-HIST.
           IF W-ANO-HIST > W-ANO-LIM
                MOVE "N" TO W-LENDO-HIST
                GO TO ABRE-HIST-FIM.
           MOVE SPACES TO W-NOME-HIST.
           STRING "ARQMOV" W-ANO-HIST ".DAT" DELIMITED BY SIZE
                  INTO W-NOME-HIST.
           OPEN INPUT ARQHMOV
           IF ST-ERRO6 NOT = "00"
                GO TO ABRE-HIST.
       ABRE-HIST-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
