      *********************************************
      * EXTRATO DE MOVIMENTACAO DE ESTOQUE (KARDEX)*
      * POR PRODUTO E PERIODO                      *
      * PERIODO ARQUIVADO (SVP052) E LIDO DO       *
      * HISTORICO ANUAL ARQMOVaaaa.DAT             *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       RECORD KEY   IS SALM-CHAVE
                       FILE STATUS  IS ST-ERRO4
                       LOCK MODE    IS MANUAL.

           SELECT ARQHMOV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO5.

           SELECT ARQHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS HIS-CHAVE
                       FILE STATUS  IS ST-ERRO6
                       LOCK MODE    IS MANUAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  ARQMOV
               LABEL RECORD IS STANDARD
           03 SALM-TOTSAI            PIC 9(08).
           03 SALM-SALDOFIM          PIC 9(08).

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
           01 W-SALDO-FIM           PIC 9(06) VALUE ZEROS.
           01 W-TOT-ENT             PIC 9(08) VALUE ZEROS.
           01 W-TOT-SAI             PIC 9(08) VALUE ZEROS.
           01 W-TOT-DEV             PIC 9(08) VALUE ZEROS.

           01 W-DTINI               PIC 9(08) VALUE ZEROS.
           01 W-DTINI-R REDEFINES W-DTINI.
           01 W-ANOMES-ANT-R REDEFINES W-ANOMES-ANT.
               05 W-ANT-AAAA        PIC 9(04).
               05 W-ANT-MM          PIC 9(02).
           01 ST-ERRO5              PIC X(02) VALUE "00".
           01 ST-ERRO6              PIC X(02) VALUE "00".
           01 W-LENDO-HIST          PIC X(01) VALUE "N".
           01 W-FIM-HIST            PIC X(01) VALUE "N".
           01 W-ANO-HIST            PIC 9(04) VALUE ZEROS.
           01 W-ANO-LIM             PIC 9(04) VALUE ZEROS.
           01 W-ULTIMO-ARQ          PIC 9(06) VALUE ZEROS.
           01 W-NOME-HIST           PIC X(20) VALUE SPACES.

           01 W-LINHIST.
               05 FILLER PIC X(26) VALUE
                  "MOVIMENTOS ARQUIVADOS ATE ".
               05 WH-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WH-ANO            PIC 9(04).
               05 FILLER PIC X(19) VALUE " LIDOS DO HISTORICO".

           01 W-CAB1.
               05 FILLER PIC X(24) VALUE "EXTRATO DE MOVIMENTACAO ".
              DISPLAY "*** DATA INICIAL MAIOR QUE A FINAL ***"
              GO TO R1A.

      *------------- PERIODO ARQUIVADO: COMECA PELO HISTORICO ------------
       R1D.
           MOVE "N" TO W-LENDO-HIST.
           MOVE ZEROS TO W-ULTIMO-ARQ.
           OPEN INPUT ARQHIST
           IF ST-ERRO6 NOT = "00"
                GO TO R1C.
           MOVE 1 TO HIS-CHAVE.
           READ ARQHIST
           IF ST-ERRO6 = "00"
                MOVE HIS-ULTIMO TO W-ULTIMO-ARQ.
           CLOSE ARQHIST.
           IF W-ULTIMO-ARQ = 0 OR W-DTINI-AMD (1:6) > W-ULTIMO-ARQ
                GO TO R1C.
           MOVE W-ULTIMO-ARQ (1:4) TO W-ANO-LIM.
           IF W-DTFIM-AAAA < W-ANO-LIM
                MOVE W-DTFIM-AAAA TO W-ANO-LIM.
           COMPUTE W-ANO-HIST = W-DTINI-AAAA - 1.
           MOVE "S" TO W-LENDO-HIST.
           PERFORM ABRE-HIST THRU ABRE-HIST-FIM.

      *------------- SALDO DE ABERTURA DO FECHAMENTO MENSAL ------------
       R1C.
           IF W-TEM-ARQSALM = "N"
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
           MOVE W-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *------------- VARREDURA DO ARQUIVO DE MOVIMENTOS ------------
       R3.
           PERFORM LE-MOV THRU LE-MOV-FIM.
           IF W-FIM-ARQMOV = "S"
                GO TO R6.
           IF MOV-PRODCOD NOT = W-COD
                   IF W-EH-TRANSF = "S"
                      MOVE MOV-SALDO TO W-SALDO-INI
                   ELSE
                   IF MOV-TIPO = "E" OR "D"
                      COMPUTE W-SALDO-INI = MOV-SALDO - MOV-QTDE
                   ELSE
                   IF MOV-TIPO = "S"
                ADD MOV-QTDE TO W-TOT-ENT.
           IF MOV-TIPO = "S"
                ADD MOV-QTDE TO W-TOT-SAI.
           IF MOV-TIPO = "D"
                ADD MOV-QTDE TO W-TOT-DEV.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-LINSAL TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "TOTAL DEVOLUCOES  : " TO WT-TEXTO.
           MOVE W-TOT-DEV TO WT-VALOR.
           MOVE W-LINSAL TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "SALDO FINAL       : " TO WT-TEXTO.
           MOVE W-SALDO-FIM TO WT-VALOR.
           MOVE W-LINSAL TO REL-LINHA.
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
           IF ST-ERRO5 NOT = "00"
                GO TO ABRE-HIST.
       ABRE-HIST-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-FIM.
           IF W-LENDO-HIST = "S"
              CLOSE ARQHMOV.
           IF W-TEM-ARQSALM = "S"
              CLOSE ARQSALM.
           CLOSE ARQPROD ARQMOV RELATORIO.
