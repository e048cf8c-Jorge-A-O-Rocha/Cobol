      * FECHAMENTO MENSAL DO ESTOQUE               *
      * GRAVA O SALDO MENSAL POR PRODUTO (ARQSALM) *
      * E MARCA O PERIODO COMO FECHADO (ARQFECH)   *
      * PERIODO JA ARQUIVADO (SVP052) NAO REFECHA  *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       RECORD KEY   IS FECH-ANOMES
                       FILE STATUS  IS ST-ERRO4
                       LOCK MODE    IS MANUAL.

           SELECT ARQHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS HIS-CHAVE
                       FILE STATUS  IS ST-ERRO5
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
           03 FECH-ANOMES            PIC 9(06).
           03 FECH-DTFECH            PIC 9(08).

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
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 W-ULTIMO-ARQ          PIC 9(06) VALUE ZEROS.
           01 W-FIM-ARQPROD         PIC X(01) VALUE "N".
           01 W-FIM-ARQMOV          PIC X(01) VALUE "N".
           01 W-ANOMES              PIC 9(06) VALUE ZEROS.
                 DISPLAY "*** ERRO NA ABERTURA DO ARQFECH ***"
                 CLOSE ARQPROD ARQMOV ARQSALM
                 GO TO ROT-FIM2.
      *------------- ULTIMO PERIODO ARQUIVADO (OPCIONAL) ------------
       R0D.
           OPEN INPUT ARQHIST
           IF ST-ERRO5 NOT = "00"
                GO TO R1.
           MOVE 1 TO HIS-CHAVE.
           READ ARQHIST
           IF ST-ERRO5 = "00"
                MOVE HIS-ULTIMO TO W-ULTIMO-ARQ.
           CLOSE ARQHIST.

      *------------- PERIODO A FECHAR ------------
       R1.
           IF ST-ERRO4 = "00"
              DISPLAY "*** PERIODO JA FECHADO ***"
              GO TO R1.
           IF W-ULTIMO-ARQ NOT = 0 AND W-ANOMES NOT > W-ULTIMO-ARQ
              DISPLAY "*** PERIODO JA ARQUIVADO ***"
              GO TO R1.
       R1A.
           MOVE W-ANOMES-AAAA TO W-ANT-AAAA.
           MOVE W-ANOMES-MM TO W-ANT-MM.
           GO TO R3B.

      *------------- ACUMULA UM MOVIMENTO DO PERIODO ------------
      *  DEVOLUCAO DE CLIENTE (TIPO "D") RECOMPOE O SALDO MAS NAO
      *  ENTRA NO TOTAL DE ENTRADAS, QUE E DE COMPRAS
       R3C.
           IF W-TEM-MOV = "N"
                IF W-TEM-ANT = "N"
                   IF W-EH-TRANSF = "S"
                      MOVE MOV-SALDO TO W-SALDO-INI
                   ELSE
                   IF MOV-TIPO = "E" OR "D"
                      COMPUTE W-SALDO-INI = MOV-SALDO - MOV-QTDE
                   ELSE
                   IF MOV-TIPO = "S"
           IF W-EH-TRANSF = "S"
                MOVE MOV-SALDO TO W-SALDO-POS
           ELSE
           IF MOV-TIPO = "E" OR "D"
                COMPUTE W-SALDO-POS = MOV-SALDO - MOV-QTDE
           ELSE
           IF MOV-TIPO = "S"
