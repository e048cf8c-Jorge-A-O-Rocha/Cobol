      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * RELATORIO DE PRODUTOS COM ESTOQUE BAIXO    *
      * PODE SE LIMITAR A UMA CLASSE ABC (SVP047)  *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ALTERNATE RECORD KEY IS FOR-TP
                       WITH DUPLICATES.

           SELECT ARQPAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PAR-PRODCOD
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO2.
           03 PROD-ULTIMA            PIC 9(08).
           03 PROD-PRECOUN           PIC 9(05)V99.
           03 PROD-ESTOQ             PIC 9(06).
           03 PROD-CUSTO             PIC 9(05)V99.

       FD  ARQFOR
               LABEL RECORD IS STANDARD
           03 FOR-LONGRADOURO      PIC 9(05).
           03 FOR-COMPLEMENTO      PIC X(12).

       FD  ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
           03 PAR-PRODCOD            PIC 9(06).
           03 PAR-ESTMIN             PIC 9(06).
           03 PAR-QTDREP             PIC 9(06).
           03 PAR-CLASSE             PIC X(01).

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(160).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 W-TEM-ARQPAR          PIC X(01) VALUE "N".
           01 W-CLASSE              PIC X(01) VALUE SPACES.
           01 W-LIMITE              PIC 9(06) VALUE ZEROS.
           01 W-FIM-ARQPROD         PIC X(01) VALUE "N".
           01 W-ACHOU               PIC X(01) VALUE "N".
               05 FILLER PIC X(06) VALUE "COD".
               05 FILLER PIC X(32) VALUE "DESCRICAO".
               05 FILLER PIC X(08) VALUE "ESTOQUE".
               05 FILLER PIC X(04) VALUE "CL".
               05 FILLER PIC X(32) VALUE "FORNECEDOR".
               05 FILLER PIC X(32) VALUE "CONTATO".
               05 FILLER PIC X(16) VALUE "TELEFONE".
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-ESTOQ          PIC Z(5)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-CLASSE         PIC X(01).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 WD-FORNOME        PIC X(30).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-CONTATO        PIC X(30).
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              CLOSE ARQPROD ARQFOR
              GO TO ROT-FIM.
       R0C.
           OPEN INPUT ARQPAR
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEM-ARQPAR
           ELSE
              MOVE "N" TO W-TEM-ARQPAR.

      *------------- PARAMETRO DE ESTOQUE MINIMO ------------
       R1.
              DISPLAY "*** INFORME UM VALOR MAIOR QUE ZERO ***"
              GO TO R1.

      *------------- FILTRO POR CLASSE ABC ------------
       R1A.
           IF W-TEM-ARQPAR = "N"
              GO TO R2.
           DISPLAY "CLASSE ABC (A/B/C OU BRANCO = TODAS) : "
               WITH NO ADVANCING.
           MOVE SPACES TO W-CLASSE.
           ACCEPT W-CLASSE.
           INSPECT W-CLASSE CONVERTING "abc" TO "ABC".
           IF W-CLASSE NOT = SPACES AND "A" AND "B" AND "C"
              DISPLAY "*** INFORME A, B, C OU BRANCO ***"
              GO TO R1A.

      *------------- CABECALHO DO RELATORIO ------------
       R2.
           MOVE W-CAB1 TO REL-LINHA.

      *------------- JUNCAO COM O FORNECEDOR ------------
       R4.
           MOVE SPACES TO PAR-CLASSE.
           IF W-TEM-ARQPAR = "S"
                MOVE PROD-COD TO PAR-PRODCOD
                READ ARQPAR
                IF ST-ERRO3 NOT = "00"
                     MOVE SPACES TO PAR-CLASSE.
           IF W-CLASSE NOT = SPACES AND PAR-CLASSE NOT = W-CLASSE
                GO TO R4-FIM.
           MOVE "N" TO W-ACHOU.
           MOVE PROD-FORNEC TO FOR-CPF.
           READ ARQFOR KEY IS FOR-CPF
           MOVE PROD-COD   TO WD-COD.
           MOVE PROD-DESC  TO WD-DESC.
           MOVE PROD-ESTOQ TO WD-ESTOQ.
           MOVE PAR-CLASSE TO WD-CLASSE.
           MOVE W-DETALHE  TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *-----------------------------------------------------------------
       ROT-FIM.
           IF W-TEM-ARQPAR = "S"
              CLOSE ARQPAR.
           CLOSE ARQPROD ARQFOR RELATORIO.
           GOBACK.

