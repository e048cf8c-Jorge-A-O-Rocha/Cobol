       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP042.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * CONVERSAO UNICA PARA O CUSTO MEDIO         *
      * PRODUTO GANHA PROD-CUSTO (INICIADO COM O   *
      * ULTIMO CUSTO GRAVADO EM PROD-PRECOUN),     *
      * ITEM DE VENDA GANHA VENI-CUSTO E O LOGPROD *
      * PASSA A GUARDAR O PRODUTO COM O CUSTO      *
      * GERA ARQPRODN.DAT, ARQVENIN.DAT E LOGPRODN *
      * APOS CONFERIR, RENOMEAR SOBRE OS ORIGINAIS *
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

           SELECT ARQNOVO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS NOV-COD
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS NOV-DESC
                       WITH DUPLICATES.

           SELECT ARQVENI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS VENI-CHAVE
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL.

           SELECT ARQVENIN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS VENIN-CHAVE
                       FILE STATUS  IS ST-ERRO4
                       LOCK MODE    IS MANUAL.

           SELECT LOGPROD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO5.

           SELECT LOGPRODN ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO6.
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

       FD  ARQNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRODN.DAT".
       01 REGNOVO.
           03 NOV-COD                PIC 9(06).
           03 NOV-DESC               PIC X(30).
           03 NOV-UNID               PIC X(02).
           03 NOV-TPPROD             PIC 9(01).
           03 NOV-FORNEC             PIC 9(14).
           03 NOV-ULTIMA             PIC 9(08).
           03 NOV-PRECOUN            PIC 9(05)V99.
           03 NOV-ESTOQ              PIC 9(06).
           03 NOV-CUSTO              PIC 9(05)V99.

       FD  ARQVENI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENIT.DAT".
       01 REGVENI.
           03 VENI-CHAVE.
               05 VENI-NUMERO        PIC 9(06).
               05 VENI-SEQ           PIC 9(03).
           03 VENI-PRODCOD           PIC 9(06).
           03 VENI-QTDVEN            PIC 9(06).
           03 VENI-PRECOVEN          PIC 9(05)V99.

       FD  ARQVENIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENIN.DAT".
       01 REGVENIN.
           03 VENIN-CHAVE.
               05 VENIN-NUMERO       PIC 9(06).
               05 VENIN-SEQ          PIC 9(03).
           03 VENIN-PRODCOD          PIC 9(06).
           03 VENIN-QTDVEN           PIC 9(06).
           03 VENIN-PRECOVEN         PIC 9(05)V99.
           03 VENIN-CUSTO            PIC 9(05)V99.

       FD  LOGPROD
               LABEL RECORD IS STANDARD.
       01 REG-LOGPROD.
           03 LGP-CAB                PIC X(32).
           03 LGP-ANTES              PIC X(74).
           03 LGP-DEPOIS             PIC X(74).
           03 LGP-OPERADOR           PIC 9(04).

       FD  LOGPRODN
               LABEL RECORD IS STANDARD.
       01 REG-LOGPRODN.
           03 LGN-CAB                PIC X(32).
           03 LGN-ANTES              PIC X(81).
           03 LGN-DEPOIS             PIC X(81).
           03 LGN-OPERADOR           PIC 9(04).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 ST-ERRO6             PIC X(02) VALUE "00".
           01 W-FIM                 PIC X(01) VALUE "N".
           01 W-TOT-PROD            PIC 9(06) VALUE ZEROS.
           01 W-TOT-VENI            PIC 9(06) VALUE ZEROS.
           01 W-TOT-LOG             PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------CONVERSAO DO CADASTRO DE PRODUTO -------------------
       R0.
           OPEN INPUT ARQPROD
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQPROD NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQNOVO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO ARQPRODN ***"
              CLOSE ARQPROD
              GO TO ROT-FIM2.
       R1.
           READ ARQPROD NEXT RECORD
               AT END MOVE "S" TO W-FIM
           END-READ.
           IF W-FIM = "S"
                GO TO R2.
           MOVE PROD-COD     TO NOV-COD.
           MOVE PROD-DESC    TO NOV-DESC.
           MOVE PROD-UNID    TO NOV-UNID.
           MOVE PROD-TPPROD  TO NOV-TPPROD.
           MOVE PROD-FORNEC  TO NOV-FORNEC.
           MOVE PROD-ULTIMA  TO NOV-ULTIMA.
           MOVE PROD-PRECOUN TO NOV-PRECOUN.
           MOVE PROD-ESTOQ   TO NOV-ESTOQ.
           MOVE PROD-PRECOUN TO NOV-CUSTO.
           WRITE REGNOVO
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PRODUTO : " PROD-COD
              CLOSE ARQPROD ARQNOVO
              GO TO ROT-FIM2.
           ADD 1 TO W-TOT-PROD.
           GO TO R1.
       R2.
           CLOSE ARQNOVO.

      *-------------CONVERSAO DOS ITENS DE VENDA -----------------------
      *    ITENS JA EXISTENTES RECEBEM O CUSTO INICIAL DO PRODUTO
       R3.
           MOVE "N" TO W-FIM.
           OPEN INPUT ARQVENI
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ARQUIVO ARQVENIT INEXISTENTE, NADA A CONVERTER"
              GO TO R6.
           OPEN OUTPUT ARQVENIN
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO ARQVENIN ***"
              CLOSE ARQVENI ARQPROD
              GO TO ROT-FIM2.
       R4.
           READ ARQVENI NEXT RECORD
               AT END MOVE "S" TO W-FIM
           END-READ.
           IF W-FIM = "S"
                GO TO R5.
           MOVE VENI-PRODCOD TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO NOT = "00"
                MOVE ZEROS TO PROD-PRECOUN.
           MOVE VENI-NUMERO   TO VENIN-NUMERO.
           MOVE VENI-SEQ      TO VENIN-SEQ.
           MOVE VENI-PRODCOD  TO VENIN-PRODCOD.
           MOVE VENI-QTDVEN   TO VENIN-QTDVEN.
           MOVE VENI-PRECOVEN TO VENIN-PRECOVEN.
           MOVE PROD-PRECOUN  TO VENIN-CUSTO.
           WRITE REGVENIN
           IF ST-ERRO4 NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ITEM : " VENI-CHAVE
              CLOSE ARQVENI ARQVENIN ARQPROD
              GO TO ROT-FIM2.
           ADD 1 TO W-TOT-VENI.
           GO TO R4.
       R5.
           CLOSE ARQVENI ARQVENIN.

      *-------------CONVERSAO DA AUDITORIA DO PRODUTO ------------------
      *    O CUSTO DAS IMAGENS ANTIGAS FICA ZERADO
       R6.
           CLOSE ARQPROD.
           MOVE "N" TO W-FIM.
           OPEN INPUT LOGPROD
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ARQUIVO LOGPROD INEXISTENTE, NADA A CONVERTER"
              GO TO R9.
           OPEN OUTPUT LOGPRODN
           IF ST-ERRO6 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO LOGPRODN ***"
              CLOSE LOGPROD
              GO TO ROT-FIM2.
       R7.
           READ LOGPROD
               AT END MOVE "S" TO W-FIM
           END-READ.
           IF W-FIM = "S"
                GO TO R8.
           MOVE LGP-CAB      TO LGN-CAB.
           MOVE LGP-ANTES    TO LGN-ANTES.
           IF LGP-ANTES NOT = SPACES
                MOVE ZEROS TO LGN-ANTES (75:7).
           MOVE LGP-DEPOIS   TO LGN-DEPOIS.
           IF LGP-DEPOIS NOT = SPACES
                MOVE ZEROS TO LGN-DEPOIS (75:7).
           MOVE LGP-OPERADOR TO LGN-OPERADOR.
           WRITE REG-LOGPRODN
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA AUDITORIA"
              CLOSE LOGPROD LOGPRODN
              GO TO ROT-FIM2.
           ADD 1 TO W-TOT-LOG.
           GO TO R7.
       R8.
           CLOSE LOGPROD LOGPRODN.

      *-------------TOTALIZACAO E INSTRUCOES ---------------------------
       R9.
           DISPLAY "PRODUTOS CONVERTIDOS    : " W-TOT-PROD.
           DISPLAY "ITENS DE VENDA CONVERT. : " W-TOT-VENI.
           DISPLAY "LINHAS DE AUDITORIA     : " W-TOT-LOG.
           DISPLAY "CONFERIR OS ARQUIVOS GERADOS E RENOMEAR :".
           DISPLAY "  ARQPRODN.DAT SOBRE ARQPROD.DAT".
           DISPLAY "  ARQVENIN.DAT SOBRE ARQVENIT.DAT".
           DISPLAY "  LOGPRODN     SOBRE LOGPROD".
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
