       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP063.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * MONTAGEM E DESMONTAGEM DE KIT PELA         *
      * ESTRUTURA DO ARQKIT (SVP062)               *
      * MONTAGEM : BAIXA OS COMPONENTES (LOTES POR *
      * VALIDADE E LOCAL) E DA ENTRADA NO KIT AO   *
      * CUSTO = SOMA DOS COMPONENTES               *
      * DESMONTAGEM : BAIXA O KIT E DEVOLVE OS     *
      * COMPONENTES, RATEANDO O CUSTO DO KIT       *
      * TUDO NO KARDEX COM UM SO DOCUMENTO, "MT" OU*
      * "DM" + NUMERO DO ARQMONT, SEM FORNECEDOR E *
      * SEM TITULO A PAGAR                         *
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

           SELECT LOGPROD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO3.

           SELECT ARQMOV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO4.

           SELECT ARQKIT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS KIT-CHAVE
                       FILE STATUS  IS ST-ERRO5
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS KIT-COMPON
                       WITH DUPLICATES.

           SELECT ARQLOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS LOT-CHAVE
                       FILE STATUS  IS ST-ERRO6
                       LOCK MODE    IS MANUAL.

           SELECT ARQFECH ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FECH-ANOMES
                       FILE STATUS  IS ST-ERRO7
                       LOCK MODE    IS MANUAL.

           SELECT ARQLOC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS LOC-CHAVE
                       FILE STATUS  IS ST-ERRO8
                       LOCK MODE    IS MANUAL.

           SELECT ARQMONT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS MONT-NUMERO
                       FILE STATUS  IS ST-ERRO9
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

       FD  LOGPROD
               LABEL RECORD IS STANDARD.
       01 REG-LOGPROD                PIC X(198).

       FD  ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REG-ARQMOV                 PIC X(66).

       FD  ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
           03 KIT-CHAVE.
               05 KIT-PRODCOD        PIC 9(06).
               05 KIT-COMPON         PIC 9(06).
           03 KIT-QTDE               PIC 9(04).

       FD  ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOT.
           03 LOT-CHAVE.
               05 LOT-PRODCOD        PIC 9(06).
               05 LOT-VALIDADE       PIC 9(08).
               05 LOT-NUMERO         PIC X(10).
           03 LOT-SALDO              PIC 9(06).

       FD  ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
           03 FECH-ANOMES            PIC 9(06).
           03 FECH-DTFECH            PIC 9(08).

       FD  ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
           03 LOC-CHAVE.
               05 LOC-PRODCOD        PIC 9(06).
               05 LOC-LOCAL          PIC 9(02).
           03 LOC-SALDO              PIC 9(06).

      *    UM REGISTRO POR MONTAGEM/DESMONTAGEM; O NUMERO E O
      *    DOCUMENTO DO KARDEX. SITUACAO P = EM GRAVACAO,
      *    O = CONCLUIDA, E = INTERROMPIDA (ESTOQUE ALTERADO)
       FD  ARQMONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMONT.DAT".
       01 REGMONT.
           03 MONT-NUMERO            PIC 9(06).
           03 MONT-TIPO              PIC X(01).
           03 MONT-DATA              PIC 9(08).
           03 MONT-HORA              PIC 9(08).
           03 MONT-KIT               PIC 9(06).
           03 MONT-QTDE              PIC 9(06).
           03 MONT-CUSTO             PIC 9(05)V99.
           03 MONT-LOCAL             PIC 9(02).
           03 MONT-LOTE              PIC X(10).
           03 MONT-VALIDADE          PIC 9(08).
           03 MONT-OPER              PIC 9(04).
           03 MONT-SITU              PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 W-ACT                PIC 9(02) VALUE ZEROS.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 ST-ERRO6             PIC X(02) VALUE "00".
           01 ST-ERRO7             PIC X(02) VALUE "00".
           01 ST-ERRO8             PIC X(02) VALUE "00".
           01 ST-ERRO9             PIC X(02) VALUE "00".
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-TIPO               PIC X(01) VALUE SPACES.
           01 W-KIT                PIC 9(06) VALUE ZEROS.
           01 W-DESC-KIT           PIC X(30) VALUE SPACES.
           01 W-ESTOQ-KIT          PIC 9(06) VALUE ZEROS.
           01 W-TPPROD-KIT         PIC 9(01) VALUE ZEROS.
           01 W-QTDE               PIC 9(06) VALUE ZEROS.
           01 W-LOCAL              PIC 9(02) VALUE ZEROS.
           01 W-LOCAL-MOV          PIC 9(02) VALUE ZEROS.
           01 W-QTDE-MOV           PIC 9(06) VALUE ZEROS.
           01 W-CUSTO-UNIT         PIC 9(05)V99 VALUE ZEROS.
           01 W-CUSTO-SOMA         PIC 9(09)V99 VALUE ZEROS.
           01 W-CUSTO-TOT          PIC 9(11)V99 VALUE ZEROS.
           01 W-CUSTO-ENT          PIC 9(05)V99 VALUE ZEROS.
           01 W-OK                 PIC X(01) VALUE "S".
           01 W-HOJE               PIC 9(08) VALUE ZEROS.
           01 W-TEM-ARQFECH        PIC X(01) VALUE "N".
           01 W-FECHADO            PIC X(01) VALUE "N".
           01 W-FIM-ARQKIT         PIC X(01) VALUE "N".
           01 W-FIM-ARQLOT         PIC X(01) VALUE "N".
           01 W-FIM-ARQMONT        PIC X(01) VALUE "N".
           01 W-SALDO-VAL          PIC 9(08) VALUE ZEROS.
           01 W-RESTA              PIC 9(06) VALUE ZEROS.
           01 W-BAIXA              PIC 9(06) VALUE ZEROS.
           01 W-PROX-MONT          PIC 9(06) VALUE ZEROS.
           01 W-LOTE               PIC X(10) VALUE SPACES.
           01 W-VALIDADE           PIC 9(08) VALUE ZEROS.
           01 W-VALIDADE-R REDEFINES W-VALIDADE.
               05 W-VALIDADE-DD    PIC 9(02).
               05 W-VALIDADE-MM    PIC 9(02).
               05 W-VALIDADE-AAAA  PIC 9(04).
           01 W-VALID-AMD          PIC 9(08) VALUE ZEROS.
           01 W-DT-FUTURO          PIC X(01) VALUE "S".
           01 W-DT-VALIDO          PIC X(01) VALUE "N".
           01 W-DATASYS.
               05 W-DATASYS-AAAA   PIC 9(04).
               05 W-DATASYS-MM     PIC 9(02).
               05 W-DATASYS-DD     PIC 9(02).
           01 W-IDX                PIC 9(03) VALUE ZEROS.

      *    DOCUMENTO DO KARDEX : "MT" (MONTAGEM) OU "DM" (DESMONTAGEM)
      *    + NUMERO DO ARQMONT
           01 W-DOCTO.
               05 W-DOC-PREF       PIC X(02) VALUE SPACES.
               05 W-DOC-NUM        PIC 9(06) VALUE ZEROS.
               05 FILLER           PIC X(02) VALUE SPACES.

      *    COMPONENTES DO KIT (ESTRUTURA DO ARQKIT)
           01 W-QTD-COMP           PIC 9(03) VALUE ZEROS.
           01 W-TAB-COMP.
               05 W-CP OCCURS 30 TIMES.
                   10 W-CP-PRODCOD  PIC 9(06).
                   10 W-CP-QTDE     PIC 9(04).
                   10 W-CP-NECES    PIC 9(08).
                   10 W-CP-LOTE     PIC X(10).
                   10 W-CP-VALID    PIC 9(08).

           01 W-MENS-FALTA.
               05 WF-TEXTO         PIC X(34).
               05 WF-PROD          PIC 9(06).
               05 FILLER           PIC X(04) VALUE " ***".

           01 W-MENS-RESTA.
               05 FILLER           PIC X(30) VALUE
                  "* QTDE SEM LOTE PARA BAIXA : ".
               05 WR-QTDE          PIC Z(5)9.

           01 W-MENS-OK.
               05 WO-TEXTO         PIC X(20).
               05 WO-DOCTO         PIC X(08).
               05 FILLER           PIC X(12) VALUE " GRAVADA ***".

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
           01 W-MOV-REG.
               03 W-MOV-DATA            PIC 9(08).
               03 W-MOV-HORA            PIC 9(08).
               03 W-MOV-PRODCOD         PIC 9(06).
               03 W-MOV-TIPO            PIC X(01).
               03 W-MOV-QTDE            PIC 9(06).
               03 W-MOV-CUSTO           PIC 9(05)V99.
               03 W-MOV-DOCTO           PIC X(10).
               03 W-MOV-SALDO           PIC 9(06).
               03 W-MOV-CLIFOR          PIC 9(14).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 TELAX63.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 12 VALUE
              "* MONTAGEM / DESMONTAGEM DE KIT *".
           05 LINE 05 COLUMN 01 VALUE "OPERACAO M=MONT D=DESM:".
           05 LINE 07 COLUMN 01 VALUE "COD PRODUTO KIT       :".
           05 LINE 09 COLUMN 01 VALUE "DESCRICAO DO KIT      :".
           05 LINE 11 COLUMN 01 VALUE "ESTOQUE ATUAL DO KIT  :".
           05 LINE 11 COLUMN 36 VALUE "COMPONENTES :".
           05 LINE 13 COLUMN 01 VALUE "QUANTIDADE DE KITS    :".
           05 LINE 15 COLUMN 01 VALUE "LOCAL 1=ALM 2=LOJ 3=CF:".
           05 LINE 17 COLUMN 01 VALUE "VALIDADE (DDMMAAAA)   :".
           05 LINE 19 COLUMN 01 VALUE "CUSTO UNITARIO DO KIT :".
           05 LINE 21 COLUMN 01 VALUE "DOCUMENTO             :".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TW-TIPO
               LINE 05 COLUMN 26 PIC X(01)
               USING W-TIPO
               HIGHLIGHT.

           05 TW-KIT
               LINE 07 COLUMN 26 PIC 9(06)
               USING W-KIT
               HIGHLIGHT.

           05 TW-DESC-KIT
               LINE 09 COLUMN 26 PIC X(30)
               USING W-DESC-KIT
               HIGHLIGHT.

           05 TW-ESTOQ-KIT
               LINE 11 COLUMN 26 PIC 9(06)
               USING W-ESTOQ-KIT
               HIGHLIGHT.

           05 TW-QTD-COMP
               LINE 11 COLUMN 50 PIC ZZ9
               USING W-QTD-COMP
               HIGHLIGHT.

           05 TW-QTDE
               LINE 13 COLUMN 26 PIC 9(06)
               USING W-QTDE
               HIGHLIGHT.

           05 TW-LOCAL
               LINE 15 COLUMN 26 PIC 9(02)
               USING W-LOCAL
               HIGHLIGHT.

           05 TW-VALIDADE
               LINE 17 COLUMN 26 PIC 9(08)
               USING W-VALIDADE
               HIGHLIGHT.

           05 TW-CUSTO-UNIT
               LINE 19 COLUMN 26 PIC ZZ.ZZ9,99
               USING W-CUSTO-UNIT
               HIGHLIGHT.

           05 TW-DOCTO
               LINE 21 COLUMN 26 PIC X(10)
               USING W-DOCTO
               HIGHLIGHT.

           05 TMENS
               LINE 23 COLUMN 26 PIC X(50)
               USING MENS
               HIGHLIGHT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN I-O ARQPROD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO ARQPROD NAO ENCONTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPROD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQKIT
           IF ST-ERRO5 NOT = "00"
              MOVE "*** SEM ESTRUTURA DE KIT, USE O SVP062 **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPROD
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O ARQLOT
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30"
                 OPEN OUTPUT ARQLOT
                 CLOSE ARQLOT
                 MOVE "*** ARQUIVO ARQLOTE FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLOTE " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPROD ARQKIT
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0C.
           OPEN INPUT ARQFECH
           IF ST-ERRO7 = "00"
              MOVE "S" TO W-TEM-ARQFECH
           ELSE
              MOVE "N" TO W-TEM-ARQFECH.
       R0D.
           OPEN I-O ARQLOC
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT ARQLOC
                 CLOSE ARQLOC
                 MOVE "*** ARQUIVO ARQLOC FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0D
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLOC " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0E.
           OPEN I-O ARQMONT
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "30"
                 OPEN OUTPUT ARQMONT
                 CLOSE ARQMONT
                 MOVE "*** ARQUIVO ARQMONT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0E
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMONT " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQPROD.
           MOVE SPACES TO W-TIPO W-DESC-KIT W-DOCTO W-LOTE
           MOVE ZEROS TO W-KIT W-ESTOQ-KIT W-QTDE W-LOCAL W-QTD-COMP
           MOVE ZEROS TO W-VALIDADE W-VALID-AMD W-CUSTO-UNIT
           MOVE ZEROS TO W-TPPROD-KIT.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX63.
       R2.
           ACCEPT TW-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-TIPO = "m"
                 MOVE "M" TO W-TIPO.
           IF W-TIPO = "d"
                 MOVE "D" TO W-TIPO.
           IF W-TIPO NOT = "M" AND "D"
                 MOVE "*** DIGITE M=MONTAGEM OU D=DESMONTAGEM ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           DISPLAY TW-TIPO.
       R3.
           ACCEPT TW-KIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       LER-KIT.
           MOVE W-KIT TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "23"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3
              ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO ARQPROD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE PROD-DESC TO W-DESC-KIT.
           MOVE PROD-ESTOQ TO W-ESTOQ-KIT.
           MOVE PROD-TPPROD TO W-TPPROD-KIT.
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM.
           DISPLAY TW-DESC-KIT.
           DISPLAY TW-ESTOQ-KIT.
           DISPLAY TW-QTD-COMP.
           IF W-QTD-COMP = 0
                 MOVE "*** PRODUTO SEM ESTRUTURA DE KIT (SVP062) ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
           IF W-OK = "N"
                 MOVE "*** KIT COM MAIS DE 30 COMPONENTES ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       R4.
           ACCEPT TW-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-QTDE = 0
                 MOVE "*** QUANTIDADE DEVE SER MAIOR QUE ZERO ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.

      *------- LOCAL DA MONTAGEM : DE ONDE SAEM OS COMPONENTES E -------
      *  PARA ONDE VAI O KIT (OU O CONTRARIO NA DESMONTAGEM).
      *  ALIMENTO/BEBIDA (TIPOS 2 E 5) SO FICAM NA CAMARA FRIA
       R5.
           IF W-TPPROD-KIT = 2 OR 5
                 MOVE 3 TO W-LOCAL
                 DISPLAY TW-LOCAL
                 GO TO R5A.
           ACCEPT TW-LOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-LOCAL < 1 OR W-LOCAL > 3
                 MOVE "*** LOCAL DEVE SER 1, 2 OU 3 ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.

      *------- VALIDADE DO LOTE DO KIT MONTADO (TIPOS 2 E 5) -------
       R5A.
           IF W-TIPO NOT = "M" OR (W-TPPROD-KIT NOT = 2 AND 5)
                 GO TO R6.
           ACCEPT TW-VALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-VALIDADE W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
                 MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5A.
           MOVE W-VALIDADE-AAAA TO W-VALID-AMD (1:4).
           MOVE W-VALIDADE-MM   TO W-VALID-AMD (5:2).
           MOVE W-VALIDADE-DD   TO W-VALID-AMD (7:2).
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           IF W-VALID-AMD < W-HOJE
                 MOVE "*** VALIDADE JA VENCIDA, MONTAGEM RECUSADA ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5A.

      *------- SALDOS DOS COMPONENTES (MONTAGEM) OU DO KIT -------
       R6.
           PERFORM VERIFICA-SALDO THRU VERIFICA-SALDO-FIM.
           DISPLAY TW-CUSTO-UNIT.
           IF W-OK = "N"
                 MOVE W-MENS-FALTA TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** OPERACAO CANCELADA PELO OPERADOR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       ATU-ESTOQUE.
           PERFORM VERIFICA-FECH THRU VERIFICA-FECH-FIM.
           IF W-FECHADO = "S"
              MOVE "*** PERIODO FECHADO, OPERACAO RECUSADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM VERIFICA-SALDO THRU VERIFICA-SALDO-FIM.
           IF W-OK = "N"
                 MOVE W-MENS-FALTA TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           PERFORM GRAVA-MONT THRU GRAVA-MONT-FIM.
           DISPLAY TW-DOCTO.
           MOVE ZEROS TO W-CUSTO-TOT.
           IF W-TIPO = "D"
                 GO TO ATU-DESMONTA.

      *------------- MONTAGEM : COMPONENTES SAEM, KIT ENTRA ------------
       ATU-MONTA.
           MOVE ZEROS TO W-IDX.
       ATU-MONTA1.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-COMP
                GO TO ATU-MONTA2.
           MOVE W-CP-PRODCOD (W-IDX) TO PROD-COD.
           MOVE W-CP-NECES (W-IDX) TO W-QTDE-MOV.
           MOVE "MONTAGEM" TO W-AUD-OPERACAO.
           PERFORM SAIDA-PROD THRU SAIDA-PROD-FIM.
           COMPUTE W-CUSTO-TOT = W-CUSTO-TOT + W-QTDE-MOV * PROD-CUSTO.
           GO TO ATU-MONTA1.
       ATU-MONTA2.
           COMPUTE W-CUSTO-ENT ROUNDED = W-CUSTO-TOT / W-QTDE.
           MOVE W-KIT TO PROD-COD.
           MOVE W-QTDE TO W-QTDE-MOV.
           MOVE W-LOCAL TO W-LOCAL-MOV.
           MOVE W-DOCTO TO W-LOTE.
           PERFORM ENTRADA-PROD THRU ENTRADA-PROD-FIM.
           MOVE W-CUSTO-ENT TO W-CUSTO-UNIT.
           MOVE "MONTAGEM " TO WO-TEXTO.
           GO TO ATU-FIM.

      *---------- DESMONTAGEM : KIT SAI, COMPONENTES VOLTAM -----------
      *  O CUSTO DO KIT E RATEADO ENTRE OS COMPONENTES NA PROPORCAO
      *  DO CUSTO MEDIO ATUAL DE CADA UM
       ATU-DESMONTA.
           MOVE W-KIT TO PROD-COD.
           MOVE W-QTDE TO W-QTDE-MOV.
           MOVE "DESMONTAGE" TO W-AUD-OPERACAO.
           PERFORM SAIDA-PROD THRU SAIDA-PROD-FIM.
           MOVE PROD-CUSTO TO W-CUSTO-UNIT.
           MOVE ZEROS TO W-IDX.
       ATU-DESMONTA1.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-COMP
                GO TO ATU-DESMONTA2.
           MOVE W-CP-PRODCOD (W-IDX) TO PROD-COD.
           READ ARQPROD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO ARQPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATU-ERRO.
           IF W-CUSTO-SOMA = 0
              MOVE PROD-CUSTO TO W-CUSTO-ENT
           ELSE
              COMPUTE W-CUSTO-ENT ROUNDED =
                      PROD-CUSTO * W-CUSTO-UNIT / W-CUSTO-SOMA.
           MOVE W-CP-NECES (W-IDX) TO W-QTDE-MOV.
           IF PROD-TPPROD = 2 OR 5
                MOVE 3 TO W-LOCAL-MOV
           ELSE
                MOVE W-LOCAL TO W-LOCAL-MOV.
           MOVE W-CP-LOTE (W-IDX) TO W-LOTE.
           MOVE W-CP-VALID (W-IDX) TO W-VALID-AMD.
           PERFORM ENTRADA-PROD THRU ENTRADA-PROD-FIM.
           GO TO ATU-DESMONTA1.
       ATU-DESMONTA2.
           MOVE "DESMONTAGEM " TO WO-TEXTO.

      *------------- CONCLUSAO DO DOCUMENTO ------------
       ATU-FIM.
           MOVE "O" TO MONT-SITU.
           PERFORM ATU-MONT THRU ATU-MONT-FIM.
           DISPLAY TW-CUSTO-UNIT.
           MOVE W-DOCTO TO WO-DOCTO.
           MOVE W-MENS-OK TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.
       ATU-ERRO.
           MOVE "E" TO MONT-SITU.
           PERFORM ATU-MONT THRU ATU-MONT-FIM.
           MOVE "*** OPERACAO INTERROMPIDA, VER ARQMONT ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.
      *-------------------------------------------------------------------------------------------
      *---------[ CARREGA A ESTRUTURA DO KIT ]--------------------------
       CARREGA-KIT.
           MOVE ZEROS TO W-QTD-COMP.
           MOVE "S" TO W-OK.
           MOVE "N" TO W-FIM-ARQKIT.
           MOVE W-KIT TO KIT-PRODCOD.
           MOVE ZEROS TO KIT-COMPON.
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQKIT
           END-START.
       CARREGA-KIT1.
           IF W-FIM-ARQKIT = "S"
                GO TO CARREGA-KIT-FIM.
           READ ARQKIT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQKIT
           END-READ.
           IF W-FIM-ARQKIT = "S"
                GO TO CARREGA-KIT-FIM.
           IF KIT-PRODCOD NOT = W-KIT
                GO TO CARREGA-KIT-FIM.
           IF W-QTD-COMP NOT < 30
                MOVE "N" TO W-OK
                GO TO CARREGA-KIT-FIM.
           ADD 1 TO W-QTD-COMP.
           MOVE KIT-COMPON TO W-CP-PRODCOD (W-QTD-COMP).
           MOVE KIT-QTDE TO W-CP-QTDE (W-QTD-COMP).
           MOVE ZEROS TO W-CP-NECES (W-QTD-COMP)
                         W-CP-VALID (W-QTD-COMP).
           MOVE SPACES TO W-CP-LOTE (W-QTD-COMP).
           GO TO CARREGA-KIT1.
       CARREGA-KIT-FIM.
           EXIT.
      *---------[ VERIFICA OS SALDOS ANTES DE GRAVAR ]------------------
      *  MONTAGEM : ESTOQUE, LOTES NA VALIDADE E SALDO DO LOCAL DE
      *  CADA COMPONENTE; CUSTO DO KIT = SOMA QTDE X CUSTO MEDIO.
      *  DESMONTAGEM : ESTOQUE, LOTES E LOCAL DO KIT; CADA COMPONENTE
      *  PERECIVEL PRECISA DE UM LOTE PARA RECEBER O RETORNO
       VERIFICA-SALDO.
           MOVE "S" TO W-OK.
           MOVE ZEROS TO W-CUSTO-SOMA W-IDX.
       VERIFICA-SALDO1.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-COMP
                GO TO VERIFICA-SALDO2.
           COMPUTE W-CP-NECES (W-IDX) = W-CP-QTDE (W-IDX) * W-QTDE.
           MOVE W-CP-PRODCOD (W-IDX) TO PROD-COD WF-PROD.
           READ ARQPROD
           IF ST-ERRO NOT = "00"
                MOVE "*** COMPONENTE NAO CADASTRADO " TO WF-TEXTO
                MOVE "N" TO W-OK
                GO TO VERIFICA-SALDO-FIM.
           COMPUTE W-CUSTO-SOMA = W-CUSTO-SOMA
                                + W-CP-QTDE (W-IDX) * PROD-CUSTO.
           IF W-TIPO = "D"
                GO TO VERIFICA-SALDO1A.
           IF W-CP-NECES (W-IDX) > PROD-ESTOQ
                MOVE "*** ESTOQUE INSUFICIENTE " TO WF-TEXTO
                MOVE "N" TO W-OK
                GO TO VERIFICA-SALDO-FIM.
           MOVE W-CP-NECES (W-IDX) TO W-QTDE-MOV.
           PERFORM VERIFICA-LOTE-LOCAL THRU VERIFICA-LOTE-LOCAL-FIM.
           IF W-OK = "N"
                GO TO VERIFICA-SALDO-FIM.
           GO TO VERIFICA-SALDO1.
       VERIFICA-SALDO1A.
           IF PROD-TPPROD NOT = 2 AND 5
                GO TO VERIFICA-SALDO1.
           PERFORM ULTIMO-LOTE THRU ULTIMO-LOTE-FIM.
           IF W-CP-LOTE (W-IDX) = SPACES
                MOVE "*** SEM LOTE PARA O RETORNO " TO WF-TEXTO
                MOVE "N" TO W-OK
                GO TO VERIFICA-SALDO-FIM.
           GO TO VERIFICA-SALDO1.
       VERIFICA-SALDO2.
           IF W-TIPO = "M"
                COMPUTE W-CUSTO-UNIT ROUNDED = W-CUSTO-SOMA
                GO TO VERIFICA-SALDO-FIM.
           MOVE W-KIT TO PROD-COD WF-PROD.
           READ ARQPROD
           IF ST-ERRO NOT = "00"
                MOVE "*** KIT NAO CADASTRADO " TO WF-TEXTO
                MOVE "N" TO W-OK
                GO TO VERIFICA-SALDO-FIM.
           MOVE PROD-CUSTO TO W-CUSTO-UNIT.
           IF W-QTDE > PROD-ESTOQ
                MOVE "*** ESTOQUE INSUFICIENTE " TO WF-TEXTO
                MOVE "N" TO W-OK
                GO TO VERIFICA-SALDO-FIM.
           MOVE W-QTDE TO W-QTDE-MOV.
           PERFORM VERIFICA-LOTE-LOCAL THRU VERIFICA-LOTE-LOCAL-FIM.
       VERIFICA-SALDO-FIM.
           EXIT.
      *---------[ LOTES NA VALIDADE E SALDO DO LOCAL DO PRODUTO ]-------
      *  PRODUTO AINDA SEM REGISTRO DE LOCAL (ESTOQUE ANTIGO) SAI
      *  SEM CONTROLE DE LOCAL ATE SER DISTRIBUIDO PELO SVP030
       VERIFICA-LOTE-LOCAL.
           IF PROD-TPPROD NOT = 2 AND 5
                GO TO VERIFICA-LOTE-LOCAL1.
           PERFORM SOMA-LOTES THRU SOMA-LOTES-FIM.
           IF W-QTDE-MOV > W-SALDO-VAL
                MOVE "*** LOTES NA VALIDADE INSUFIC. " TO WF-TEXTO
                MOVE "N" TO W-OK
                GO TO VERIFICA-LOTE-LOCAL-FIM.
       VERIFICA-LOTE-LOCAL1.
           MOVE PROD-COD TO LOC-PRODCOD.
           IF PROD-TPPROD = 2 OR 5
                MOVE 3 TO LOC-LOCAL
           ELSE
                MOVE W-LOCAL TO LOC-LOCAL.
           READ ARQLOC
           IF ST-ERRO8 = "00"
              IF LOC-SALDO < W-QTDE-MOV
                 MOVE "*** SALDO DO LOCAL INSUFICIENTE " TO WF-TEXTO
                 MOVE "N" TO W-OK.
       VERIFICA-LOTE-LOCAL-FIM.
           EXIT.
      *---------[ LOTE DE VALIDADE MAIS LONGA DO COMPONENTE ]-----------
       ULTIMO-LOTE.
           MOVE SPACES TO W-CP-LOTE (W-IDX).
           MOVE ZEROS TO W-CP-VALID (W-IDX).
           MOVE "N" TO W-FIM-ARQLOT.
           MOVE PROD-COD TO LOT-PRODCOD.
           MOVE ZEROS TO LOT-VALIDADE.
           MOVE SPACES TO LOT-NUMERO.
           START ARQLOT KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQLOT
           END-START.
       ULTIMO-LOTE1.
           IF W-FIM-ARQLOT = "S"
                GO TO ULTIMO-LOTE-FIM.
           READ ARQLOT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQLOT
           END-READ.
           IF W-FIM-ARQLOT = "S"
                GO TO ULTIMO-LOTE-FIM.
           IF LOT-PRODCOD NOT = PROD-COD
                GO TO ULTIMO-LOTE-FIM.
           MOVE LOT-NUMERO TO W-CP-LOTE (W-IDX).
           MOVE LOT-VALIDADE TO W-CP-VALID (W-IDX).
           GO TO ULTIMO-LOTE1.
       ULTIMO-LOTE-FIM.
           EXIT.
      *---------[ NUMERA E GRAVA O DOCUMENTO NO ARQMONT ]---------------
       GRAVA-MONT.
           MOVE ZEROS TO W-PROX-MONT.
           MOVE "N" TO W-FIM-ARQMONT.
           MOVE ZEROS TO MONT-NUMERO.
           START ARQMONT KEY IS NOT LESS THAN MONT-NUMERO
               INVALID KEY MOVE "S" TO W-FIM-ARQMONT
           END-START.
       GRAVA-MONT1.
           IF W-FIM-ARQMONT = "S"
                GO TO GRAVA-MONT2.
           READ ARQMONT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQMONT
           END-READ.
           IF W-FIM-ARQMONT = "S"
                GO TO GRAVA-MONT2.
           MOVE MONT-NUMERO TO W-PROX-MONT.
           GO TO GRAVA-MONT1.
       GRAVA-MONT2.
           ADD 1 TO W-PROX-MONT.
           MOVE W-PROX-MONT TO MONT-NUMERO W-DOC-NUM.
           IF W-TIPO = "M"
                MOVE "MT" TO W-DOC-PREF
           ELSE
                MOVE "DM" TO W-DOC-PREF.
           MOVE W-TIPO TO MONT-TIPO.
           ACCEPT MONT-DATA FROM DATE YYYYMMDD.
           ACCEPT MONT-HORA FROM TIME.
           MOVE W-KIT TO MONT-KIT.
           MOVE W-QTDE TO MONT-QTDE.
           MOVE ZEROS TO MONT-CUSTO.
           MOVE W-LOCAL TO MONT-LOCAL.
           IF W-TIPO = "M" AND (W-TPPROD-KIT = 2 OR 5)
                MOVE W-DOCTO TO MONT-LOTE
                MOVE W-VALID-AMD TO MONT-VALIDADE
           ELSE
                MOVE SPACES TO MONT-LOTE
                MOVE ZEROS TO MONT-VALIDADE.
           MOVE W-OPERADOR TO MONT-OPER.
           MOVE "P" TO MONT-SITU.
           WRITE REGMONT
           IF ST-ERRO9 = "22"
                GO TO GRAVA-MONT.
           IF ST-ERRO9 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQMONT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GRAVA-MONT-FIM.
           EXIT.
      *---------[ SITUACAO FINAL E CUSTO DO DOCUMENTO NO ARQMONT ]------
       ATU-MONT.
           MOVE MONT-SITU TO W-OPCAO.
           MOVE W-DOC-NUM TO MONT-NUMERO.
           READ ARQMONT WITH LOCK
           IF ST-ERRO9 = "51" OR "9D"
              MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-OPCAO TO MONT-SITU
              GO TO ATU-MONT.
           IF ST-ERRO9 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQMONT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-OPCAO TO MONT-SITU.
           MOVE W-CUSTO-UNIT TO MONT-CUSTO.
           REWRITE REGMONT
           IF ST-ERRO9 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQMONT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ATU-MONT-FIM.
           EXIT.
      *---------[ SAIDA DE UM PRODUTO (COMPONENTE OU KIT) ]-------------
      *  PROD-COD, W-QTDE-MOV E W-AUD-OPERACAO JA INFORMADOS
       SAIDA-PROD.
           READ ARQPROD WITH LOCK
           IF ST-ERRO = "51" OR "9D"
              MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SAIDA-PROD.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO ARQPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATU-ERRO.
           IF PROD-ESTOQ < W-QTDE-MOV
              MOVE "*** ESTOQUE ALTERADO DURANTE A OPERACAO ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATU-ERRO.
           MOVE REGPROD TO W-REGPROD-ANTES.
           SUBTRACT W-QTDE-MOV FROM PROD-ESTOQ.
           REWRITE REGPROD
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO REGISTRO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           UNLOCK ARQPROD.
           MOVE W-REGPROD-ANTES TO W-AUD-ANTES.
           MOVE REGPROD TO W-AUD-DEPOIS.
           MOVE PROD-COD TO W-AUD-CHAVE.
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM.
           MOVE "S" TO W-MOV-TIPO.
           MOVE W-QTDE-MOV TO W-MOV-QTDE.
           MOVE PROD-CUSTO TO W-MOV-CUSTO.
           PERFORM GRAVA-MOVTO THRU GRAVA-MOVTO-FIM.
           IF PROD-TPPROD = 2 OR 5
              PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM.
           IF PROD-TPPROD = 2 OR 5
              MOVE 3 TO W-LOCAL-MOV
           ELSE
              MOVE W-LOCAL TO W-LOCAL-MOV.
           PERFORM BAIXA-LOCAL THRU BAIXA-LOCAL-FIM.
       SAIDA-PROD-FIM.
           EXIT.
      *---------[ ENTRADA DE UM PRODUTO (KIT OU COMPONENTE) ]-----------
      *  PROD-COD, W-QTDE-MOV, W-CUSTO-ENT, W-LOCAL-MOV E, PARA OS
      *  TIPOS 2 E 5, W-LOTE E W-VALID-AMD JA INFORMADOS
      *  CUSTO MEDIO PONDERADO = (SALDO X CUSTO MEDIO ATUAL +
      *  QTDE QUE ENTRA X CUSTO DA ENTRADA) / NOVO SALDO
       ENTRADA-PROD.
           READ ARQPROD WITH LOCK
           IF ST-ERRO = "51" OR "9D"
              MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENTRADA-PROD.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO ARQPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATU-ERRO.
           MOVE REGPROD TO W-REGPROD-ANTES.
           COMPUTE PROD-CUSTO ROUNDED =
                   (PROD-ESTOQ * PROD-CUSTO + W-QTDE-MOV * W-CUSTO-ENT)
                   / (PROD-ESTOQ + W-QTDE-MOV).
           ADD W-QTDE-MOV TO PROD-ESTOQ.
           IF W-TIPO = "M"
              ACCEPT W-DATASYS FROM DATE YYYYMMDD
              MOVE W-DATASYS-DD   TO PROD-ULTIMA (1:2)
              MOVE W-DATASYS-MM   TO PROD-ULTIMA (3:2)
              MOVE W-DATASYS-AAAA TO PROD-ULTIMA (5:4).
           REWRITE REGPROD
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO REGISTRO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           UNLOCK ARQPROD.
           MOVE W-REGPROD-ANTES TO W-AUD-ANTES.
           MOVE REGPROD TO W-AUD-DEPOIS.
           MOVE PROD-COD TO W-AUD-CHAVE.
           IF W-TIPO = "M"
              MOVE "MONTAGEM" TO W-AUD-OPERACAO
           ELSE
              MOVE "DESMONTAGE" TO W-AUD-OPERACAO.
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM.
           MOVE "E" TO W-MOV-TIPO.
           MOVE W-QTDE-MOV TO W-MOV-QTDE.
           MOVE W-CUSTO-ENT TO W-MOV-CUSTO.
           PERFORM GRAVA-MOVTO THRU GRAVA-MOVTO-FIM.
           IF PROD-TPPROD = 2 OR 5
              PERFORM ATU-LOTE THRU ATU-LOTE-FIM.
           PERFORM SOMA-LOCAL THRU SOMA-LOCAL-FIM.
       ENTRADA-PROD-FIM.
           EXIT.
      *---------[ ROTINA DE AUDITORIA ]---------------------
       GRAVA-AUDITORIA.
           OPEN EXTEND LOGPROD
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "35"
                 OPEN OUTPUT LOGPROD
                 CLOSE LOGPROD
                 GO TO GRAVA-AUDITORIA
              ELSE
                 MOVE "* ARQUIVO LOGPROD EM USO, AGUARDE *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRAVA-AUDITORIA
           ELSE
                 NEXT SENTENCE.
       GRAVA-AUDITORIA1.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT W-AUD-HORA FROM TIME.
           MOVE W-OPERADOR TO W-AUD-OPERADOR.
           MOVE W-AUD-REG TO REG-LOGPROD.
           WRITE REG-LOGPROD.
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA GRAVACAO DA AUDITORIA LOGPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE LOGPROD.
       GRAVA-AUDITORIA-FIM.
           EXIT.
      *---------[ ROTINA DE MOVIMENTO DE ESTOQUE ]---------------------
       GRAVA-MOVTO.
           OPEN EXTEND ARQMOV
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "35"
                 OPEN OUTPUT ARQMOV
                 CLOSE ARQMOV
                 GO TO GRAVA-MOVTO
              ELSE
                 MOVE "* ARQUIVO ARQMOV EM USO, AGUARDE *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRAVA-MOVTO
           ELSE
                 NEXT SENTENCE.
       GRAVA-MOVTO1.
           ACCEPT W-MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT W-MOV-HORA FROM TIME.
           MOVE PROD-COD TO W-MOV-PRODCOD.
           MOVE W-DOCTO TO W-MOV-DOCTO.
           MOVE PROD-ESTOQ TO W-MOV-SALDO.
           MOVE ZEROS TO W-MOV-CLIFOR.
           MOVE W-MOV-REG TO REG-ARQMOV.
           WRITE REG-ARQMOV.
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO MOVIMENTO ARQMOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE ARQMOV.
       GRAVA-MOVTO-FIM.
           EXIT.
      *---------[ SOMA DOS LOTES DENTRO DA VALIDADE ]-------------------
       SOMA-LOTES.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO W-SALDO-VAL.
           MOVE "N" TO W-FIM-ARQLOT.
           MOVE PROD-COD TO LOT-PRODCOD.
           MOVE ZEROS TO LOT-VALIDADE.
           MOVE SPACES TO LOT-NUMERO.
           START ARQLOT KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQLOT
           END-START.
       SOMA-LOTES1.
           IF W-FIM-ARQLOT = "S"
                GO TO SOMA-LOTES-FIM.
           READ ARQLOT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQLOT
           END-READ.
           IF W-FIM-ARQLOT = "S"
                GO TO SOMA-LOTES-FIM.
           IF LOT-PRODCOD NOT = PROD-COD
                GO TO SOMA-LOTES-FIM.
           IF LOT-VALIDADE NOT < W-HOJE
                ADD LOT-SALDO TO W-SALDO-VAL.
           GO TO SOMA-LOTES1.
       SOMA-LOTES-FIM.
           EXIT.
      *---------[ BAIXA DOS LOTES POR VALIDADE MAIS ANTIGA ]------------
       BAIXA-LOTES.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-QTDE-MOV TO W-RESTA.
           MOVE "N" TO W-FIM-ARQLOT.
           MOVE PROD-COD TO LOT-PRODCOD.
           MOVE ZEROS TO LOT-VALIDADE.
           MOVE SPACES TO LOT-NUMERO.
           START ARQLOT KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQLOT
           END-START.
       BAIXA-LOTES1.
           IF W-RESTA = 0
                GO TO BAIXA-LOTES9.
           IF W-FIM-ARQLOT = "S"
                GO TO BAIXA-LOTES9.
           READ ARQLOT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQLOT
           END-READ.
           IF W-FIM-ARQLOT = "S"
                GO TO BAIXA-LOTES9.
           IF LOT-PRODCOD NOT = PROD-COD
                GO TO BAIXA-LOTES9.
           IF LOT-VALIDADE < W-HOJE
                GO TO BAIXA-LOTES1.
           IF LOT-SALDO = 0
                GO TO BAIXA-LOTES1.
       BAIXA-LOTES2.
           READ ARQLOT WITH LOCK
           IF ST-ERRO6 = "51" OR "9D"
              MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-LOTES2.
           IF ST-ERRO6 NOT = "00"
                GO TO BAIXA-LOTES3.
           IF LOT-VALIDADE < W-HOJE OR LOT-SALDO = 0
                GO TO BAIXA-LOTES3.
           IF LOT-SALDO > W-RESTA
                MOVE W-RESTA TO W-BAIXA
           ELSE
                MOVE LOT-SALDO TO W-BAIXA.
           SUBTRACT W-BAIXA FROM LOT-SALDO.
           SUBTRACT W-BAIXA FROM W-RESTA.
           REWRITE REGLOT
           IF ST-ERRO6 NOT = "00" AND "02"
              MOVE "ERRO NA BAIXA DO LOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       BAIXA-LOTES3.
           START ARQLOT KEY IS GREATER THAN LOT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQLOT
           END-START.
           GO TO BAIXA-LOTES1.
       BAIXA-LOTES9.
           IF W-RESTA > 0
              MOVE W-RESTA TO WR-QTDE
              MOVE W-MENS-RESTA TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BAIXA-LOTES-FIM.
           EXIT.
      *---------[ ATUALIZA O SALDO DO LOTE QUE RECEBE A ENTRADA ]-------
       ATU-LOTE.
           MOVE PROD-COD TO LOT-PRODCOD.
           MOVE W-VALID-AMD TO LOT-VALIDADE.
           MOVE W-LOTE TO LOT-NUMERO.
           READ ARQLOT WITH LOCK
           IF ST-ERRO6 = "51" OR "9D"
              MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATU-LOTE.
           IF ST-ERRO6 = "00"
              ADD W-QTDE-MOV TO LOT-SALDO
              REWRITE REGLOT
              IF ST-ERRO6 NOT = "00" AND "02"
                 MOVE "ERRO NA ATUALIZACAO DO LOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 GO TO ATU-LOTE-FIM
           ELSE
           IF ST-ERRO6 NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQLOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ATU-LOTE1.
           MOVE PROD-COD TO LOT-PRODCOD.
           MOVE W-VALID-AMD TO LOT-VALIDADE.
           MOVE W-LOTE TO LOT-NUMERO.
           MOVE W-QTDE-MOV TO LOT-SALDO.
           WRITE REGLOT
           IF ST-ERRO6 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO LOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ATU-LOTE-FIM.
           EXIT.
      *---------[ BAIXA DO SALDO DO LOCAL DE ARMAZENAGEM ]--------------
       BAIXA-LOCAL.
           MOVE PROD-COD TO LOC-PRODCOD.
           MOVE W-LOCAL-MOV TO LOC-LOCAL.
           READ ARQLOC WITH LOCK
           IF ST-ERRO8 = "51" OR "9D"
              MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-LOCAL.
           IF ST-ERRO8 NOT = "00"
                GO TO BAIXA-LOCAL-FIM.
           IF LOC-SALDO < W-QTDE-MOV
                MOVE ZEROS TO LOC-SALDO
           ELSE
                SUBTRACT W-QTDE-MOV FROM LOC-SALDO.
           REWRITE REGLOC
           IF ST-ERRO8 NOT = "00" AND "02"
              MOVE "ERRO NA BAIXA DO LOCAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       BAIXA-LOCAL-FIM.
           EXIT.
      *---------[ ENTRADA NO SALDO DO LOCAL DE ARMAZENAGEM ]------------
       SOMA-LOCAL.
           MOVE PROD-COD TO LOC-PRODCOD.
           MOVE W-LOCAL-MOV TO LOC-LOCAL.
           READ ARQLOC WITH LOCK
           IF ST-ERRO8 = "51" OR "9D"
              MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOMA-LOCAL.
           IF ST-ERRO8 = "00"
              ADD W-QTDE-MOV TO LOC-SALDO
              REWRITE REGLOC
              IF ST-ERRO8 NOT = "00" AND "02"
                 MOVE "ERRO NA ATUALIZACAO DO LOCAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 GO TO SOMA-LOCAL-FIM
           ELSE
           IF ST-ERRO8 NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQLOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       SOMA-LOCAL1.
           MOVE PROD-COD TO LOC-PRODCOD.
           MOVE W-LOCAL-MOV TO LOC-LOCAL.
           MOVE W-QTDE-MOV TO LOC-SALDO.
           WRITE REGLOC
           IF ST-ERRO8 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO LOCAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       SOMA-LOCAL-FIM.
           EXIT.
      *---------[ VERIFICA SE O PERIODO ATUAL ESTA FECHADO ]------------
       VERIFICA-FECH.
           MOVE "N" TO W-FECHADO.
           IF W-TEM-ARQFECH = "N"
                GO TO VERIFICA-FECH-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE (1:6) TO FECH-ANOMES.
           READ ARQFECH
           IF ST-ERRO7 = "00"
                MOVE "S" TO W-FECHADO.
       VERIFICA-FECH-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           IF W-TEM-ARQFECH = "S"
              CLOSE ARQFECH.
           CLOSE ARQPROD ARQKIT ARQLOT ARQLOC ARQMONT.
       ROT-FIM2.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    51 = REGISTRO BLOQUEADO POR OUTRO USUARIO
