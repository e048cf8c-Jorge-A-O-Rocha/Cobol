       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP045.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * REMESSA DE PAGAMENTO A FORNECEDORES        *
      * PADRAO CNAB 240 (FEBRABAN)                 *
      * SELECIONA OS TITULOS EM ABERTO DO ARQPAG   *
      * COM VENCIMENTO NO PERIODO INFORMADO, GERA  *
      * O ARQUIVO REMPAG.REM E MARCA OS TITULOS    *
      * COMO ENVIADOS AO BANCO (PAG-SITU = E)      *
      * LOTE 1 = CREDITO EM CONTA NO MESMO BANCO   *
      * LOTE 2 = TED PARA OUTROS BANCOS            *
      * O RETORNO DO BANCO E TRATADO NO SVP046     *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPAG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PAG-NUMERO
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FOR-CPF
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS FOR-TP
                       WITH DUPLICATES.

           SELECT ARQFORB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FORB-CPF
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL.

           SELECT ARQCEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CEP-NUMCEP
                       FILE STATUS  IS ST-ERRO4
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS CEP-LOGRA
                       WITH DUPLICATES.

           SELECT ARQCNAB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CNAB-CHAVE
                       FILE STATUS  IS ST-ERRO5
                       LOCK MODE    IS MANUAL.

           SELECT REMESSA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO6.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO7.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
           03 PAG-NUMERO             PIC 9(06).
           03 PAG-FORNEC             PIC 9(14).
           03 PAG-PEDIDO             PIC 9(06).
           03 PAG-DOCTO              PIC X(10).
           03 PAG-EMISSAO            PIC 9(08).
           03 PAG-VENCTO             PIC 9(08).
           03 PAG-VALOR              PIC 9(10)V99.
           03 PAG-SITU               PIC X(01).
           03 PAG-DTPAGTO            PIC 9(08).

       FD  ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQ.FORDAT".
       01 REGFOR.
           03 FOR-TP               PIC X(01).
           03 FOR-CPF              PIC 9(14).
           03 FOR-NOME             PIC X(30).
           03 FOR-FANTASIA         PIC X(12).
           03 FOR-DDD              PIC 9(02).
           03 FOR-NUMTEL           PIC 9(09).
           03 FOR-EMAIL            PIC X(30).
           03 FOR-CEP              PIC 9(08).
           03 FOR-CONTATO          PIC X(30).
           03 FOR-LONGRADOURO      PIC 9(05).
           03 FOR-COMPLEMENTO      PIC X(12).

       FD  ARQFORB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORB.DAT".
       01 REGFORB.
           03 FORB-CPF               PIC 9(14).
           03 FORB-BANCO             PIC 9(03).
           03 FORB-AGENCIA           PIC 9(05).
           03 FORB-DVAG              PIC X(01).
           03 FORB-CONTA             PIC 9(12).
           03 FORB-DVCTA             PIC X(01).

       FD  ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
           03 CEP-NUMCEP         PIC 9(08).
           03 CEP-LOGRA          PIC X(30).
           03 CEP-BAIRRO         PIC X(20).
           03 CEP-CIDADE         PIC X(20).
           03 CEP-UF             PIC X(02).

       FD  ARQCNAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCNAB.DAT".
       01 REGCNAB.
           03 CNAB-CHAVE             PIC 9(01).
           03 CNAB-BANCO             PIC 9(03).
           03 CNAB-NOMEBCO           PIC X(30).
           03 CNAB-CNPJ              PIC 9(14).
           03 CNAB-NOME              PIC X(30).
           03 CNAB-CONVENIO          PIC X(20).
           03 CNAB-AGENCIA           PIC 9(05).
           03 CNAB-DVAG              PIC X(01).
           03 CNAB-CONTA             PIC 9(12).
           03 CNAB-DVCTA             PIC X(01).
           03 CNAB-NSA               PIC 9(06).

       FD  REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMPAG.REM".
       01 REM-LINHA                PIC X(240).

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(110).

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
           01 W-TEM-ARQCEP          PIC X(01) VALUE "N".
           01 W-FIM-ARQPAG          PIC X(01) VALUE "N".
           01 W-LOTE-ABERTO         PIC X(01) VALUE "N".
           01 W-FORMA               PIC X(02) VALUE SPACES.
           01 W-NSA                 PIC 9(06) VALUE ZEROS.
           01 W-LOTE                PIC 9(04) VALUE ZEROS.
           01 W-LOTE-SEQ            PIC 9(05) VALUE ZEROS.
           01 W-LOTE-REGS           PIC 9(06) VALUE ZEROS.
           01 W-LOTE-VALOR          PIC 9(16)V99 VALUE ZEROS.
           01 W-QTD-REG             PIC 9(06) VALUE ZEROS.
           01 W-QTD-TIT             PIC 9(06) VALUE ZEROS.
           01 W-QTD-REJ             PIC 9(06) VALUE ZEROS.
           01 W-TOT-VALOR           PIC 9(14)V99 VALUE ZEROS.
           01 W-HOJE                PIC 9(08) VALUE ZEROS.
           01 W-HORA                PIC 9(08) VALUE ZEROS.
           01 W-DTPAG               PIC 9(08) VALUE ZEROS.
           01 W-DATA-DMA            PIC 9(08) VALUE ZEROS.
           01 W-MOTIVO              PIC X(34) VALUE SPACES.

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

      *---------[ HEADER DE ARQUIVO - REGISTRO 0 ]-------------------
           01 W-HDR-ARQ.
               05 HA-BANCO          PIC 9(03).
               05 FILLER            PIC X(04) VALUE "0000".
               05 FILLER            PIC X(01) VALUE "0".
               05 FILLER            PIC X(09) VALUE SPACES.
               05 FILLER            PIC X(01) VALUE "2".
               05 HA-CNPJ           PIC 9(14).
               05 HA-CONVENIO       PIC X(20).
               05 HA-AGENCIA        PIC 9(05).
               05 HA-DVAG           PIC X(01).
               05 HA-CONTA          PIC 9(12).
               05 HA-DVCTA          PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 HA-NOME           PIC X(30).
               05 HA-NOMEBCO        PIC X(30).
               05 FILLER            PIC X(10) VALUE SPACES.
               05 FILLER            PIC X(01) VALUE "1".
               05 HA-DATA           PIC 9(08).
               05 HA-HORA           PIC 9(06).
               05 HA-NSA            PIC 9(06).
               05 FILLER            PIC X(03) VALUE "089".
               05 FILLER            PIC X(05) VALUE "01600".
               05 FILLER            PIC X(20) VALUE SPACES.
               05 FILLER            PIC X(20) VALUE SPACES.
               05 FILLER            PIC X(29) VALUE SPACES.

      *---------[ HEADER DE LOTE - REGISTRO 1 ]----------------------
           01 W-HDR-LOTE.
               05 HL-BANCO          PIC 9(03).
               05 HL-LOTE           PIC 9(04).
               05 FILLER            PIC X(01) VALUE "1".
               05 FILLER            PIC X(01) VALUE "C".
               05 FILLER            PIC X(02) VALUE "20".
               05 HL-FORMA          PIC X(02).
               05 FILLER            PIC X(03) VALUE "045".
               05 FILLER            PIC X(01) VALUE SPACES.
               05 FILLER            PIC X(01) VALUE "2".
               05 HL-CNPJ           PIC 9(14).
               05 HL-CONVENIO       PIC X(20).
               05 HL-AGENCIA        PIC 9(05).
               05 HL-DVAG           PIC X(01).
               05 HL-CONTA          PIC 9(12).
               05 HL-DVCTA          PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 HL-NOME           PIC X(30).
               05 FILLER            PIC X(40) VALUE SPACES.
               05 FILLER            PIC X(30) VALUE SPACES.
               05 FILLER            PIC 9(05) VALUE ZEROS.
               05 FILLER            PIC X(15) VALUE SPACES.
               05 FILLER            PIC X(20) VALUE SPACES.
               05 FILLER            PIC 9(05) VALUE ZEROS.
               05 FILLER            PIC 9(03) VALUE ZEROS.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 FILLER            PIC X(02) VALUE "01".
               05 FILLER            PIC X(06) VALUE SPACES.
               05 FILLER            PIC X(10) VALUE SPACES.

      *---------[ DETALHE SEGMENTO A - REGISTRO 3 ]------------------
           01 W-SEG-A.
               05 SA-BANCO          PIC 9(03).
               05 SA-LOTE           PIC 9(04).
               05 FILLER            PIC X(01) VALUE "3".
               05 SA-SEQ            PIC 9(05).
               05 FILLER            PIC X(01) VALUE "A".
               05 FILLER            PIC X(01) VALUE "0".
               05 FILLER            PIC X(02) VALUE "00".
               05 SA-CAMARA         PIC X(03).
               05 SA-BCOFAV         PIC 9(03).
               05 SA-AGFAV          PIC 9(05).
               05 SA-DVAGFAV        PIC X(01).
               05 SA-CTAFAV         PIC 9(12).
               05 SA-DVCTAFAV       PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 SA-NOMEFAV        PIC X(30).
               05 SA-SEUNUM.
                   07 SA-TITULO     PIC 9(06).
                   07 FILLER        PIC X(14) VALUE SPACES.
               05 SA-DTPAG          PIC 9(08).
               05 FILLER            PIC X(03) VALUE "BRL".
               05 FILLER            PIC 9(15) VALUE ZEROS.
               05 SA-VALOR          PIC 9(13)V99.
               05 FILLER            PIC X(20) VALUE SPACES.
               05 FILLER            PIC 9(08) VALUE ZEROS.
               05 FILLER            PIC 9(15) VALUE ZEROS.
               05 FILLER            PIC X(40) VALUE SPACES.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SA-FINTED         PIC X(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 FILLER            PIC X(01) VALUE "0".
               05 FILLER            PIC X(10) VALUE SPACES.

      *---------[ DETALHE SEGMENTO B - REGISTRO 3 ]------------------
           01 W-SEG-B.
               05 SB-BANCO          PIC 9(03).
               05 SB-LOTE           PIC 9(04).
               05 FILLER            PIC X(01) VALUE "3".
               05 SB-SEQ            PIC 9(05).
               05 FILLER            PIC X(01) VALUE "B".
               05 FILLER            PIC X(03) VALUE SPACES.
               05 SB-TPINSC         PIC 9(01).
               05 SB-INSC           PIC 9(14).
               05 SB-LOGRA          PIC X(30).
               05 SB-NUMERO         PIC 9(05).
               05 SB-COMPL          PIC X(15).
               05 SB-BAIRRO         PIC X(15).
               05 SB-CIDADE         PIC X(20).
               05 SB-CEP            PIC 9(05).
               05 SB-SUFIXO         PIC 9(03).
               05 SB-UF             PIC X(02).
               05 SB-DTVENC         PIC 9(08).
               05 SB-VALOR          PIC 9(13)V99.
               05 FILLER            PIC 9(15) VALUE ZEROS.
               05 FILLER            PIC 9(15) VALUE ZEROS.
               05 FILLER            PIC 9(15) VALUE ZEROS.
               05 FILLER            PIC 9(15) VALUE ZEROS.
               05 FILLER            PIC X(15) VALUE SPACES.
               05 FILLER            PIC X(01) VALUE "0".
               05 FILLER            PIC X(14) VALUE SPACES.

      *---------[ TRAILER DE LOTE - REGISTRO 5 ]---------------------
           01 W-TRL-LOTE.
               05 TL-BANCO          PIC 9(03).
               05 TL-LOTE           PIC 9(04).
               05 FILLER            PIC X(01) VALUE "5".
               05 FILLER            PIC X(09) VALUE SPACES.
               05 TL-QTDREG         PIC 9(06).
               05 TL-VALOR          PIC 9(16)V99.
               05 FILLER            PIC 9(18) VALUE ZEROS.
               05 FILLER            PIC 9(06) VALUE ZEROS.
               05 FILLER            PIC X(165) VALUE SPACES.
               05 FILLER            PIC X(10) VALUE SPACES.

      *---------[ TRAILER DE ARQUIVO - REGISTRO 9 ]------------------
           01 W-TRL-ARQ.
               05 TA-BANCO          PIC 9(03).
               05 FILLER            PIC X(04) VALUE "9999".
               05 FILLER            PIC X(01) VALUE "9".
               05 FILLER            PIC X(09) VALUE SPACES.
               05 TA-QTDLOTES       PIC 9(06).
               05 TA-QTDREG         PIC 9(06).
               05 FILLER            PIC 9(06) VALUE ZEROS.
               05 FILLER            PIC X(205) VALUE SPACES.

      *---------[ LINHAS DO RELATORIO ]-----------------------------
           01 W-CAB1.
               05 FILLER PIC X(42) VALUE
                  "REMESSA CNAB 240 DE PAGAMENTOS - ARQUIVO ".
               05 WC-NSA            PIC 9(06).
               05 FILLER PIC X(14) VALUE " VENCIMENTOS ".
               05 WC-DTINI          PIC X(10).
               05 FILLER PIC X(05) VALUE " ATE ".
               05 WC-DTFIM          PIC X(10).

           01 W-CAB2.
               05 FILLER PIC X(08) VALUE "TITULO".
               05 FILLER PIC X(32) VALUE "FORNECEDOR".
               05 FILLER PIC X(12) VALUE "VENCIMENTO".
               05 FILLER PIC X(14) VALUE "       VALOR".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(34) VALUE "SITUACAO".

           01 W-DETALHE.
               05 WD-NUMERO         PIC Z(5)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-NOME           PIC X(30).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-DIA            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WD-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WD-ANO            PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-VALOR          PIC Z(9)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-SITU           PIC X(34).

           01 W-LINTOT.
               05 WT-TEXTO          PIC X(30).
               05 WT-QTDE           PIC Z(5)9.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 WT-VALOR          PIC Z(11)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN I-O ARQPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQPAG NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT ARQFOR
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ARQUIVO FORNECEDOR NAO ENCONTRADO ***"
              CLOSE ARQPAG
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT ARQFORB
           IF ST-ERRO3 NOT = "00"
              DISPLAY "*** ARQUIVO ARQFORB NAO ENCONTRADO ***"
              DISPLAY "*** CADASTRE OS DADOS BANCARIOS NO SVP044 ***"
              CLOSE ARQPAG ARQFOR
              GO TO ROT-FIM2.
       R0C.
           OPEN INPUT ARQCEP
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEM-ARQCEP
           ELSE
              MOVE "N" TO W-TEM-ARQCEP.
       R0D.
           OPEN I-O ARQCNAB
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT ARQCNAB
                 CLOSE ARQCNAB
                 GO TO R0D
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQCNAB ***"
                 GO TO ROT-FIM1.

      *------------- DADOS BANCARIOS DA EMPRESA ------------
       R1.
           MOVE 1 TO CNAB-CHAVE.
           READ ARQCNAB
           IF ST-ERRO5 = "23"
                MOVE 0 TO W-SEL
                DISPLAY "*** INFORME OS DADOS BANCARIOS DA EMPRESA ***"
                GO TO R1A.
           IF ST-ERRO5 NOT = "00"
                DISPLAY "*** ERRO NA LEITURA DO ARQCNAB ***"
                GO TO ROT-FIM1.
           MOVE 1 TO W-SEL.
           DISPLAY "EMPRESA : " CNAB-CNPJ " " CNAB-NOME.
           DISPLAY "BANCO   : " CNAB-BANCO " " CNAB-NOMEBCO.
           DISPLAY "AGENCIA : " CNAB-AGENCIA "-" CNAB-DVAG
                   "  CONTA : " CNAB-CONTA "-" CNAB-DVCTA.
           DISPLAY "CONVENIO: " CNAB-CONVENIO
                   "  ULTIMA REMESSA : " CNAB-NSA.
       R1-CONF.
           DISPLAY "DADOS DA EMPRESA CORRETOS (S/N) : "
               WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
                GO TO R2.
           IF W-OPCAO NOT = "N" AND "n"
                GO TO R1-CONF.
       R1A.
           DISPLAY "CODIGO DO BANCO (COMPE)     : " WITH NO ADVANCING.
           ACCEPT CNAB-BANCO.
           IF CNAB-BANCO = 0
                DISPLAY "*** INFORME O CODIGO DO BANCO ***"
                GO TO R1A.
           DISPLAY "NOME DO BANCO               : " WITH NO ADVANCING.
           ACCEPT CNAB-NOMEBCO.
       R1B.
           DISPLAY "CNPJ DA EMPRESA             : " WITH NO ADVANCING.
           ACCEPT CNAB-CNPJ.
           IF CNAB-CNPJ = 0
                DISPLAY "*** INFORME O CNPJ DA EMPRESA ***"
                GO TO R1B.
       R1C.
           DISPLAY "RAZAO SOCIAL DA EMPRESA     : " WITH NO ADVANCING.
           ACCEPT CNAB-NOME.
           IF CNAB-NOME = SPACES
                DISPLAY "*** INFORME A RAZAO SOCIAL ***"
                GO TO R1C.
           DISPLAY "CONVENIO DE PAGAMENTO       : " WITH NO ADVANCING.
           ACCEPT CNAB-CONVENIO.
       R1D.
           DISPLAY "AGENCIA (SEM DIGITO)        : " WITH NO ADVANCING.
           ACCEPT CNAB-AGENCIA.
           IF CNAB-AGENCIA = 0
                DISPLAY "*** INFORME A AGENCIA ***"
                GO TO R1D.
           DISPLAY "DIGITO DA AGENCIA           : " WITH NO ADVANCING.
           ACCEPT CNAB-DVAG.
       R1E.
           DISPLAY "CONTA CORRENTE (SEM DIGITO) : " WITH NO ADVANCING.
           ACCEPT CNAB-CONTA.
           IF CNAB-CONTA = 0
                DISPLAY "*** INFORME A CONTA CORRENTE ***"
                GO TO R1E.
           DISPLAY "DIGITO DA CONTA             : " WITH NO ADVANCING.
           ACCEPT CNAB-DVCTA.
           MOVE 1 TO CNAB-CHAVE.
           IF W-SEL = 1
                REWRITE REGCNAB
           ELSE
                MOVE ZEROS TO CNAB-NSA
                WRITE REGCNAB.
           IF ST-ERRO5 NOT = "00" AND "02"
                DISPLAY "*** ERRO NA GRAVACAO DO ARQCNAB ***"
                GO TO ROT-FIM1.

      *------------- PERIODO DE VENCIMENTO ------------
       R2.
           DISPLAY "VENCIMENTO INICIAL (DDMMAAAA) : "
               WITH NO ADVANCING.
           ACCEPT W-DTINI.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTINI W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R2.
       R2A.
           DISPLAY "VENCIMENTO FINAL   (DDMMAAAA) : "
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

      *------------- CONFIRMACAO DO OPERADOR ------------
       R3.
           DISPLAY "GERAR REMESSA DOS TITULOS EM ABERTO DO PERIODO ?".
           DISPLAY "OS TITULOS ENVIADOS FICAM NA SITUACAO E ATE O "
                   "RETORNO DO BANCO (SVP046)".
           DISPLAY "CONFIRMA (S/N) : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              DISPLAY "*** REMESSA NAO GERADA ***"
              GO TO ROT-FIM1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R3.

      *------------- HEADER DO ARQUIVO E DO RELATORIO ------------
       R4.
           OPEN OUTPUT REMESSA
           IF ST-ERRO6 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO REMPAG.REM ***"
              GO TO ROT-FIM1.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO7 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              CLOSE REMESSA
              GO TO ROT-FIM1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           COMPUTE W-NSA = CNAB-NSA + 1.
           MOVE CNAB-BANCO    TO HA-BANCO.
           MOVE CNAB-CNPJ     TO HA-CNPJ.
           MOVE CNAB-CONVENIO TO HA-CONVENIO.
           MOVE CNAB-AGENCIA  TO HA-AGENCIA.
           MOVE CNAB-DVAG     TO HA-DVAG.
           MOVE CNAB-CONTA    TO HA-CONTA.
           MOVE CNAB-DVCTA    TO HA-DVCTA.
           MOVE CNAB-NOME     TO HA-NOME.
           MOVE CNAB-NOMEBCO  TO HA-NOMEBCO.
           MOVE W-HOJE TO W-DTPAG.
           PERFORM CONV-DMA THRU CONV-DMA-FIM.
           MOVE W-DATA-DMA TO HA-DATA.
           MOVE W-HORA (1:6) TO HA-HORA.
           MOVE W-NSA TO HA-NSA.
           MOVE W-HDR-ARQ TO REM-LINHA.
           WRITE REM-LINHA.
           MOVE 1 TO W-QTD-REG.
           MOVE ZEROS TO W-LOTE.

           MOVE W-NSA TO WC-NSA.
           STRING W-DTINI-DD "/" W-DTINI-MM "/" W-DTINI-AAAA
                  DELIMITED BY SIZE INTO WC-DTINI.
           STRING W-DTFIM-DD "/" W-DTFIM-MM "/" W-DTFIM-AAAA
                  DELIMITED BY SIZE INTO WC-DTFIM.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *------------- LOTE 1 - CREDITO EM CONTA NO MESMO BANCO --------
       R5.
           MOVE "01" TO W-FORMA.
           PERFORM LOTE THRU LOTE-FIM.

      *------------- LOTE 2 - TED PARA OUTROS BANCOS ------------
       R6.
           MOVE "41" TO W-FORMA.
           PERFORM LOTE THRU LOTE-FIM.

      *------------- TRAILER DO ARQUIVO E TOTAIS ------------
       R7.
           ADD 1 TO W-QTD-REG.
           MOVE CNAB-BANCO TO TA-BANCO.
           MOVE W-LOTE TO TA-QTDLOTES.
           MOVE W-QTD-REG TO TA-QTDREG.
           MOVE W-TRL-ARQ TO REM-LINHA.
           WRITE REM-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "TITULOS ENVIADOS AO BANCO   : " TO WT-TEXTO.
           MOVE W-QTD-TIT TO WT-QTDE.
           MOVE W-TOT-VALOR TO WT-VALOR.
           MOVE W-LINTOT TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "TITULOS NAO ENVIADOS        : " TO WT-TEXTO.
           MOVE W-QTD-REJ TO WT-QTDE.
           MOVE ZEROS TO WT-VALOR.
           MOVE W-LINTOT TO REL-LINHA.
           MOVE SPACES TO REL-LINHA (41:).
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           IF W-QTD-TIT = 0
              DISPLAY "*** NENHUM TITULO SELECIONADO - "
                      "NAO ENVIAR O REMPAG.REM ***"
              GO TO ROT-FIM.
           MOVE W-NSA TO CNAB-NSA.
           REWRITE REGCNAB
           IF ST-ERRO5 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQCNAB ***".
           DISPLAY "*** REMPAG.REM GERADO, ENVIAR AO BANCO ***".
           GO TO ROT-FIM.

      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE REMESSA RELATORIO.
       ROT-FIM1.
           IF W-TEM-ARQCEP = "S"
              CLOSE ARQCEP.
           CLOSE ARQPAG ARQFOR ARQFORB ARQCNAB.
       ROT-FIM2.
           GOBACK.

      *-------------------------------------------------------------------------------------------
      *---------[ UM LOTE DE PAGAMENTOS DA FORMA W-FORMA ]---------------
       LOTE.
           MOVE "N" TO W-LOTE-ABERTO.
           MOVE ZEROS TO W-LOTE-SEQ W-LOTE-REGS W-LOTE-VALOR.
           MOVE "N" TO W-FIM-ARQPAG.
           MOVE ZEROS TO PAG-NUMERO.
           START ARQPAG KEY IS NOT LESS THAN PAG-NUMERO
               INVALID KEY MOVE "S" TO W-FIM-ARQPAG
           END-START.
       LOTE1.
           IF W-FIM-ARQPAG = "S"
                GO TO LOTE2.
           READ ARQPAG NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQPAG
           END-READ.
           IF W-FIM-ARQPAG = "S"
                GO TO LOTE2.
           IF PAG-SITU NOT = "A"
                GO TO LOTE1.
           IF PAG-VENCTO < W-DTINI-AMD OR PAG-VENCTO > W-DTFIM-AMD
                GO TO LOTE1.
           PERFORM TITULO THRU TITULO-FIM.
           GO TO LOTE1.
       LOTE2.
           IF W-LOTE-ABERTO = "N"
                GO TO LOTE-FIM.
           ADD 1 TO W-LOTE-REGS.
           MOVE CNAB-BANCO TO TL-BANCO.
           MOVE W-LOTE TO TL-LOTE.
           MOVE W-LOTE-REGS TO TL-QTDREG.
           MOVE W-LOTE-VALOR TO TL-VALOR.
           MOVE W-TRL-LOTE TO REM-LINHA.
           WRITE REM-LINHA.
           ADD W-LOTE-REGS TO W-QTD-REG.
       LOTE-FIM.
           EXIT.
      *---------[ UM TITULO: VALIDA, GRAVA SEGMENTOS A/B E MARCA ]-------
       TITULO.
           MOVE PAG-FORNEC TO FOR-CPF.
           READ ARQFOR
           IF ST-ERRO2 NOT = "00"
                MOVE "FORNECEDOR NAO CADASTRADO" TO FOR-NOME
                MOVE "NAO ENVIADO - FORNECEDOR INEXISTENTE" TO W-MOTIVO
                GO TO TITULO-REJ.
           MOVE PAG-FORNEC TO FORB-CPF.
           READ ARQFORB
           IF ST-ERRO3 NOT = "00"
                MOVE "NAO ENVIADO - SEM DADOS BANCARIOS" TO W-MOTIVO
                GO TO TITULO-REJ.
           IF W-FORMA = "01" AND FORB-BANCO NOT = CNAB-BANCO
                GO TO TITULO-FIM.
           IF W-FORMA = "41" AND FORB-BANCO = CNAB-BANCO
                GO TO TITULO-FIM.
           READ ARQPAG WITH LOCK
      *    O TITULO SO CHEGA AQUI NA FORMA DO SEU BANCO, ENTAO A
      *    RECUSA POR BLOQUEIO E LISTADA EM QUALQUER DOS DOIS LOTES
           IF ST-ERRO = "51" OR "9D"
                MOVE "NAO ENVIADO - TITULO EM USO" TO W-MOTIVO
                ADD 1 TO W-QTD-REJ
                PERFORM IMPRIME-TIT THRU IMPRIME-TIT-FIM
                GO TO TITULO-FIM.
           IF ST-ERRO NOT = "00" OR PAG-SITU NOT = "A"
                UNLOCK ARQPAG
                GO TO TITULO-FIM.
           IF W-LOTE-ABERTO = "N"
                PERFORM ABRE-LOTE THRU ABRE-LOTE-FIM.
           IF PAG-VENCTO < W-HOJE
                MOVE W-HOJE TO W-DTPAG
           ELSE
                MOVE PAG-VENCTO TO W-DTPAG.
           PERFORM CONV-DMA THRU CONV-DMA-FIM.

           ADD 1 TO W-LOTE-SEQ.
           MOVE CNAB-BANCO TO SA-BANCO.
           MOVE W-LOTE TO SA-LOTE.
           MOVE W-LOTE-SEQ TO SA-SEQ.
           IF W-FORMA = "01"
                MOVE "000" TO SA-CAMARA
                MOVE SPACES TO SA-FINTED
           ELSE
                MOVE "018" TO SA-CAMARA
                MOVE "00010" TO SA-FINTED.
           MOVE FORB-BANCO TO SA-BCOFAV.
           MOVE FORB-AGENCIA TO SA-AGFAV.
           MOVE FORB-DVAG TO SA-DVAGFAV.
           MOVE FORB-CONTA TO SA-CTAFAV.
           MOVE FORB-DVCTA TO SA-DVCTAFAV.
           MOVE FOR-NOME TO SA-NOMEFAV.
           MOVE PAG-NUMERO TO SA-TITULO.
           MOVE W-DATA-DMA TO SA-DTPAG.
           MOVE PAG-VALOR TO SA-VALOR.
           MOVE W-SEG-A TO REM-LINHA.
           WRITE REM-LINHA.

           ADD 1 TO W-LOTE-SEQ.
           MOVE CNAB-BANCO TO SB-BANCO.
           MOVE W-LOTE TO SB-LOTE.
           MOVE W-LOTE-SEQ TO SB-SEQ.
           IF FOR-TP = "F" OR "f"
                MOVE 1 TO SB-TPINSC
           ELSE
                MOVE 2 TO SB-TPINSC.
           MOVE FOR-CPF TO SB-INSC.
           MOVE SPACES TO SB-LOGRA SB-BAIRRO SB-CIDADE SB-UF.
           IF W-TEM-ARQCEP = "S"
                MOVE FOR-CEP TO CEP-NUMCEP
                READ ARQCEP
                IF ST-ERRO4 = "00"
                     MOVE CEP-LOGRA TO SB-LOGRA
                     MOVE CEP-BAIRRO TO SB-BAIRRO
                     MOVE CEP-CIDADE TO SB-CIDADE
                     MOVE CEP-UF TO SB-UF.
           MOVE FOR-LONGRADOURO TO SB-NUMERO.
           MOVE FOR-COMPLEMENTO TO SB-COMPL.
           MOVE FOR-CEP (1:5) TO SB-CEP.
           MOVE FOR-CEP (6:3) TO SB-SUFIXO.
           MOVE PAG-VENCTO TO W-DTPAG.
           PERFORM CONV-DMA THRU CONV-DMA-FIM.
           MOVE W-DATA-DMA TO SB-DTVENC.
           MOVE PAG-VALOR TO SB-VALOR.
           MOVE W-SEG-B TO REM-LINHA.
           WRITE REM-LINHA.

           ADD 2 TO W-LOTE-REGS.
           ADD PAG-VALOR TO W-LOTE-VALOR.
           MOVE "E" TO PAG-SITU.
           REWRITE REGPAG
           IF ST-ERRO NOT = "00" AND "02"
                DISPLAY "*** ERRO NA GRAVACAO DO TITULO " PAG-NUMERO.
           UNLOCK ARQPAG.
           ADD 1 TO W-QTD-TIT.
           ADD PAG-VALOR TO W-TOT-VALOR.
           IF W-FORMA = "01"
                MOVE "ENVIADO - CREDITO EM CONTA" TO W-MOTIVO
           ELSE
                MOVE "ENVIADO - TED" TO W-MOTIVO.
           PERFORM IMPRIME-TIT THRU IMPRIME-TIT-FIM.
           GO TO TITULO-FIM.
       TITULO-REJ.
      *    FORNECEDOR E DADOS BANCARIOS SAO CONFERIDOS NAS DUAS FORMAS,
      *    ESTAS RECUSAS SAO LISTADAS SO NO PRIMEIRO LOTE
           IF W-FORMA = "01"
                ADD 1 TO W-QTD-REJ
                PERFORM IMPRIME-TIT THRU IMPRIME-TIT-FIM.
       TITULO-FIM.
           EXIT.
      *---------[ HEADER DO LOTE NO PRIMEIRO TITULO DA FORMA ]-----------
       ABRE-LOTE.
           MOVE "S" TO W-LOTE-ABERTO.
           ADD 1 TO W-LOTE.
           MOVE 1 TO W-LOTE-REGS.
           MOVE CNAB-BANCO    TO HL-BANCO.
           MOVE W-LOTE        TO HL-LOTE.
           MOVE W-FORMA       TO HL-FORMA.
           MOVE CNAB-CNPJ     TO HL-CNPJ.
           MOVE CNAB-CONVENIO TO HL-CONVENIO.
           MOVE CNAB-AGENCIA  TO HL-AGENCIA.
           MOVE CNAB-DVAG     TO HL-DVAG.
           MOVE CNAB-CONTA    TO HL-CONTA.
           MOVE CNAB-DVCTA    TO HL-DVCTA.
           MOVE CNAB-NOME     TO HL-NOME.
           MOVE W-HDR-LOTE TO REM-LINHA.
           WRITE REM-LINHA.
       ABRE-LOTE-FIM.
           EXIT.
      *---------[ LINHA DO TITULO NO RELATORIO ]-------------------------
       IMPRIME-TIT.
           MOVE PAG-NUMERO TO WD-NUMERO.
           MOVE FOR-NOME TO WD-NOME.
           MOVE PAG-VENCTO (7:2) TO WD-DIA.
           MOVE PAG-VENCTO (5:2) TO WD-MES.
           MOVE PAG-VENCTO (1:4) TO WD-ANO.
           MOVE PAG-VALOR TO WD-VALOR.
           MOVE W-MOTIVO TO WD-SITU.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
       IMPRIME-TIT-FIM.
           EXIT.
      *---------[ CONVERTE W-DTPAG (AAAAMMDD) EM DDMMAAAA ]--------------
       CONV-DMA.
           MOVE W-DTPAG (7:2) TO W-DATA-DMA (1:2).
           MOVE W-DTPAG (5:2) TO W-DATA-DMA (3:2).
           MOVE W-DTPAG (1:4) TO W-DATA-DMA (5:4).
       CONV-DMA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
