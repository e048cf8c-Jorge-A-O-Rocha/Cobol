       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP046.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * RETORNO DE PAGAMENTO A FORNECEDORES        *
      * PADRAO CNAB 240 (FEBRABAN)                 *
      * LE O ARQUIVO RETPAG.RET DEVOLVIDO PELO     *
      * BANCO PARA A REMESSA DO SVP045:            *
      * OCORRENCIA 00/03 = LIQUIDA O TITULO (P)    *
      * OCORRENCIA BD    = AGENDADO, CONTINUA E    *
      * DEMAIS           = REJEITADO, VOLTA PARA A *
      * E SAI NO RELATORIO DE OCORRENCIAS          *
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

           SELECT ARQCNAB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CNAB-CHAVE
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL.

           SELECT RETORNO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO4.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO5.
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

       FD  RETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETPAG.RET".
       01 RET-LINHA                PIC X(240).

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
           01 W-OPCAO               PIC X(01) VALUE SPACES.
           01 W-FIM-RETORNO         PIC X(01) VALUE "N".
           01 W-HOJE                PIC 9(08) VALUE ZEROS.
           01 W-NSA                 PIC X(06) VALUE SPACES.
           01 W-OCOR                PIC X(02) VALUE SPACES.
           01 W-MOTIVO              PIC X(34) VALUE SPACES.
           01 W-IDX                 PIC 9(02) VALUE ZEROS.
           01 W-QTD-LIQ             PIC 9(06) VALUE ZEROS.
           01 W-QTD-AGEND           PIC 9(06) VALUE ZEROS.
           01 W-QTD-REJ             PIC 9(06) VALUE ZEROS.
           01 W-QTD-OCOR            PIC 9(06) VALUE ZEROS.
           01 W-VLR-LIQ             PIC 9(14)V99 VALUE ZEROS.
           01 W-VLR-REJ             PIC 9(14)V99 VALUE ZEROS.
           01 W-DATA-DMA            PIC 9(08) VALUE ZEROS.
           01 W-DATA-DMA-R REDEFINES W-DATA-DMA.
               05 W-DATA-DD         PIC 9(02).
               05 W-DATA-MM         PIC 9(02).
               05 W-DATA-AAAA       PIC 9(04).
           01 W-DTPAGTO             PIC 9(08) VALUE ZEROS.
           01 W-DT-FUTURO           PIC X(01) VALUE "S".
           01 W-DT-VALIDO           PIC X(01) VALUE "N".

      *---------[ DETALHE SEGMENTO A DO RETORNO ]--------------------
           01 W-RET-A.
               05 FILLER            PIC X(07).
               05 RA-TIPO           PIC X(01).
               05 FILLER            PIC X(05).
               05 RA-SEGMENTO       PIC X(01).
               05 FILLER            PIC X(59).
               05 RA-TITULO         PIC X(06).
               05 FILLER            PIC X(14).
               05 RA-DTPAG          PIC X(08).
               05 FILLER            PIC X(53).
               05 RA-DTREAL         PIC X(08).
               05 RA-VLRREAL        PIC X(15).
               05 RA-VLRREAL-R REDEFINES RA-VLRREAL
                                    PIC 9(13)V99.
               05 FILLER            PIC X(53).
               05 RA-OCOR           PIC X(10).

      *---------[ TABELA DE OCORRENCIAS FEBRABAN ]-------------------
           01 W-OCOR-TAB.
               05 FILLER PIC X(32) VALUE "00CREDITO EFETUADO".
               05 FILLER PIC X(32) VALUE "01INSUFICIENCIA DE FUNDOS".
               05 FILLER PIC X(32) VALUE "02CANCELADO PELO PAGADOR".
               05 FILLER PIC X(32) VALUE
                  "03DEBITO AUTORIZADO - EFETUADO".
               05 FILLER PIC X(32) VALUE "AGCONTA DA EMPRESA INVALIDA".
               05 FILLER PIC X(32) VALUE
                  "ALBANCO DO FAVORECIDO INVALIDO".
               05 FILLER PIC X(32) VALUE
                  "AMAGENCIA DO FAVORECIDO INVALIDA".
               05 FILLER PIC X(32) VALUE
                  "ANCONTA DO FAVORECIDO INVALIDA".
               05 FILLER PIC X(32) VALUE "AONOME DO FAVORECIDO AUSENTE".
               05 FILLER PIC X(32) VALUE "APDATA DE PAGAMENTO INVALIDA".
               05 FILLER PIC X(32) VALUE "BDPAGAMENTO AGENDADO".
           01 W-OCOR-R REDEFINES W-OCOR-TAB.
               05 W-OCOR-ITEM OCCURS 11 TIMES.
                   07 W-OCOR-COD    PIC X(02).
                   07 W-OCOR-DESC   PIC X(30).

      *---------[ LINHAS DO RELATORIO ]-----------------------------
           01 W-CAB1.
               05 FILLER PIC X(50) VALUE
                  "OCORRENCIAS DO RETORNO CNAB 240 DE PAGAMENTOS - ".
               05 FILLER PIC X(08) VALUE "ARQUIVO ".
               05 WC-NSA            PIC X(06).

           01 W-CAB2.
               05 FILLER PIC X(08) VALUE "TITULO".
               05 FILLER PIC X(32) VALUE "FORNECEDOR".
               05 FILLER PIC X(12) VALUE "VENCIMENTO".
               05 FILLER PIC X(14) VALUE "       VALOR".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "OC".
               05 FILLER PIC X(34) VALUE "OCORRENCIA".

           01 W-DETALHE.
               05 WD-NUMERO         PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-NOME           PIC X(30).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-VENCTO         PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-VALOR          PIC Z(9)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-OCOR           PIC X(02).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-MOTIVO         PIC X(34).

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
           OPEN INPUT ARQCNAB
           IF ST-ERRO3 NOT = "00"
              DISPLAY "*** ARQUIVO ARQCNAB NAO ENCONTRADO ***"
              DISPLAY "*** GERE ANTES UMA REMESSA NO SVP045 ***"
              CLOSE ARQPAG ARQFOR
              GO TO ROT-FIM2.
           MOVE 1 TO CNAB-CHAVE.
           READ ARQCNAB
           IF ST-ERRO3 NOT = "00"
              DISPLAY "*** EMPRESA SEM DADOS BANCARIOS ***"
              GO TO ROT-FIM1.
       R0C.
           OPEN INPUT RETORNO
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ARQUIVO RETPAG.RET NAO ENCONTRADO ***"
              DISPLAY "*** COPIE O RETORNO DO BANCO COM ESTE NOME ***"
              GO TO ROT-FIM1.

      *------------- VALIDACAO DO HEADER DO ARQUIVO ------------
       R1.
           READ RETORNO
               AT END MOVE "S" TO W-FIM-RETORNO
           END-READ.
           IF W-FIM-RETORNO = "S"
              DISPLAY "*** ARQUIVO RETPAG.RET VAZIO ***"
              CLOSE RETORNO
              GO TO ROT-FIM1.
           IF RET-LINHA (8:1) NOT = "0" OR RET-LINHA (143:1) NOT = "2"
              DISPLAY "*** RETPAG.RET NAO E UM ARQUIVO DE RETORNO ***"
              CLOSE RETORNO
              GO TO ROT-FIM1.
           IF RET-LINHA (1:3) NOT = CNAB-BANCO
              DISPLAY "*** RETORNO DE OUTRO BANCO: " RET-LINHA (1:3)
              CLOSE RETORNO
              GO TO ROT-FIM1.
           MOVE RET-LINHA (158:6) TO W-NSA.
       R1A.
           DISPLAY "RETORNO DO BANCO " CNAB-BANCO " ARQUIVO " W-NSA.
           DISPLAY "PROCESSAR O RETORNO (S/N) : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              DISPLAY "*** RETORNO NAO PROCESSADO ***"
              CLOSE RETORNO
              GO TO ROT-FIM1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R1A.
       R1B.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO5 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              CLOSE RETORNO
              GO TO ROT-FIM1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-NSA TO WC-NSA.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *------------- UM REGISTRO DO RETORNO POR VEZ ------------
       R2.
           READ RETORNO
               AT END MOVE "S" TO W-FIM-RETORNO
           END-READ.
           IF W-FIM-RETORNO = "S"
                GO TO R3.
           MOVE RET-LINHA TO W-RET-A.
           IF RA-TIPO NOT = "3" OR RA-SEGMENTO NOT = "A"
                GO TO R2.
           PERFORM TRATA-TITULO THRU TRATA-TITULO-FIM.
           GO TO R2.

      *------------- TOTALIZACAO ------------
       R3.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "TITULOS LIQUIDADOS          : " TO WT-TEXTO.
           MOVE W-QTD-LIQ TO WT-QTDE.
           MOVE W-VLR-LIQ TO WT-VALOR.
           MOVE W-LINTOT TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "TITULOS REJEITADOS (ABERTOS): " TO WT-TEXTO.
           MOVE W-QTD-REJ TO WT-QTDE.
           MOVE W-VLR-REJ TO WT-VALOR.
           MOVE W-LINTOT TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "PAGAMENTOS AGENDADOS        : " TO WT-TEXTO.
           MOVE W-QTD-AGEND TO WT-QTDE.
           MOVE W-LINTOT TO REL-LINHA.
           MOVE SPACES TO REL-LINHA (41:).
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "OCORRENCIAS IMPRESSAS       : " TO WT-TEXTO.
           MOVE W-QTD-OCOR TO WT-QTDE.
           MOVE W-LINTOT TO REL-LINHA.
           MOVE SPACES TO REL-LINHA (41:).
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE RETORNO RELATORIO.
       ROT-FIM1.
           CLOSE ARQPAG ARQFOR ARQCNAB.
       ROT-FIM2.
           GOBACK.

      *-------------------------------------------------------------------------------------------
      *---------[ TRATA O SEGMENTO A DE UM TITULO ]----------------------
       TRATA-TITULO.
           MOVE RA-OCOR (1:2) TO W-OCOR.
           PERFORM BUSCA-OCOR THRU BUSCA-OCOR-FIM.
           MOVE SPACES TO FOR-NOME.
           MOVE ZEROS TO PAG-VENCTO PAG-VALOR.
           IF RA-TITULO NOT NUMERIC
                MOVE "SEU NUMERO INVALIDO NO RETORNO" TO W-MOTIVO
                GO TO TRATA-TITULO-OCOR.
           MOVE RA-TITULO TO PAG-NUMERO.
           READ ARQPAG WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "TITULO EM USO - REPROCESSAR" TO W-MOTIVO
                GO TO TRATA-TITULO-OCOR.
           IF ST-ERRO NOT = "00"
                MOVE ZEROS TO PAG-VENCTO PAG-VALOR
                MOVE "TITULO NAO ENCONTRADO" TO W-MOTIVO
                GO TO TRATA-TITULO-OCOR.
           MOVE PAG-FORNEC TO FOR-CPF.
           READ ARQFOR
           IF ST-ERRO2 NOT = "00"
                MOVE "FORNECEDOR NAO CADASTRADO" TO FOR-NOME.
           IF W-OCOR = "00" OR "03"
                GO TO TRATA-TITULO-LIQ.
           IF W-OCOR = "BD"
                ADD 1 TO W-QTD-AGEND
                UNLOCK ARQPAG
                GO TO TRATA-TITULO-FIM.

      *    REJEITADO PELO BANCO: VOLTA PARA ABERTO
           IF PAG-SITU NOT = "E"
                UNLOCK ARQPAG
                MOVE "REJEITADO - TITULO NAO ESTAVA NO BCO"
                     TO W-MOTIVO
                GO TO TRATA-TITULO-OCOR.
           MOVE "A" TO PAG-SITU.
           REWRITE REGPAG
           IF ST-ERRO NOT = "00" AND "02"
                UNLOCK ARQPAG
                MOVE "ERRO NA GRAVACAO DO TITULO" TO W-MOTIVO
                GO TO TRATA-TITULO-OCOR.
           UNLOCK ARQPAG.
           ADD 1 TO W-QTD-REJ.
           ADD PAG-VALOR TO W-VLR-REJ.
           GO TO TRATA-TITULO-OCOR.

      *    CONFIRMADO PELO BANCO: LIQUIDA
       TRATA-TITULO-LIQ.
           IF PAG-SITU = "P"
                UNLOCK ARQPAG
                MOVE "PAGO PELO BANCO - JA ESTAVA LIQUIDADO" TO W-MOTIVO
                GO TO TRATA-TITULO-OCOR.
           IF PAG-SITU NOT = "E"
                UNLOCK ARQPAG
                MOVE "PAGO PELO BANCO - NAO ESTAVA NO BCO" TO W-MOTIVO
                GO TO TRATA-TITULO-OCOR.
           MOVE W-HOJE TO W-DTPAGTO.
           IF RA-DTREAL NUMERIC AND RA-DTREAL NOT = "00000000"
                MOVE RA-DTREAL TO W-DATA-DMA
           ELSE
                MOVE RA-DTPAG TO W-DATA-DMA.
           IF W-DATA-DMA NUMERIC
                MOVE "S" TO W-DT-FUTURO
                CALL "SVPDATA" USING W-DATA-DMA W-DT-FUTURO
                                     W-DT-VALIDO
                IF W-DT-VALIDO = "S"
                     MOVE W-DATA-AAAA TO W-DTPAGTO (1:4)
                     MOVE W-DATA-MM   TO W-DTPAGTO (5:2)
                     MOVE W-DATA-DD   TO W-DTPAGTO (7:2).
           MOVE "P" TO PAG-SITU.
           MOVE W-DTPAGTO TO PAG-DTPAGTO.
           REWRITE REGPAG
           IF ST-ERRO NOT = "00" AND "02"
                UNLOCK ARQPAG
                MOVE "ERRO NA GRAVACAO DO TITULO" TO W-MOTIVO
                GO TO TRATA-TITULO-OCOR.
           UNLOCK ARQPAG.
           ADD 1 TO W-QTD-LIQ.
           ADD PAG-VALOR TO W-VLR-LIQ.
           IF RA-VLRREAL NOT NUMERIC
                GO TO TRATA-TITULO-FIM.
           IF RA-VLRREAL-R = 0 OR RA-VLRREAL-R = PAG-VALOR
                GO TO TRATA-TITULO-FIM.
           MOVE "LIQUIDADO COM VALOR DIFERENTE" TO W-MOTIVO.

       TRATA-TITULO-OCOR.
           PERFORM IMPRIME-OCOR THRU IMPRIME-OCOR-FIM.
       TRATA-TITULO-FIM.
           EXIT.
      *---------[ DESCRICAO DA OCORRENCIA W-OCOR ]-----------------------
       BUSCA-OCOR.
           MOVE "OCORRENCIA NAO TABELADA" TO W-MOTIVO.
           MOVE ZEROS TO W-IDX.
       BUSCA-OCOR1.
           ADD 1 TO W-IDX.
           IF W-IDX > 11
                GO TO BUSCA-OCOR-FIM.
           IF W-OCOR-COD (W-IDX) NOT = W-OCOR
                GO TO BUSCA-OCOR1.
           MOVE W-OCOR-DESC (W-IDX) TO W-MOTIVO.
       BUSCA-OCOR-FIM.
           EXIT.
      *---------[ LINHA DE OCORRENCIA NO RELATORIO ]---------------------
       IMPRIME-OCOR.
           MOVE RA-TITULO TO WD-NUMERO.
           MOVE FOR-NOME TO WD-NOME.
           IF PAG-VENCTO = 0
                MOVE SPACES TO WD-VENCTO
           ELSE
                STRING PAG-VENCTO (7:2) "/" PAG-VENCTO (5:2) "/"
                       PAG-VENCTO (1:4)
                       DELIMITED BY SIZE INTO WD-VENCTO.
           MOVE PAG-VALOR TO WD-VALOR.
           MOVE W-OCOR TO WD-OCOR.
           MOVE W-MOTIVO TO WD-MOTIVO.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           ADD 1 TO W-QTD-OCOR.
       IMPRIME-OCOR-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
