       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP040.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * RELATORIO DE CONTAS A RECEBER POR CLIENTE  *
      * COM ENVELHECIMENTO DO SALDO EM ABERTO      *
      * A VENCER, 1-30, 31-60, 61-90 E MAIS DE 90  *
      * DIAS DE ATRASO                             *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REC-NUMERO
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS REC-CLIENTE
                       WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CLI-CPF
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL
                       ALTERNATE RECORD KEY IS CLI-TP
                       WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 W-FIM-ARQREC          PIC X(01) VALUE "N".
           01 W-CLI-ATUAL           PIC 9(14) VALUE ZEROS.
           01 W-TEM-CLI             PIC X(01) VALUE "N".
           01 W-HOJE                PIC 9(08) VALUE ZEROS.
           01 W-LIM30-AMD           PIC 9(08) VALUE ZEROS.
           01 W-LIM60-AMD           PIC 9(08) VALUE ZEROS.
           01 W-LIM90-AMD           PIC 9(08) VALUE ZEROS.
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
           01 W-SALDO               PIC 9(10)V99 VALUE ZEROS.
           01 W-FX                  PIC 9(01) VALUE ZEROS.
           01 W-QTD-CLI             PIC 9(06) VALUE ZEROS.

      *---------[ FAIXAS: 1=A VENCER 2=1-30 3=31-60 4=61-90 5=+90 ]----
           01 W-TAB-SUB.
               05 W-SUB-FX          PIC 9(12)V99 OCCURS 5 TIMES.
           01 W-SUB-TOTAL           PIC 9(12)V99 VALUE ZEROS.
           01 W-TAB-TOT.
               05 W-TOT-FX          PIC 9(13)V99 OCCURS 5 TIMES.
           01 W-TOT-GERAL           PIC 9(13)V99 VALUE ZEROS.

           01 W-CAB1.
               05 FILLER PIC X(48) VALUE
                  "RELATORIO DE CONTAS A RECEBER - ENVELHECIMENTO".
               05 FILLER PIC X(12) VALUE "POSICAO EM ".
               05 WC-DIA            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WC-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WC-ANO            PIC 9(04).

           01 W-CAB2.
               05 FILLER PIC X(16) VALUE "CPF/CNPJ".
               05 FILLER PIC X(24) VALUE "CLIENTE".
               05 FILLER PIC X(15) VALUE "       A VENCER".
               05 FILLER PIC X(15) VALUE "      1-30 DIAS".
               05 FILLER PIC X(15) VALUE "     31-60 DIAS".
               05 FILLER PIC X(15) VALUE "     61-90 DIAS".
               05 FILLER PIC X(15) VALUE "     MAIS DE 90".
               05 FILLER PIC X(15) VALUE "          TOTAL".

           01 W-DETALHE.
               05 WD-CPF            PIC 9(14).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-NOME           PIC X(24).
               05 WD-FX-OCR OCCURS 5 TIMES.
                   10 FILLER        PIC X(02).
                   10 WD-FX         PIC Z(9)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-TOTAL          PIC Z(9)9,99.

           01 W-LINTOT.
               05 FILLER PIC X(16) VALUE SPACES.
               05 FILLER PIC X(14) VALUE "TOTAL GERAL".
               05 WT-CLI            PIC Z(5)9.
               05 FILLER PIC X(04) VALUE " CLI".
               05 WT-FX-OCR OCCURS 5 TIMES.
                   10 FILLER        PIC X(01).
                   10 WT-FX         PIC Z(10)9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WT-TOTAL          PIC Z(10)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQREC
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQREC NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ARQUIVO ARQCLI NAO ENCONTRADO ***"
              CLOSE ARQREC
              GO TO ROT-FIM2.
       R0B.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              CLOSE ARQREC ARQCLI
              GO TO ROT-FIM2.

      *------------- DATAS DE CORTE DO ENVELHECIMENTO ------------
       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE (1:4) TO W-DV-AAAA.
           MOVE W-HOJE (5:2) TO W-DV-MM.
           MOVE W-HOJE (7:2) TO W-DV-DD.
           MOVE 30 TO W-NDIAS.
           PERFORM SUBTRAI-DIAS THRU SUBTRAI-DIAS-FIM.
           PERFORM MONTA-DATA THRU MONTA-DATA-FIM.
           MOVE W-HOJE TO W-LIM30-AMD.
           MOVE 30 TO W-NDIAS.
           PERFORM SUBTRAI-DIAS THRU SUBTRAI-DIAS-FIM.
           PERFORM MONTA-DATA THRU MONTA-DATA-FIM.
           MOVE W-HOJE TO W-LIM60-AMD.
           MOVE 30 TO W-NDIAS.
           PERFORM SUBTRAI-DIAS THRU SUBTRAI-DIAS-FIM.
           PERFORM MONTA-DATA THRU MONTA-DATA-FIM.
           MOVE W-HOJE TO W-LIM90-AMD.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE (7:2) TO WC-DIA.
           MOVE W-HOJE (5:2) TO WC-MES.
           MOVE W-HOJE (1:4) TO WC-ANO.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE ZEROS TO W-TOT-FX (1) W-TOT-FX (2) W-TOT-FX (3)
                         W-TOT-FX (4) W-TOT-FX (5) W-TOT-GERAL.

      *------------- TITULOS NA ORDEM DE CLIENTE ------------
       R2.
           MOVE ZEROS TO REC-CLIENTE.
           START ARQREC KEY IS NOT LESS THAN REC-CLIENTE
               INVALID KEY MOVE "S" TO W-FIM-ARQREC
           END-START.
           MOVE "N" TO W-TEM-CLI.
       R2A.
           IF W-FIM-ARQREC = "S"
                GO TO R4.
           READ ARQREC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQREC
           END-READ.
           IF W-FIM-ARQREC = "S"
                GO TO R4.
           IF REC-SITU NOT = "A"
                GO TO R2A.
           IF W-TEM-CLI = "S" AND REC-CLIENTE NOT = W-CLI-ATUAL
                PERFORM R3 THRU R3-FIM.
           IF W-TEM-CLI = "N"
                MOVE "S" TO W-TEM-CLI
                MOVE REC-CLIENTE TO W-CLI-ATUAL
                MOVE ZEROS TO W-SUB-FX (1) W-SUB-FX (2) W-SUB-FX (3)
                              W-SUB-FX (4) W-SUB-FX (5) W-SUB-TOTAL.
           COMPUTE W-SALDO = REC-VALOR - REC-VLRPAGO.
           IF REC-VENCTO NOT < W-HOJE
                MOVE 1 TO W-FX
           ELSE
           IF REC-VENCTO NOT < W-LIM30-AMD
                MOVE 2 TO W-FX
           ELSE
           IF REC-VENCTO NOT < W-LIM60-AMD
                MOVE 3 TO W-FX
           ELSE
           IF REC-VENCTO NOT < W-LIM90-AMD
                MOVE 4 TO W-FX
           ELSE
                MOVE 5 TO W-FX.
           ADD W-SALDO TO W-SUB-FX (W-FX).
           ADD W-SALDO TO W-SUB-TOTAL.
           GO TO R2A.

      *------------- LINHA DO CLIENTE ------------
       R3.
           MOVE W-CLI-ATUAL TO CLI-CPF WD-CPF.
           READ ARQCLI
           IF ST-ERRO2 = "00"
                MOVE CLI-NOME TO WD-NOME
           ELSE
                MOVE "CLIENTE NAO CADASTRADO" TO WD-NOME.
           MOVE ZEROS TO W-FX.
       R3A.
           ADD 1 TO W-FX.
           IF W-FX > 5
                GO TO R3B.
           MOVE SPACES TO WD-FX-OCR (W-FX).
           MOVE W-SUB-FX (W-FX) TO WD-FX (W-FX).
           ADD W-SUB-FX (W-FX) TO W-TOT-FX (W-FX).
           GO TO R3A.
       R3B.
           MOVE W-SUB-TOTAL TO WD-TOTAL.
           ADD W-SUB-TOTAL TO W-TOT-GERAL.
           ADD 1 TO W-QTD-CLI.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "N" TO W-TEM-CLI.
       R3-FIM.
           EXIT.

      *------------- ULTIMO CLIENTE E TOTAL GERAL ------------
       R4.
           IF W-TEM-CLI = "S"
                PERFORM R3 THRU R3-FIM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           IF W-QTD-CLI = 0
              MOVE "*** NENHUM TITULO EM ABERTO ***" TO REL-LINHA
              WRITE REL-LINHA
              DISPLAY REL-LINHA
              GO TO ROT-FIM.
           MOVE W-QTD-CLI TO WT-CLI.
           MOVE ZEROS TO W-FX.
       R4A.
           ADD 1 TO W-FX.
           IF W-FX > 5
                GO TO R4B.
           MOVE SPACES TO WT-FX-OCR (W-FX).
           MOVE W-TOT-FX (W-FX) TO WT-FX (W-FX).
           GO TO R4A.
       R4B.
           MOVE W-TOT-GERAL TO WT-TOTAL.
           MOVE W-LINTOT TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQREC ARQCLI RELATORIO.
       ROT-FIM2.
           GOBACK.

      *---------[ SUBTRAI W-NDIAS DIAS DA DATA W-DV-AAAA/MM/DD ]---------
       SUBTRAI-DIAS.
           IF W-NDIAS = 0
                GO TO SUBTRAI-DIAS-FIM.
           IF W-DV-DD > 1
                SUBTRACT 1 FROM W-DV-DD
                GO TO SUBTRAI-DIAS1.
           IF W-DV-MM > 1
                SUBTRACT 1 FROM W-DV-MM
           ELSE
                MOVE 12 TO W-DV-MM
                SUBTRACT 1 FROM W-DV-AAAA.
           PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM.
           MOVE W-DIAS-MES TO W-DV-DD.
       SUBTRAI-DIAS1.
           SUBTRACT 1 FROM W-NDIAS.
           GO TO SUBTRAI-DIAS.
       SUBTRAI-DIAS-FIM.
           EXIT.

      *---------[ MONTA W-HOJE (AAAAMMDD) COM A DATA CALCULADA ]---------
       MONTA-DATA.
           MOVE W-DV-AAAA TO W-HOJE (1:4).
           MOVE W-DV-MM   TO W-HOJE (5:2).
           MOVE W-DV-DD   TO W-HOJE (7:2).
       MONTA-DATA-FIM.
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    OBS : O SALDO DE CADA TITULO E O VALOR MENOS O JA RECEBIDO;
      *          OS DIAS DE ATRASO CONTAM A PARTIR DO VENCIMENTO
