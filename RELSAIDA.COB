       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP061.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * LIVRO DE REGISTRO DE SAIDAS DO MES COM OS  *
      * IMPOSTOS GRAVADOS NO FATURAMENTO           *
      * (ARQVENIF) : UMA LINHA POR DOCUMENTO E     *
      * ALIQUOTA DE ICMS, COM VALOR CONTABIL, BASE *
      * DE CALCULO, ICMS E IPI, E TOTAIS POR       *
      * ALIQUOTA, POR UF DE DESTINO E DO MES       *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVENF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS VENF-CHAVE
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO2.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQVENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENIF.DAT".
       01 REGVENF.
           03 VENF-CHAVE.
               05 VENF-NUMERO        PIC 9(06).
               05 VENF-SEQ           PIC 9(03).
           03 VENF-DATA              PIC 9(08).
           03 VENF-CLIENTE           PIC 9(14).
           03 VENF-UF                PIC X(02).
           03 VENF-PRODCOD           PIC 9(06).
           03 VENF-NCM               PIC 9(08).
           03 VENF-CLASSE            PIC 9(02).
           03 VENF-VLRITEM           PIC 9(10)V99.
           03 VENF-BASEICMS          PIC 9(10)V99.
           03 VENF-ALQICMS           PIC 9(02)V99.
           03 VENF-VLRICMS           PIC 9(10)V99.
           03 VENF-BASEIPI           PIC 9(10)V99.
           03 VENF-ALQIPI            PIC 9(02)V99.
           03 VENF-VLRIPI            PIC 9(10)V99.

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 W-FIM-ARQVENF         PIC X(01) VALUE "N".

           01 W-COMPET              PIC 9(06) VALUE ZEROS.
           01 W-COMPET-R REDEFINES W-COMPET.
               05 W-COMPET-MM       PIC 9(02).
               05 W-COMPET-AAAA     PIC 9(04).
           01 W-COMPET-AM           PIC 9(06) VALUE ZEROS.
           01 W-DATA-AM             PIC 9(06) VALUE ZEROS.

           01 W-NOTA-NUM            PIC 9(06) VALUE ZEROS.
           01 W-NOTA-DATA           PIC 9(08) VALUE ZEROS.
           01 W-NOTA-UF             PIC X(02) VALUE SPACES.
           01 W-CONTABIL            PIC 9(12)V99 VALUE ZEROS.
           01 W-IDX                 PIC 9(03) VALUE ZEROS.
           01 W-JDX                 PIC 9(03) VALUE ZEROS.
           01 W-QTD-NOTAS           PIC 9(06) VALUE ZEROS.

      *    ALIQUOTAS DO DOCUMENTO EM ACUMULACAO
           01 W-QTD-NF              PIC 9(03) VALUE ZEROS.
           01 W-TAB-NF.
               05 W-NF OCCURS 20 TIMES.
                   10 W-NF-ALQ      PIC 9(02)V99.
                   10 W-NF-CONTAB   PIC 9(12)V99.
                   10 W-NF-BASE     PIC 9(12)V99.
                   10 W-NF-ICMS     PIC 9(12)V99.
                   10 W-NF-IPI      PIC 9(12)V99.

      *    TOTAIS DO MES POR ALIQUOTA DE ICMS
           01 W-QTD-AL              PIC 9(03) VALUE ZEROS.
           01 W-TAB-AL.
               05 W-AL OCCURS 50 TIMES.
                   10 W-AL-ALQ      PIC 9(02)V99.
                   10 W-AL-CONTAB   PIC 9(12)V99.
                   10 W-AL-BASE     PIC 9(12)V99.
                   10 W-AL-ICMS     PIC 9(12)V99.
                   10 W-AL-IPI      PIC 9(12)V99.

      *    TOTAIS DO MES POR UF DE DESTINO
           01 W-QTD-UF              PIC 9(03) VALUE ZEROS.
           01 W-TAB-UFT.
               05 W-UT OCCURS 30 TIMES.
                   10 W-UT-UF       PIC X(02).
                   10 W-UT-CONTAB   PIC 9(12)V99.
                   10 W-UT-BASE     PIC 9(12)V99.
                   10 W-UT-ICMS     PIC 9(12)V99.
                   10 W-UT-IPI      PIC 9(12)V99.

           01 W-GER-CONTAB          PIC 9(12)V99 VALUE ZEROS.
           01 W-GER-BASE            PIC 9(12)V99 VALUE ZEROS.
           01 W-GER-ICMS            PIC 9(12)V99 VALUE ZEROS.
           01 W-GER-IPI             PIC 9(12)V99 VALUE ZEROS.

           01 W-CAB1.
               05 FILLER PIC X(40) VALUE
                  "LIVRO DE REGISTRO DE SAIDAS - MES ".
               05 WC-MM             PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WC-AAAA           PIC 9(04).

           01 W-CAB2.
               05 FILLER PIC X(11) VALUE "DATA".
               05 FILLER PIC X(07) VALUE "DOCTO".
               05 FILLER PIC X(03) VALUE "UF".
               05 FILLER PIC X(16) VALUE "  VALOR CONTABIL".
               05 FILLER PIC X(16) VALUE "   BASE CALCULO".
               05 FILLER PIC X(07) VALUE "  ALIQ".
               05 FILLER PIC X(16) VALUE "            ICMS".
               05 FILLER PIC X(16) VALUE "             IPI".

           01 W-DETALHE.
               05 WD-DIA            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WD-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WD-ANO            PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-NUMERO         PIC 9(06).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-UF             PIC X(02).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-CONTAB         PIC Z(11)9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-BASE           PIC Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-ALQ            PIC Z9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-ICMS           PIC Z(11)9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-IPI            PIC Z(11)9,99.

           01 W-LINTOT.
               05 WT-TEXTO          PIC X(21).
               05 WT-CONTAB         PIC Z(11)9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WT-BASE           PIC Z(11)9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WT-ALQ            PIC X(05).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WT-ICMS           PIC Z(11)9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WT-IPI            PIC Z(11)9,99.

           01 W-ALQ-ED              PIC Z9,99.

           01 W-LINVAL.
               05 WV-TEXTO          PIC X(32).
               05 WV-QTDE           PIC Z(5)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQVENF
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQVENIF NAO ENCONTRADO - NENHUM "
                      "DOCUMENTO FATURADO ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              CLOSE ARQVENF
              GO TO ROT-FIM2.

      *------------- MES DE COMPETENCIA ------------
       R1.
           DISPLAY "MES DE COMPETENCIA (MMAAAA) : "
               WITH NO ADVANCING.
           ACCEPT W-COMPET.
           IF W-COMPET-MM < 1 OR W-COMPET-MM > 12
                       OR W-COMPET-AAAA < 1900
              DISPLAY "*** INFORME UM MES VALIDO (MMAAAA) ***"
              GO TO R1.
           MOVE W-COMPET-AAAA TO W-COMPET-AM (1:4).
           MOVE W-COMPET-MM   TO W-COMPET-AM (5:2).

      *------------- CABECALHO DO RELATORIO ------------
       R2.
           MOVE W-COMPET-MM TO WC-MM.
           MOVE W-COMPET-AAAA TO WC-AAAA.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *------------- ITENS FATURADOS DO MES ------------
      *  OS ITENS DE UM DOCUMENTO SAO LIDOS EM SEQUENCIA PELA CHAVE;
      *  NA TROCA DE DOCUMENTO AS ALIQUOTAS ACUMULADAS SAO IMPRESSAS
       R3.
           READ ARQVENF NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQVENF
           END-READ.
           IF W-FIM-ARQVENF = "S"
                GO TO R4.
           MOVE VENF-DATA (1:6) TO W-DATA-AM.
           IF W-DATA-AM NOT = W-COMPET-AM
                GO TO R3.
           IF VENF-NUMERO NOT = W-NOTA-NUM
                PERFORM FECHA-NOTA THRU FECHA-NOTA-FIM
                MOVE VENF-NUMERO TO W-NOTA-NUM
                MOVE VENF-DATA TO W-NOTA-DATA
                MOVE VENF-UF TO W-NOTA-UF
                ADD 1 TO W-QTD-NOTAS.
           PERFORM ACUMULA-ITEM THRU ACUMULA-ITEM-FIM.
           GO TO R3.

      *------------- TOTAIS DO MES ------------
       R4.
           PERFORM FECHA-NOTA THRU FECHA-NOTA-FIM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           IF W-QTD-NOTAS = 0
                MOVE "*** NENHUM DOCUMENTO FATURADO NO MES ***"
                     TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
                GO TO ROT-FIM.
           MOVE "TOTAIS POR ALIQUOTA DE ICMS" TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE ZEROS TO W-IDX.
       R4A.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-AL
                GO TO R4B.
           MOVE "  ALIQUOTA" TO WT-TEXTO.
           MOVE W-AL-CONTAB (W-IDX) TO WT-CONTAB.
           MOVE W-AL-BASE (W-IDX) TO WT-BASE.
           MOVE W-AL-ALQ (W-IDX) TO W-ALQ-ED.
           MOVE W-ALQ-ED TO WT-ALQ.
           MOVE W-AL-ICMS (W-IDX) TO WT-ICMS.
           MOVE W-AL-IPI (W-IDX) TO WT-IPI.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM.
           GO TO R4A.
       R4B.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "TOTAIS POR UF DE DESTINO" TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE ZEROS TO W-IDX.
       R4C.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-UF
                GO TO R4D.
           MOVE SPACES TO WT-TEXTO.
           STRING "  UF " W-UT-UF (W-IDX) DELIMITED BY SIZE
                  INTO WT-TEXTO.
           MOVE W-UT-CONTAB (W-IDX) TO WT-CONTAB.
           MOVE W-UT-BASE (W-IDX) TO WT-BASE.
           MOVE SPACES TO WT-ALQ.
           MOVE W-UT-ICMS (W-IDX) TO WT-ICMS.
           MOVE W-UT-IPI (W-IDX) TO WT-IPI.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM.
           GO TO R4C.
       R4D.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "TOTAL DO MES" TO WT-TEXTO.
           MOVE W-GER-CONTAB TO WT-CONTAB.
           MOVE W-GER-BASE TO WT-BASE.
           MOVE SPACES TO WT-ALQ.
           MOVE W-GER-ICMS TO WT-ICMS.
           MOVE W-GER-IPI TO WT-IPI.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM.
           MOVE "DOCUMENTOS NO MES             :" TO WV-TEXTO.
           MOVE W-QTD-NOTAS TO WV-QTDE.
           MOVE W-LINVAL TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           GO TO ROT-FIM.

      *---------[ ACUMULA O ITEM NA ALIQUOTA DO DOCUMENTO ]-------------
       ACUMULA-ITEM.
           MOVE ZEROS TO W-IDX.
       ACUMULA-ITEM1.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-NF
                GO TO ACUMULA-ITEM2.
           IF W-NF-ALQ (W-IDX) = VENF-ALQICMS
                GO TO ACUMULA-ITEM3.
           GO TO ACUMULA-ITEM1.
       ACUMULA-ITEM2.
           IF W-QTD-NF NOT < 20
              DISPLAY "*** DOCUMENTO " VENF-NUMERO
                      " COM MAIS DE 20 ALIQUOTAS, ITEM "
                      VENF-SEQ " DESPREZADO ***"
              GO TO ACUMULA-ITEM-FIM.
           ADD 1 TO W-QTD-NF.
           MOVE W-QTD-NF TO W-IDX.
           MOVE VENF-ALQICMS TO W-NF-ALQ (W-IDX).
           MOVE ZEROS TO W-NF-CONTAB (W-IDX) W-NF-BASE (W-IDX)
                         W-NF-ICMS (W-IDX) W-NF-IPI (W-IDX).
       ACUMULA-ITEM3.
           COMPUTE W-CONTABIL = VENF-VLRITEM + VENF-VLRIPI.
           ADD W-CONTABIL TO W-NF-CONTAB (W-IDX).
           ADD VENF-BASEICMS TO W-NF-BASE (W-IDX).
           ADD VENF-VLRICMS TO W-NF-ICMS (W-IDX).
           ADD VENF-VLRIPI TO W-NF-IPI (W-IDX).
       ACUMULA-ITEM-FIM.
           EXIT.

      *---------[ IMPRIME AS ALIQUOTAS DO DOCUMENTO E TOTALIZA ]--------
       FECHA-NOTA.
           MOVE ZEROS TO W-IDX.
       FECHA-NOTA1.
           ADD 1 TO W-IDX.
           IF W-IDX > W-QTD-NF
                GO TO FECHA-NOTA2.
           MOVE W-NOTA-DATA (7:2) TO WD-DIA.
           MOVE W-NOTA-DATA (5:2) TO WD-MES.
           MOVE W-NOTA-DATA (1:4) TO WD-ANO.
           MOVE W-NOTA-NUM TO WD-NUMERO.
           MOVE W-NOTA-UF TO WD-UF.
           MOVE W-NF-CONTAB (W-IDX) TO WD-CONTAB.
           MOVE W-NF-BASE (W-IDX) TO WD-BASE.
           MOVE W-NF-ALQ (W-IDX) TO WD-ALQ.
           MOVE W-NF-ICMS (W-IDX) TO WD-ICMS.
           MOVE W-NF-IPI (W-IDX) TO WD-IPI.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           PERFORM TOTAL-ALIQ THRU TOTAL-ALIQ-FIM.
           PERFORM TOTAL-UF THRU TOTAL-UF-FIM.
           ADD W-NF-CONTAB (W-IDX) TO W-GER-CONTAB.
           ADD W-NF-BASE (W-IDX) TO W-GER-BASE.
           ADD W-NF-ICMS (W-IDX) TO W-GER-ICMS.
           ADD W-NF-IPI (W-IDX) TO W-GER-IPI.
           GO TO FECHA-NOTA1.
       FECHA-NOTA2.
           MOVE ZEROS TO W-QTD-NF.
       FECHA-NOTA-FIM.
           EXIT.

      *---------[ SOMA NO TOTAL DA ALIQUOTA ]---------------------------
       TOTAL-ALIQ.
           MOVE ZEROS TO W-JDX.
       TOTAL-ALIQ1.
           ADD 1 TO W-JDX.
           IF W-JDX > W-QTD-AL
                GO TO TOTAL-ALIQ2.
           IF W-AL-ALQ (W-JDX) = W-NF-ALQ (W-IDX)
                GO TO TOTAL-ALIQ3.
           GO TO TOTAL-ALIQ1.
       TOTAL-ALIQ2.
           IF W-QTD-AL NOT < 50
              DISPLAY "*** TABELA DE ALIQUOTAS CHEIA ***"
              GO TO TOTAL-ALIQ-FIM.
           ADD 1 TO W-QTD-AL.
           MOVE W-QTD-AL TO W-JDX.
           MOVE W-NF-ALQ (W-IDX) TO W-AL-ALQ (W-JDX).
           MOVE ZEROS TO W-AL-CONTAB (W-JDX) W-AL-BASE (W-JDX)
                         W-AL-ICMS (W-JDX) W-AL-IPI (W-JDX).
       TOTAL-ALIQ3.
           ADD W-NF-CONTAB (W-IDX) TO W-AL-CONTAB (W-JDX).
           ADD W-NF-BASE (W-IDX) TO W-AL-BASE (W-JDX).
           ADD W-NF-ICMS (W-IDX) TO W-AL-ICMS (W-JDX).
           ADD W-NF-IPI (W-IDX) TO W-AL-IPI (W-JDX).
       TOTAL-ALIQ-FIM.
           EXIT.

      *---------[ SOMA NO TOTAL DA UF DE DESTINO ]----------------------
       TOTAL-UF.
           MOVE ZEROS TO W-JDX.
       TOTAL-UF1.
           ADD 1 TO W-JDX.
           IF W-JDX > W-QTD-UF
                GO TO TOTAL-UF2.
           IF W-UT-UF (W-JDX) = W-NOTA-UF
                GO TO TOTAL-UF3.
           GO TO TOTAL-UF1.
       TOTAL-UF2.
           IF W-QTD-UF NOT < 30
              DISPLAY "*** TABELA DE UFS CHEIA ***"
              GO TO TOTAL-UF-FIM.
           ADD 1 TO W-QTD-UF.
           MOVE W-QTD-UF TO W-JDX.
           MOVE W-NOTA-UF TO W-UT-UF (W-JDX).
           MOVE ZEROS TO W-UT-CONTAB (W-JDX) W-UT-BASE (W-JDX)
                         W-UT-ICMS (W-JDX) W-UT-IPI (W-JDX).
       TOTAL-UF3.
           ADD W-NF-CONTAB (W-IDX) TO W-UT-CONTAB (W-JDX).
           ADD W-NF-BASE (W-IDX) TO W-UT-BASE (W-JDX).
           ADD W-NF-ICMS (W-IDX) TO W-UT-ICMS (W-JDX).
           ADD W-NF-IPI (W-IDX) TO W-UT-IPI (W-JDX).
       TOTAL-UF-FIM.
           EXIT.

      *---------[ LINHA DE TOTAL ]--------------------------------------
       IMPRIME-TOT.
           MOVE W-LINTOT TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
       IMPRIME-TOT-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQVENF RELATORIO.
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    OBS : VALOR CONTABIL = VALOR DOS PRODUTOS + IPI
