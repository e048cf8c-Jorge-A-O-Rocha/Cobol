       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP052.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * ARQUIVAMENTO DE PERIODOS FECHADOS          *
      * MOVE PARA O HISTORICO ANUAL OS MOVIMENTOS  *
      * (ARQMOV) E AS LINHAS DE AUDITORIA          *
      * (LOGPROD, LOGFOR, LOGCLI) ATE O PERIODO    *
      * INFORMADO, JA FECHADO PELO SVP029, E OS    *
      * RETIRA DOS ARQUIVOS EM USO                 *
      * HISTORICO: ARQMOVaaaa.DAT, LOGPRODaaaa,    *
      * LOGFORaaaa E LOGCLIaaaa                    *
      * IMPRIME TOTAIS DE CONTROLE (REGISTROS E    *
      * QTDE POR TIPO DE MOVIMENTO) E CONFERE OS   *
      * ARQUIVOS REGRAVADOS                        *
      * EXECUTAR SEM OPERADORES NO SISTEMA         *
      * SE INTERROMPIDO, RETOMA DE ONDE PAROU      *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFECH ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FECH-ANOMES
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS HIS-CHAVE
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL.

           SELECT ARQMOV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO3.

           SELECT LOGPROD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO3.

           SELECT LOGFOR ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO3.

           SELECT LOGCLI ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO3.

           SELECT TMPHIS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO4.

           SELECT TMPMAN ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO5.

           SELECT HISTOR ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO6.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO7.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
           03 FECH-ANOMES            PIC 9(06).
           03 FECH-DTFECH            PIC 9(08).

      *    HIS-FASE DA ETAPA SEGUINTE A HIS-ETAPA : H = HISTORICO JA
      *    GRAVADO, M = ARQUIVO EM USO SENDO REGRAVADO DO ARQUIVA.MAN
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

       FD  LOGPROD
               LABEL RECORD IS STANDARD.
       01 REG-LOGPROD                PIC X(198).

       FD  LOGFOR
               LABEL RECORD IS STANDARD.
       01 REG-LOGFOR                 PIC X(350).

       FD  LOGCLI
               LABEL RECORD IS STANDARD.
       01 REG-LOGCLI                 PIC X(350).

       FD  TMPHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUIVA.HIS".
       01 REG-TMPHIS                 PIC X(350).

       FD  TMPMAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUIVA.MAN".
       01 REG-TMPMAN                 PIC X(350).

       FD  HISTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-HIST.
       01 REG-HISTOR                 PIC X(350).

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 ST-ERRO6             PIC X(02) VALUE "00".
           01 ST-ERRO7             PIC X(02) VALUE "00".
           01 W-FIM                 PIC X(01) VALUE "N".
           01 W-HOJE                PIC 9(08) VALUE ZEROS.
           01 W-ANOMES              PIC 9(06) VALUE ZEROS.
           01 W-ANOMES-R REDEFINES W-ANOMES.
               05 W-ANOMES-AAAA     PIC 9(04).
               05 W-ANOMES-MM       PIC 9(02).
           01 W-ETAPA               PIC 9(01) VALUE ZEROS.
           01 W-IDX                 PIC 9(01) VALUE ZEROS.
           01 W-ANO-HIST            PIC 9(04) VALUE ZEROS.
           01 W-HIST-ABERTO         PIC X(01) VALUE "N".
           01 W-REFAZ-HIS           PIC X(01) VALUE "S".
           01 W-DIVERGE             PIC X(01) VALUE "N".
           01 W-NOME-HIST           PIC X(20) VALUE SPACES.

      *---------[ ARQUIVOS TRATADOS, NA ORDEM DAS ETAPAS ]----------
           01 W-ARQ-TAB.
               05 FILLER PIC X(12) VALUE "ARQMOV  .DAT".
               05 FILLER PIC X(12) VALUE "LOGPROD     ".
               05 FILLER PIC X(12) VALUE "LOGFOR      ".
               05 FILLER PIC X(12) VALUE "LOGCLI      ".
           01 W-ARQ-R REDEFINES W-ARQ-TAB.
               05 W-ARQ-ITEM OCCURS 4 TIMES.
                   07 W-ARQ-NOME    PIC X(08).
                   07 W-ARQ-EXT     PIC X(04).

      *---------[ LINHA LIDA (VISAO DO ARQMOV PARA OS TOTAIS) ]------
           01 W-LINHA               PIC X(350) VALUE SPACES.
           01 W-LINHA-R REDEFINES W-LINHA.
               05 W-LIN-DATA        PIC 9(08).
               05 W-LIN-DATA-R REDEFINES W-LIN-DATA.
                   07 W-LIN-AAAA    PIC 9(04).
                   07 W-LIN-MM      PIC 9(02).
                   07 FILLER        PIC 9(02).
               05 FILLER            PIC X(14).
               05 W-LIN-TIPO        PIC X(01).
               05 W-LIN-QTDE        PIC 9(06).
               05 FILLER            PIC X(321).
           01 W-LIN-ANOMES          PIC 9(06) VALUE ZEROS.
           01 W-QTDE                PIC 9(06) VALUE ZEROS.

      *---------[ TOTAIS DE CONTROLE: E, S, A, D E OUTROS ]----------
           01 W-TIPOS               PIC X(05) VALUE "ESAD ".
           01 W-TIPO                PIC X(01) VALUE SPACES.
           01 W-CTL-TAB.
               05 W-CTL-ITEM OCCURS 5 TIMES.
                   07 W-CTL-LID     PIC 9(08).
                   07 W-CTL-LIDQ    PIC 9(10).
                   07 W-CTL-HIS     PIC 9(08).
                   07 W-CTL-HISQ    PIC 9(10).
                   07 W-CTL-MAN     PIC 9(08).
                   07 W-CTL-MANQ    PIC 9(10).
                   07 W-CTL-VER     PIC 9(08).
                   07 W-CTL-VERQ    PIC 9(10).
           01 W-GRAV-HIS            PIC 9(08) VALUE ZEROS.
           01 W-TOT-HIS             PIC 9(08) VALUE ZEROS.

      *---------[ LINHAS DO RELATORIO ]-----------------------------
           01 W-CAB1.
               05 FILLER PIC X(40) VALUE
                  "ARQUIVAMENTO DE PERIODOS FECHADOS ATE ".
               05 WC-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WC-ANO            PIC 9(04).

           01 W-CAB2.
               05 FILLER PIC X(10) VALUE "ARQUIVO".
               05 FILLER PIC X(04) VALUE "TP".
               05 FILLER PIC X(20) VALUE "     LIDOS     QTDE".
               05 FILLER PIC X(20) VALUE " HISTORICO     QTDE".
               05 FILLER PIC X(20) VALUE "  MANTIDOS     QTDE".
               05 FILLER PIC X(12) VALUE " CONFERENCIA".

           01 W-DETALHE.
               05 WD-ARQ            PIC X(08).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 WD-TIPO           PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-LID            PIC Z(7)9.
               05 WD-LIDQ           PIC Z(9)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-HIS            PIC Z(7)9.
               05 WD-HISQ           PIC Z(9)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-MAN            PIC Z(7)9.
               05 WD-MANQ           PIC Z(9)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-CONF           PIC X(10).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQFECH
           IF ST-ERRO NOT = "00"
              DISPLAY "*** NENHUM PERIODO FECHADO (ARQFECH) ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O ARQHIST
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQHIST
                 CLOSE ARQHIST
                 GO TO R0A
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQHIST ***"
                 CLOSE ARQFECH
                 GO TO ROT-FIM2.
       R0B.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO7 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              CLOSE ARQFECH ARQHIST
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

      *------------- CONTROLE DO ARQUIVAMENTO ------------
       R1.
           MOVE 1 TO HIS-CHAVE.
           READ ARQHIST
           IF ST-ERRO2 = "23"
              MOVE 1 TO HIS-CHAVE
              MOVE ZEROS TO HIS-ULTIMO HIS-PEND HIS-ETAPA HIS-DTARQ
              MOVE SPACES TO HIS-FASE
              WRITE REGHIST
              IF ST-ERRO2 NOT = "00" AND "02"
                 DISPLAY "*** ERRO NA GRAVACAO DO ARQHIST ***"
                 GO TO ROT-FIM
              ELSE
                 NEXT SENTENCE
           ELSE
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ERRO NA LEITURA DO ARQHIST ***"
              GO TO ROT-FIM.
           IF HIS-ULTIMO NOT = 0
              DISPLAY "ARQUIVADO ATE O PERIODO     : " HIS-ULTIMO.
           IF HIS-PEND = 0
              GO TO R2.
       R1A.
           DISPLAY "*** ARQUIVAMENTO ATE " HIS-PEND
                   " INTERROMPIDO NA ETAPA " HIS-ETAPA " ***".
           DISPLAY "RETOMAR O ARQUIVAMENTO (S/N) : "
               WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              DISPLAY "*** ARQUIVAMENTO NAO REALIZADO ***"
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R1A.
           MOVE HIS-PEND TO W-ANOMES.
           GO TO R3.

      *------------- PERIODO A ARQUIVAR ------------
       R2.
           DISPLAY "ARQUIVAR ATE O PERIODO (AAAAMM) : "
               WITH NO ADVANCING.
           ACCEPT W-ANOMES.
           IF W-ANOMES-MM < 1 OR W-ANOMES-MM > 12
              DISPLAY "*** MES INVALIDO, USE AAAAMM ***"
              GO TO R2.
           IF W-ANOMES-AAAA < 1900 OR W-ANOMES-AAAA > 2099
              DISPLAY "*** ANO INVALIDO, USE AAAAMM ***"
              GO TO R2.
           IF W-ANOMES NOT > HIS-ULTIMO
              DISPLAY "*** PERIODO JA ARQUIVADO ***"
              GO TO R2.
           MOVE W-ANOMES TO FECH-ANOMES.
           READ ARQFECH
           IF ST-ERRO NOT = "00"
              DISPLAY "*** PERIODO NAO FECHADO PELO SVP029 ***"
              GO TO R2.
       R2A.
           DISPLAY "ARQUIVAR OS MOVIMENTOS E LOGS ATE " W-ANOMES
                   " (S/N) : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              DISPLAY "*** ARQUIVAMENTO NAO REALIZADO ***"
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R2A.
           MOVE W-ANOMES TO HIS-PEND.
           MOVE ZEROS TO HIS-ETAPA.
           MOVE SPACES TO HIS-FASE.
           PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.

      *------------- CABECALHO ------------
       R3.
           MOVE W-ANOMES-MM TO WC-MES.
           MOVE W-ANOMES-AAAA TO WC-ANO.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE ZEROS TO W-ETAPA.

      *------------- UMA ETAPA POR ARQUIVO ------------
       R4.
           ADD 1 TO W-ETAPA.
           IF W-ETAPA > 4
                GO TO R5.
           IF W-ETAPA NOT > HIS-ETAPA
                MOVE SPACES TO REL-LINHA
                STRING W-ARQ-NOME (W-ETAPA) DELIMITED BY SPACE
                       " JA ARQUIVADO NA EXECUCAO ANTERIOR"
                       DELIMITED BY SIZE INTO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
                GO TO R4.
           PERFORM PROCESSA-ARQ THRU PROCESSA-ARQ-FIM.
           IF W-DIVERGE = "S"
                GO TO ROT-FIM.
           GO TO R4.

      *------------- ENCERRAMENTO DO ARQUIVAMENTO ------------
       R5.
           MOVE W-ANOMES TO HIS-ULTIMO.
           MOVE ZEROS TO HIS-PEND HIS-ETAPA.
           MOVE SPACES TO HIS-FASE.
           MOVE W-HOJE TO HIS-DTARQ.
           PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE "*** ARQUIVAMENTO CONCLUIDO ***" TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           GO TO ROT-FIM.

      *-------------------------------------------------------------------------------------------
      *---------[ ARQUIVAMENTO DE UM ARQUIVO (ETAPA W-ETAPA) ]-----------
       PROCESSA-ARQ.
           MOVE ZEROS TO W-CTL-TAB W-GRAV-HIS W-TOT-HIS.
           MOVE "N" TO W-DIVERGE.
           MOVE "S" TO W-REFAZ-HIS.
           IF W-ETAPA = HIS-ETAPA + 1 AND HIS-FASE = "H"
                MOVE "N" TO W-REFAZ-HIS.
      *    INTERROMPIDO NA REGRAVACAO : O ARQUIVO EM USO ESTA INCOMPLETO
      *    E O ARQUIVA.MAN TEM TODAS AS LINHAS MANTIDAS, NAO SEPARA DE
      *    NOVO E SO REFAZ A REGRAVACAO A PARTIR DELE
           IF W-ETAPA = HIS-ETAPA + 1 AND HIS-FASE = "M"
                MOVE "M" TO W-REFAZ-HIS
                DISPLAY W-ARQ-NOME (W-ETAPA)
                        " : REGRAVACAO REFEITA PELO ARQUIVA.MAN"
                GO TO PROCESSA-ARQ2M.
      *    SEPARA AS LINHAS ATE O PERIODO DAS QUE FICAM NO ARQUIVO
           PERFORM ABRE-VIVO THRU ABRE-VIVO-FIM.
           IF ST-ERRO3 NOT = "00"
                MOVE SPACES TO REL-LINHA
                STRING W-ARQ-NOME (W-ETAPA) DELIMITED BY SPACE
                       " NAO ENCONTRADO, NADA A ARQUIVAR"
                       DELIMITED BY SIZE INTO REL-LINHA
                WRITE REL-LINHA
                DISPLAY REL-LINHA
                GO TO PROCESSA-ARQ3.
           OPEN OUTPUT TMPHIS TMPMAN.
           MOVE "N" TO W-FIM.
       PROCESSA-ARQ1.
           PERFORM LE-VIVO THRU LE-VIVO-FIM.
           IF W-FIM = "S"
                GO TO PROCESSA-ARQ2.
           PERFORM ACHA-TIPO THRU ACHA-TIPO-FIM.
           ADD 1 TO W-CTL-LID (W-IDX).
           ADD W-QTDE TO W-CTL-LIDQ (W-IDX).
           MOVE W-LIN-DATA (1:6) TO W-LIN-ANOMES.
           IF W-LIN-ANOMES NOT > W-ANOMES
                WRITE REG-TMPHIS FROM W-LINHA
                ADD 1 TO W-CTL-HIS (W-IDX) W-TOT-HIS
                ADD W-QTDE TO W-CTL-HISQ (W-IDX)
           ELSE
                WRITE REG-TMPMAN FROM W-LINHA
                ADD 1 TO W-CTL-MAN (W-IDX)
                ADD W-QTDE TO W-CTL-MANQ (W-IDX).
           GO TO PROCESSA-ARQ1.
       PROCESSA-ARQ2.
           PERFORM FECHA-VIVO THRU FECHA-VIVO-FIM.
           CLOSE TMPHIS TMPMAN.
      *    ACRESCENTA AO HISTORICO ANUAL (SALVO SE JA FEITO ANTES DA
      *    INTERRUPCAO) E CONFERE AS LINHAS GRAVADAS
           IF W-REFAZ-HIS = "S"
                PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                IF W-GRAV-HIS NOT = W-TOT-HIS
                     MOVE "S" TO W-DIVERGE
                     DISPLAY "*** DIVERGENCIA NA GRAVACAO DO HISTORICO"
                             ", ARQUIVO EM USO PRESERVADO ***"
                     GO TO PROCESSA-ARQ-FIM
                ELSE
                     MOVE "H" TO HIS-FASE
                     PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM
           ELSE
                DISPLAY W-ARQ-NOME (W-ETAPA)
                        " : HISTORICO JA GRAVADO ANTES DA INTERRUPCAO".
      *    REGRAVA O ARQUIVO EM USO SO COM AS LINHAS MANTIDAS
           MOVE "M" TO HIS-FASE.
           PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
       PROCESSA-ARQ2M.
           PERFORM ABRE-VIVO-SAIDA THRU ABRE-VIVO-SAIDA-FIM.
           OPEN INPUT TMPMAN.
           MOVE "N" TO W-FIM.
       PROCESSA-ARQ2A.
           READ TMPMAN NEXT RECORD INTO W-LINHA
               AT END MOVE "S" TO W-FIM
           END-READ.
           IF W-FIM = "S"
                GO TO PROCESSA-ARQ2B.
      *    NA RETOMADA DA REGRAVACAO O CONTROLE E O PROPRIO ARQUIVA.MAN
           IF W-REFAZ-HIS = "M"
                PERFORM ACHA-TIPO THRU ACHA-TIPO-FIM
                ADD 1 TO W-CTL-LID (W-IDX) W-CTL-MAN (W-IDX)
                ADD W-QTDE TO W-CTL-LIDQ (W-IDX) W-CTL-MANQ (W-IDX).
           PERFORM GRAVA-VIVO THRU GRAVA-VIVO-FIM.
           GO TO PROCESSA-ARQ2A.
       PROCESSA-ARQ2B.
           CLOSE TMPMAN.
           PERFORM FECHA-VIVO THRU FECHA-VIVO-FIM.
      *    RELE O ARQUIVO REGRAVADO PARA A CONFERENCIA
           PERFORM ABRE-VIVO THRU ABRE-VIVO-FIM.
           MOVE "N" TO W-FIM.
       PROCESSA-ARQ2C.
           PERFORM LE-VIVO THRU LE-VIVO-FIM.
           IF W-FIM = "S"
                GO TO PROCESSA-ARQ2D.
           PERFORM ACHA-TIPO THRU ACHA-TIPO-FIM.
           ADD 1 TO W-CTL-VER (W-IDX).
           ADD W-QTDE TO W-CTL-VERQ (W-IDX).
           GO TO PROCESSA-ARQ2C.
       PROCESSA-ARQ2D.
           PERFORM FECHA-VIVO THRU FECHA-VIVO-FIM.
           PERFORM IMPRIME-CTL THRU IMPRIME-CTL-FIM.
       PROCESSA-ARQ3.
           MOVE W-ETAPA TO HIS-ETAPA.
           MOVE SPACES TO HIS-FASE.
           PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
       PROCESSA-ARQ-FIM.
           EXIT.
      *---------[ ACRESCENTA AS LINHAS SEPARADAS AO HISTORICO ANUAL ]----
       GRAVA-HIST.
           MOVE "N" TO W-HIST-ABERTO.
           MOVE ZEROS TO W-ANO-HIST.
           OPEN INPUT TMPHIS.
           MOVE "N" TO W-FIM.
       GRAVA-HIST1.
           READ TMPHIS NEXT RECORD INTO W-LINHA
               AT END MOVE "S" TO W-FIM
           END-READ.
           IF W-FIM = "S"
                GO TO GRAVA-HIST3.
           IF W-HIST-ABERTO = "S" AND W-LIN-AAAA = W-ANO-HIST
                GO TO GRAVA-HIST2.
           IF W-HIST-ABERTO = "S"
                CLOSE HISTOR.
           MOVE W-LIN-AAAA TO W-ANO-HIST.
           MOVE SPACES TO W-NOME-HIST.
           STRING W-ARQ-NOME (W-ETAPA) DELIMITED BY SPACE
                  W-ANO-HIST DELIMITED BY SIZE
                  W-ARQ-EXT (W-ETAPA) DELIMITED BY SPACE
                  INTO W-NOME-HIST.
           OPEN EXTEND HISTOR
           IF ST-ERRO6 = "35"
                OPEN OUTPUT HISTOR.
           IF ST-ERRO6 NOT = "00"
                DISPLAY "*** ERRO NA ABERTURA DO HISTORICO "
                        W-NOME-HIST " ***"
                MOVE "N" TO W-HIST-ABERTO
                GO TO GRAVA-HIST3.
           MOVE "S" TO W-HIST-ABERTO.
       GRAVA-HIST2.
           WRITE REG-HISTOR FROM W-LINHA
           IF ST-ERRO6 NOT = "00"
                DISPLAY "*** ERRO NA GRAVACAO DO HISTORICO "
                        W-NOME-HIST " ***"
                GO TO GRAVA-HIST3.
           ADD 1 TO W-GRAV-HIS.
           GO TO GRAVA-HIST1.
       GRAVA-HIST3.
           IF W-HIST-ABERTO = "S"
                CLOSE HISTOR.
           CLOSE TMPHIS.
       GRAVA-HIST-FIM.
           EXIT.
      *---------[ POSICAO DO TIPO NA TABELA DE CONTROLE ]----------------
      *  SO O ARQMOV TEM TIPO E QUANTIDADE; AS LINHAS DE LOG CONTAM
      *  COMO "OUTROS" E SEM QUANTIDADE
       ACHA-TIPO.
           MOVE 5 TO W-IDX.
           MOVE ZEROS TO W-QTDE.
           IF W-ETAPA NOT = 1
                GO TO ACHA-TIPO-FIM.
           IF W-LIN-QTDE NUMERIC
                MOVE W-LIN-QTDE TO W-QTDE.
           MOVE ZEROS TO W-IDX.
       ACHA-TIPO1.
           ADD 1 TO W-IDX.
           IF W-IDX > 4
                GO TO ACHA-TIPO-FIM.
           MOVE W-TIPOS (W-IDX:1) TO W-TIPO.
           IF W-TIPO NOT = W-LIN-TIPO
                GO TO ACHA-TIPO1.
       ACHA-TIPO-FIM.
           EXIT.
      *---------[ LINHAS DE CONTROLE DE UM ARQUIVO ]---------------------
       IMPRIME-CTL.
           MOVE ZEROS TO W-IDX.
       IMPRIME-CTL1.
           ADD 1 TO W-IDX.
           IF W-IDX > 5
                GO TO IMPRIME-CTL-FIM.
           IF W-CTL-LID (W-IDX) = 0
                GO TO IMPRIME-CTL1.
           MOVE W-ARQ-NOME (W-ETAPA) TO WD-ARQ.
           MOVE W-TIPOS (W-IDX:1) TO WD-TIPO.
           MOVE W-CTL-LID (W-IDX) TO WD-LID.
           MOVE W-CTL-LIDQ (W-IDX) TO WD-LIDQ.
           MOVE W-CTL-HIS (W-IDX) TO WD-HIS.
           MOVE W-CTL-HISQ (W-IDX) TO WD-HISQ.
           MOVE W-CTL-MAN (W-IDX) TO WD-MAN.
           MOVE W-CTL-MANQ (W-IDX) TO WD-MANQ.
           IF W-CTL-LID (W-IDX) = W-CTL-HIS (W-IDX) + W-CTL-MAN (W-IDX)
              AND W-CTL-LIDQ (W-IDX) =
                  W-CTL-HISQ (W-IDX) + W-CTL-MANQ (W-IDX)
              AND W-CTL-VER (W-IDX) = W-CTL-MAN (W-IDX)
              AND W-CTL-VERQ (W-IDX) = W-CTL-MANQ (W-IDX)
                MOVE "OK" TO WD-CONF
           ELSE
                MOVE "DIVERGENTE" TO WD-CONF.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           GO TO IMPRIME-CTL1.
       IMPRIME-CTL-FIM.
           EXIT.
      *---------[ GRAVA O REGISTRO DE CONTROLE DO ARQUIVAMENTO ]---------
       GRAVA-CTL.
           MOVE 1 TO HIS-CHAVE.
           REWRITE REGHIST
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQHIST ***".
       GRAVA-CTL-FIM.
           EXIT.
      *---------[ ABRE PARA LEITURA O ARQUIVO DA ETAPA ]-----------------
       ABRE-VIVO.
           IF W-ETAPA = 1
                OPEN INPUT ARQMOV
           ELSE
           IF W-ETAPA = 2
                OPEN INPUT LOGPROD
           ELSE
           IF W-ETAPA = 3
                OPEN INPUT LOGFOR
           ELSE
                OPEN INPUT LOGCLI.
       ABRE-VIVO-FIM.
           EXIT.
      *---------[ ABRE PARA REGRAVACAO O ARQUIVO DA ETAPA ]--------------
       ABRE-VIVO-SAIDA.
           IF W-ETAPA = 1
                OPEN OUTPUT ARQMOV
           ELSE
           IF W-ETAPA = 2
                OPEN OUTPUT LOGPROD
           ELSE
           IF W-ETAPA = 3
                OPEN OUTPUT LOGFOR
           ELSE
                OPEN OUTPUT LOGCLI.
       ABRE-VIVO-SAIDA-FIM.
           EXIT.
      *---------[ FECHA O ARQUIVO DA ETAPA ]-----------------------------
       FECHA-VIVO.
           IF W-ETAPA = 1
                CLOSE ARQMOV
           ELSE
           IF W-ETAPA = 2
                CLOSE LOGPROD
           ELSE
           IF W-ETAPA = 3
                CLOSE LOGFOR
           ELSE
                CLOSE LOGCLI.
       FECHA-VIVO-FIM.
           EXIT.
      *---------[ LE UMA LINHA DO ARQUIVO DA ETAPA ]---------------------
       LE-VIVO.
           MOVE SPACES TO W-LINHA.
           IF W-ETAPA = 1
                READ ARQMOV NEXT RECORD INTO W-LINHA
                    AT END MOVE "S" TO W-FIM
                END-READ
           ELSE
           IF W-ETAPA = 2
                READ LOGPROD NEXT RECORD INTO W-LINHA
                    AT END MOVE "S" TO W-FIM
                END-READ
           ELSE
           IF W-ETAPA = 3
                READ LOGFOR NEXT RECORD INTO W-LINHA
                    AT END MOVE "S" TO W-FIM
                END-READ
           ELSE
                READ LOGCLI NEXT RECORD INTO W-LINHA
                    AT END MOVE "S" TO W-FIM
                END-READ.
       LE-VIVO-FIM.
           EXIT.
      *---------[ GRAVA UMA LINHA MANTIDA NO ARQUIVO DA ETAPA ]----------
       GRAVA-VIVO.
           IF W-ETAPA = 1
                WRITE REGMOV FROM W-LINHA
           ELSE
           IF W-ETAPA = 2
                WRITE REG-LOGPROD FROM W-LINHA
           ELSE
           IF W-ETAPA = 3
                WRITE REG-LOGFOR FROM W-LINHA
           ELSE
                WRITE REG-LOGCLI FROM W-LINHA.
       GRAVA-VIVO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFECH ARQHIST RELATORIO.
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    35 = ARQUIVO NAO ENCONTRADO (SEQUENCIAL)
      *    OBS : O ARQHIST GUARDA O ULTIMO PERIODO ARQUIVADO (LIDO
      *          PELO KARDEX E PELO FECHAMENTO) E, DURANTE A
      *          EXECUCAO, A ETAPA CONCLUIDA E SE O HISTORICO DA
      *          ETAPA SEGUINTE JA FOI GRAVADO ("H")
