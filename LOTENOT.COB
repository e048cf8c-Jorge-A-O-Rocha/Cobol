       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP053.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * LOTE NOTURNO : EXECUTA EM ORDEM AS ETAPAS  *
      * ATIVAS DO ARQETAPA (SVP054) SEM PERGUNTAS  *
      * AO OPERADOR. GRAVA NO ARQLNOT O INICIO, O  *
      * FIM E A SITUACAO DE CADA ETAPA. PARA NA    *
      * PRIMEIRA FALHA E A PROXIMA EXECUCAO        *
      * RECOMECA PELA ETAPA QUE FALHOU. RECUSA     *
      * INICIAR SE A EXECUCAO ANTERIOR NAO         *
      * TERMINOU. RESUMO EM RESLOTE.TXT E OS       *
      * RELATORIOS DAS ETAPAS EM RELLOTE.TXT       *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQETAPA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS ETA-SEQ
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQLNOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS LNT-CHAVE
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO3.

           SELECT RELLOTE ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO4.

           SELECT RESUMO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO5.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQETAPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQETAPA.DAT".
       01 REGETA.
           03 ETA-SEQ                PIC 9(02).
           03 ETA-PROG               PIC X(06).
           03 ETA-ATIVA              PIC X(01).
           03 ETA-CLASSE             PIC X(01).

      *---------[ SEQUENCIA 00 = CABECALHO DA EXECUCAO ]---------
       FD  ARQLNOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLNOT.DAT".
       01 REGLNT.
           03 LNT-CHAVE.
               05 LNT-EXEC           PIC 9(06).
               05 LNT-SEQ            PIC 9(02).
           03 LNT-PROG               PIC X(06).
           03 LNT-SITU               PIC X(01).
           03 LNT-DTINI              PIC 9(08).
           03 LNT-HRINI              PIC 9(08).
           03 LNT-DTFIM              PIC 9(08).
           03 LNT-HRFIM              PIC 9(08).
           03 LNT-QTDE               PIC 9(06).
           03 LNT-RETOMA             PIC 9(02).
           03 LNT-ORIGEM             PIC 9(06).
           03 LNT-OPER               PIC 9(04).

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(110).

       FD  RELLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLOTE.TXT".
       01 RLT-LINHA                PIC X(110).

       FD  RESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESLOTE.TXT".
       01 RES-LINHA                PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 ST-ERRO5             PIC X(02) VALUE "00".
           01 W-PROG               PIC X(06) VALUE SPACES.
           01 W-IDX                PIC 9(01) VALUE ZEROS.
           01 W-FIM-ARQLNOT        PIC X(01) VALUE "N".
           01 W-FIM-ARQETAPA       PIC X(01) VALUE "N".
           01 W-FIM-REL            PIC X(01) VALUE "N".
           01 W-ULT-EXEC           PIC 9(06) VALUE ZEROS.
           01 W-ULT-SITU           PIC X(01) VALUE SPACES.
           01 W-ULT-RETOMA         PIC 9(02) VALUE ZEROS.
           01 W-ULT-DTINI          PIC 9(08) VALUE ZEROS.
           01 W-ULT-HRINI          PIC 9(08) VALUE ZEROS.
           01 W-ULT-CONCL          PIC 9(02) VALUE ZEROS.
           01 W-EXEC               PIC 9(06) VALUE ZEROS.
           01 W-RETOMA             PIC 9(02) VALUE ZEROS.
           01 W-ORIGEM             PIC 9(06) VALUE ZEROS.
           01 W-SITU-LOTE          PIC X(01) VALUE SPACES.
           01 W-FALHOU             PIC 9(02) VALUE ZEROS.
           01 W-DTINI              PIC 9(08) VALUE ZEROS.
           01 W-HRINI              PIC 9(08) VALUE ZEROS.
           01 W-DTFIM              PIC 9(08) VALUE ZEROS.
           01 W-HRFIM              PIC 9(08) VALUE ZEROS.
           01 W-DATA               PIC 9(08) VALUE ZEROS.
           01 W-HORA               PIC 9(08) VALUE ZEROS.
           01 W-DATA-ED            PIC X(10) VALUE SPACES.
           01 W-HORA-ED            PIC X(08) VALUE SPACES.

      *---------[ OPERADOR DO MENU E INTERFACE COM AS ETAPAS ]---------
           01 W-OPERADOR             PIC 9(04) EXTERNAL.
           01 W-LOTE EXTERNAL.
               03 W-LOTE-ATIVO          PIC X(01).
               03 W-LOTE-SITU           PIC X(01).
               03 W-LOTE-QTDE           PIC 9(06).
               03 W-LOTE-CLASSE         PIC X(01).

      *---------[ PROGRAMAS QUE PODEM RODAR NO LOTE NOTURNO ]---------
           01 W-PRG-TAB.
               05 FILLER PIC X(50) VALUE
           "SVP036BAIXA DE LOTES VENCIDOS     LOTES BAIXADOS  ".
               05 FILLER PIC X(50) VALUE
           "SVP031CONCILIACAO DE ESTOQUE      DIVERGENCIAS    ".
               05 FILLER PIC X(50) VALUE
           "SVP037VERIFICACAO DE INTEGRIDADE  ORFAOS          ".
               05 FILLER PIC X(50) VALUE
           "SVP035SUGESTAO DE PEDIDOS         ITENS SUGERIDOS ".
           01 W-PRG-TAB-R REDEFINES W-PRG-TAB.
               05 W-PRG-OCR OCCURS 4 TIMES.
                   10 W-PRG-COD     PIC X(06).
                   10 W-PRG-DESC    PIC X(28).
                   10 W-PRG-ROTULO  PIC X(16).

      *---------[ RESUMO DA EXECUCAO ]---------
           01 W-CAB1.
               05 FILLER PIC X(33) VALUE
                  "RESUMO DO LOTE NOTURNO - EXECUCAO".
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WC-EXEC           PIC 9(06).

           01 W-CAB2.
               05 FILLER PIC X(11) VALUE "OPERADOR : ".
               05 WC-OPER           PIC 9(04).
               05 FILLER PIC X(12) VALUE "   INICIO : ".
               05 WC-DTINI          PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WC-HRINI          PIC X(08).
               05 FILLER PIC X(09) VALUE "   FIM : ".
               05 WC-DTFIM          PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WC-HRFIM          PIC X(08).

           01 W-CAB3.
               05 FILLER PIC X(21) VALUE "RETOMADA DA EXECUCAO ".
               05 WC-ORIGEM         PIC 9(06).
               05 FILLER PIC X(20) VALUE " A PARTIR DA ETAPA ".
               05 WC-RETOMA         PIC 9(02).

           01 W-CAB4.
               05 FILLER PIC X(40) VALUE
                  "SQ  PROG.   DESCRICAO".
               05 FILLER PIC X(54) VALUE
                  "INICIO   FIM      SITUACAO     RESULTADO".

           01 W-DETALHE.
               05 WD-SEQ            PIC 9(02).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-PROG           PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WD-DESC           PIC X(28).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-HRINI          PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-HRFIM          PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-SITU           PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-ROTULO         PIC X(16).
               05 WD-QTDE           PIC Z(5)9 BLANK WHEN ZERO.

           01 W-LINOK.
               05 FILLER PIC X(40) VALUE
                  "*** LOTE CONCLUIDO SEM FALHAS ***".

           01 W-LINFALHA.
               05 FILLER PIC X(31) VALUE
                  "*** LOTE INTERROMPIDO NA ETAPA ".
               05 WF-SEQ            PIC 9(02).
               05 FILLER PIC X(46) VALUE
                  " - A PROXIMA EXECUCAO RECOMECA NESTA ETAPA ***".

           01 W-LINREL.
               05 FILLER PIC X(50) VALUE
                  "RELATORIOS DAS ETAPAS EM RELLOTE.TXT".

           01 W-BANNER.
               05 FILLER PIC X(12) VALUE "===== ETAPA ".
               05 WB-SEQ            PIC 9(02).
               05 FILLER            PIC X(03) VALUE " - ".
               05 WB-PROG           PIC X(06).
               05 FILLER            PIC X(03) VALUE " - ".
               05 WB-DESC           PIC X(28).
               05 FILLER            PIC X(06) VALUE " =====".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN I-O ARQETAPA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 PERFORM CRIA-ETAPAS THRU CRIA-ETAPAS-FIM
                 DISPLAY "ARQUIVO ARQETAPA CRIADO COM AS ETAPAS PADRAO"
                 GO TO R0
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQETAPA ***"
                 GO TO ROT-FIM2.
       R0A.
           OPEN I-O ARQLNOT
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQLNOT
                 CLOSE ARQLNOT
                 DISPLAY "ARQUIVO ARQLNOT FOI CRIADO"
                 GO TO R0A
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQLNOT ***"
                 CLOSE ARQETAPA
                 GO TO ROT-FIM2.

      *------------- SITUACAO DA ULTIMA EXECUCAO ------------
       R1.
           MOVE ZEROS TO LNT-EXEC LNT-SEQ.
           START ARQLNOT KEY IS NOT LESS THAN LNT-CHAVE
               INVALID KEY MOVE "S" TO W-FIM-ARQLNOT
           END-START.
       R1A.
           IF W-FIM-ARQLNOT = "S"
                GO TO R1B.
           READ ARQLNOT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQLNOT
           END-READ.
           IF W-FIM-ARQLNOT = "S"
                GO TO R1B.
           IF LNT-SEQ = 0
                MOVE LNT-EXEC   TO W-ULT-EXEC
                MOVE LNT-SITU   TO W-ULT-SITU
                MOVE LNT-RETOMA TO W-ULT-RETOMA
                MOVE LNT-DTINI  TO W-ULT-DTINI
                MOVE LNT-HRINI  TO W-ULT-HRINI
                MOVE ZEROS      TO W-ULT-CONCL
                GO TO R1A.
           IF LNT-SITU = "O" OR "R"
                MOVE LNT-SEQ TO W-ULT-CONCL.
           GO TO R1A.
       R1B.
           IF W-ULT-SITU = "E"
                GO TO R2.
           IF W-ULT-SITU = "F" OR "I"
                MOVE W-ULT-RETOMA TO W-RETOMA
                MOVE W-ULT-EXEC TO W-ORIGEM
                DISPLAY "A EXECUCAO " W-ULT-EXEC
                        " PAROU NA ETAPA " W-ULT-RETOMA
                DISPLAY "ESTA EXECUCAO RECOMECA NA ETAPA " W-RETOMA.
           GO TO R3.

      *------------- EXECUCAO ANTERIOR NAO TERMINOU ------------
       R2.
           MOVE W-ULT-DTINI TO W-DATA.
           MOVE W-ULT-HRINI TO W-HORA.
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM.
           DISPLAY "*** A EXECUCAO " W-ULT-EXEC " INICIADA EM "
                   W-DATA-ED " " W-HORA-ED " NAO TERMINOU ***".
           DISPLAY "*** NOVA EXECUCAO RECUSADA ***".
       R2A.
           DISPLAY "SE ELA NAO ESTA MAIS RODANDO, MARCAR COMO".
           DISPLAY "INTERROMPIDA PARA A PROXIMA RETOMAR (S/N) : "
               WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R2A.
           MOVE W-ULT-EXEC TO LNT-EXEC.
           MOVE ZEROS TO LNT-SEQ.
           READ ARQLNOT WITH LOCK
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ERRO NA LEITURA DO ARQLNOT ***"
              GO TO ROT-FIM.
           MOVE "I" TO LNT-SITU.
           COMPUTE LNT-RETOMA = W-ULT-CONCL + 1.
           ACCEPT LNT-DTFIM FROM DATE YYYYMMDD.
           ACCEPT LNT-HRFIM FROM TIME.
           REWRITE REGLNT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQLNOT ***"
              GO TO ROT-FIM.
           UNLOCK ARQLNOT.
           DISPLAY "*** EXECUCAO " W-ULT-EXEC " MARCADA COMO"
                   " INTERROMPIDA ***".
           DISPLAY "*** A PROXIMA EXECUCAO RECOMECA NA ETAPA "
                   LNT-RETOMA " ***".
           GO TO ROT-FIM.

      *------------- CONFIRMACAO DO OPERADOR ------------
       R3.
           DISPLAY "INICIAR O LOTE NOTURNO (S/N) : "
               WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              DISPLAY "*** LOTE NAO EXECUTADO ***"
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R3.

      *------------- ABERTURA DA NOVA EXECUCAO ------------
       R4.
           OPEN OUTPUT RELLOTE
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELLOTE ***"
              GO TO ROT-FIM.
           COMPUTE W-EXEC = W-ULT-EXEC + 1.
           ACCEPT W-DTINI FROM DATE YYYYMMDD.
           ACCEPT W-HRINI FROM TIME.
           MOVE W-EXEC     TO LNT-EXEC.
           MOVE ZEROS      TO LNT-SEQ.
           MOVE SPACES     TO LNT-PROG.
           MOVE "E"        TO LNT-SITU.
           MOVE W-DTINI    TO LNT-DTINI.
           MOVE W-HRINI    TO LNT-HRINI.
           MOVE ZEROS      TO LNT-DTFIM LNT-HRFIM LNT-QTDE.
           MOVE W-RETOMA   TO LNT-RETOMA.
           MOVE W-ORIGEM   TO LNT-ORIGEM.
           MOVE W-OPERADOR TO LNT-OPER.
           WRITE REGLNT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQLNOT ***"
              CLOSE RELLOTE
              GO TO ROT-FIM.
           MOVE "S" TO W-LOTE-ATIVO.
           MOVE "O" TO W-SITU-LOTE.
           MOVE ZEROS TO W-FALHOU ETA-SEQ.
           MOVE "N" TO W-FIM-ARQETAPA.
           START ARQETAPA KEY IS NOT LESS THAN ETA-SEQ
               INVALID KEY MOVE "S" TO W-FIM-ARQETAPA
           END-START.

      *------------- UMA ETAPA POR VEZ ------------
       R5.
           IF W-FIM-ARQETAPA = "S"
                GO TO R7.
           READ ARQETAPA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQETAPA
           END-READ.
           IF W-FIM-ARQETAPA = "S"
                GO TO R7.
           IF ETA-ATIVA NOT = "S"
                GO TO R5.
           IF ETA-SEQ < W-RETOMA
                PERFORM PULA-ETAPA THRU PULA-ETAPA-FIM
                GO TO R5.
           PERFORM EXECUTA-ETAPA THRU EXECUTA-ETAPA-FIM.
           IF W-LOTE-SITU NOT = "O"
                MOVE "F" TO W-SITU-LOTE
                MOVE ETA-SEQ TO W-FALHOU
                GO TO R7.
           GO TO R5.

      *------------- FECHAMENTO DA EXECUCAO ------------
       R7.
           MOVE "N" TO W-LOTE-ATIVO.
           CLOSE RELLOTE.
           ACCEPT W-DTFIM FROM DATE YYYYMMDD.
           ACCEPT W-HRFIM FROM TIME.
           MOVE W-EXEC TO LNT-EXEC.
           MOVE ZEROS TO LNT-SEQ.
           READ ARQLNOT WITH LOCK
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ERRO NA LEITURA DO ARQLNOT ***"
              GO TO ROT-FIM.
           MOVE W-SITU-LOTE TO LNT-SITU.
           MOVE W-DTFIM TO LNT-DTFIM.
           MOVE W-HRFIM TO LNT-HRFIM.
           MOVE W-FALHOU TO LNT-RETOMA.
           REWRITE REGLNT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQLNOT ***"
              GO TO ROT-FIM.
           UNLOCK ARQLNOT.

      *------------- RESUMO DA EXECUCAO (UMA PAGINA) ------------
       R8.
           OPEN OUTPUT RESUMO
           IF ST-ERRO5 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RESLOTE ***"
              GO TO ROT-FIM.
           MOVE W-EXEC TO WC-EXEC.
           MOVE W-CAB1 TO RES-LINHA.
           PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
           MOVE W-OPERADOR TO WC-OPER.
           MOVE W-DTINI TO W-DATA.
           MOVE W-HRINI TO W-HORA.
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM.
           MOVE W-DATA-ED TO WC-DTINI.
           MOVE W-HORA-ED TO WC-HRINI.
           MOVE W-DTFIM TO W-DATA.
           MOVE W-HRFIM TO W-HORA.
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM.
           MOVE W-DATA-ED TO WC-DTFIM.
           MOVE W-HORA-ED TO WC-HRFIM.
           MOVE W-CAB2 TO RES-LINHA.
           PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
           IF W-ORIGEM NOT = 0
                MOVE W-ORIGEM TO WC-ORIGEM
                MOVE W-RETOMA TO WC-RETOMA
                MOVE W-CAB3 TO RES-LINHA
                PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
           MOVE SPACES TO RES-LINHA.
           PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
           MOVE W-CAB4 TO RES-LINHA.
           PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
           MOVE ZEROS TO ETA-SEQ.
           MOVE "N" TO W-FIM-ARQETAPA.
           START ARQETAPA KEY IS NOT LESS THAN ETA-SEQ
               INVALID KEY MOVE "S" TO W-FIM-ARQETAPA
           END-START.
       R8A.
           IF W-FIM-ARQETAPA = "S"
                GO TO R8B.
           READ ARQETAPA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQETAPA
           END-READ.
           IF W-FIM-ARQETAPA = "S"
                GO TO R8B.
           IF ETA-ATIVA NOT = "S"
                GO TO R8A.
           PERFORM IMP-ETAPA THRU IMP-ETAPA-FIM.
           GO TO R8A.
       R8B.
           MOVE SPACES TO RES-LINHA.
           PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
           IF W-SITU-LOTE = "O"
                MOVE W-LINOK TO RES-LINHA
           ELSE
                MOVE W-FALHOU TO WF-SEQ
                MOVE W-LINFALHA TO RES-LINHA.
           PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
           MOVE W-LINREL TO RES-LINHA.
           PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
           CLOSE RESUMO.

      *-----------------------------------------------------------------
       ROT-FIM.
           MOVE "N" TO W-LOTE-ATIVO.
           CLOSE ARQETAPA ARQLNOT.
       ROT-FIM2.
           GOBACK.

      *---------[ EXECUCAO DE UMA ETAPA ]-------------------------------
       EXECUTA-ETAPA.
           MOVE ETA-PROG TO W-PROG.
           PERFORM ACHA-PROG THRU ACHA-PROG-FIM.
           OPEN OUTPUT RELATORIO.
           CLOSE RELATORIO.
           MOVE W-EXEC     TO LNT-EXEC.
           MOVE ETA-SEQ    TO LNT-SEQ.
           MOVE ETA-PROG   TO LNT-PROG.
           MOVE "E"        TO LNT-SITU.
           ACCEPT LNT-DTINI FROM DATE YYYYMMDD.
           ACCEPT LNT-HRINI FROM TIME.
           MOVE ZEROS      TO LNT-DTFIM LNT-HRFIM LNT-QTDE.
           MOVE ZEROS      TO LNT-RETOMA LNT-ORIGEM.
           MOVE W-OPERADOR TO LNT-OPER.
           WRITE REGLNT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQLNOT ***"
              MOVE "F" TO W-LOTE-SITU
              GO TO EXECUTA-ETAPA-FIM.
           MOVE ETA-SEQ TO WB-SEQ.
           MOVE ETA-PROG TO WB-PROG.
           IF W-IDX = 0
                MOVE "PROGRAMA NAO PERMITIDO" TO WB-DESC
           ELSE
                MOVE W-PRG-DESC (W-IDX) TO WB-DESC.
           DISPLAY W-BANNER.
           MOVE "F" TO W-LOTE-SITU.
           MOVE ZEROS TO W-LOTE-QTDE.
           MOVE ETA-CLASSE TO W-LOTE-CLASSE.
           IF W-IDX = 0
                DISPLAY "*** " W-PROG " NAO PODE RODAR NO LOTE ***"
                GO TO EXECUTA-ETAPA1.
           CALL W-PROG
               ON EXCEPTION
                  DISPLAY "*** PROGRAMA " W-PROG " NAO ENCONTRADO ***"
           END-CALL.
           CANCEL W-PROG.
       EXECUTA-ETAPA1.
           ACCEPT LNT-DTFIM FROM DATE YYYYMMDD.
           ACCEPT LNT-HRFIM FROM TIME.
           MOVE W-LOTE-SITU TO LNT-SITU.
           MOVE W-LOTE-QTDE TO LNT-QTDE.
           REWRITE REGLNT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQLNOT ***"
              MOVE "F" TO W-LOTE-SITU.
           IF W-LOTE-SITU NOT = "O"
              DISPLAY "*** ETAPA " ETA-SEQ " FALHOU ***".
           PERFORM COPIA-REL THRU COPIA-REL-FIM.
       EXECUTA-ETAPA-FIM.
           EXIT.

      *---------[ ETAPA JA EXECUTADA NA EXECUCAO QUE FALHOU ]-----------
       PULA-ETAPA.
           MOVE W-EXEC     TO LNT-EXEC.
           MOVE ETA-SEQ    TO LNT-SEQ.
           MOVE ETA-PROG   TO LNT-PROG.
           MOVE "R"        TO LNT-SITU.
           MOVE ZEROS      TO LNT-DTINI LNT-HRINI LNT-DTFIM LNT-HRFIM.
           MOVE ZEROS      TO LNT-QTDE LNT-RETOMA.
           MOVE W-ORIGEM   TO LNT-ORIGEM.
           MOVE W-OPERADOR TO LNT-OPER.
           WRITE REGLNT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQLNOT ***".
           DISPLAY "ETAPA " ETA-SEQ " " ETA-PROG
                   " JA EXECUTADA NA EXECUCAO " W-ORIGEM.
       PULA-ETAPA-FIM.
           EXIT.

      *---------[ RELATORIO DA ETAPA PARA O RELLOTE ]-------------------
       COPIA-REL.
           MOVE W-BANNER TO RLT-LINHA.
           WRITE RLT-LINHA.
           OPEN INPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
                GO TO COPIA-REL-FIM.
           MOVE "N" TO W-FIM-REL.
       COPIA-REL1.
           READ RELATORIO
               AT END MOVE "S" TO W-FIM-REL
           END-READ.
           IF W-FIM-REL = "S"
                CLOSE RELATORIO
                GO TO COPIA-REL-FIM.
           MOVE REL-LINHA TO RLT-LINHA.
           WRITE RLT-LINHA.
           GO TO COPIA-REL1.
       COPIA-REL-FIM.
           EXIT.

      *---------[ LINHA DE UMA ETAPA NO RESUMO ]------------------------
       IMP-ETAPA.
           MOVE ETA-PROG TO W-PROG.
           PERFORM ACHA-PROG THRU ACHA-PROG-FIM.
           MOVE ETA-SEQ TO WD-SEQ.
           MOVE ETA-PROG TO WD-PROG.
           MOVE SPACES TO WD-DESC WD-HRINI WD-HRFIM WD-ROTULO.
           MOVE ZEROS TO WD-QTDE.
           IF W-IDX NOT = 0
                MOVE W-PRG-DESC (W-IDX) TO WD-DESC.
           MOVE W-EXEC TO LNT-EXEC.
           MOVE ETA-SEQ TO LNT-SEQ.
           READ ARQLNOT
           IF ST-ERRO2 NOT = "00"
                MOVE "NAO EXECUTADA" TO WD-SITU
                GO TO IMP-ETAPA1.
           IF LNT-SITU = "R"
                MOVE "JA EXECUTADA" TO WD-SITU
                MOVE "NA EXECUCAO" TO WD-ROTULO
                MOVE LNT-ORIGEM TO WD-QTDE
                GO TO IMP-ETAPA1.
           MOVE LNT-HRINI TO W-HORA.
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM.
           MOVE W-HORA-ED TO WD-HRINI.
           MOVE LNT-HRFIM TO W-HORA.
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM.
           MOVE W-HORA-ED TO WD-HRFIM.
           IF LNT-SITU = "O"
                MOVE "CONCLUIDA" TO WD-SITU
                IF W-IDX NOT = 0
                     MOVE W-PRG-ROTULO (W-IDX) TO WD-ROTULO
                     MOVE LNT-QTDE TO WD-QTDE
                ELSE
                     NEXT SENTENCE
           ELSE
                MOVE "FALHOU" TO WD-SITU.
       IMP-ETAPA1.
           MOVE W-DETALHE TO RES-LINHA.
           PERFORM GRAVA-RES THRU GRAVA-RES-FIM.
       IMP-ETAPA-FIM.
           EXIT.

      *---------[ GRAVA E MOSTRA UMA LINHA DO RESUMO ]------------------
       GRAVA-RES.
           WRITE RES-LINHA.
           DISPLAY RES-LINHA.
       GRAVA-RES-FIM.
           EXIT.

      *---------[ PROGRAMA PERMITIDO NO LOTE NOTURNO ]------------------
       ACHA-PROG.
           MOVE ZEROS TO W-IDX.
       ACHA-PROG1.
           ADD 1 TO W-IDX.
           IF W-IDX > 4
                MOVE ZEROS TO W-IDX
                GO TO ACHA-PROG-FIM.
           IF W-PRG-COD (W-IDX) NOT = W-PROG
                GO TO ACHA-PROG1.
       ACHA-PROG-FIM.
           EXIT.

      *---------[ DATA AAAAMMDD E HORA HHMMSSCC PARA IMPRESSAO ]--------
       EDITA-DATA.
           MOVE SPACES TO W-DATA-ED W-HORA-ED.
           STRING W-DATA (7:2) "/" W-DATA (5:2) "/" W-DATA (1:4)
                  DELIMITED BY SIZE INTO W-DATA-ED.
           STRING W-HORA (1:2) ":" W-HORA (3:2) ":" W-HORA (5:2)
                  DELIMITED BY SIZE INTO W-HORA-ED.
       EDITA-DATA-FIM.
           EXIT.

      *---------[ ETAPAS PADRAO NA CRIACAO DO ARQUIVO ]-----------------
       CRIA-ETAPAS.
           OPEN OUTPUT ARQETAPA.
           MOVE "S" TO ETA-ATIVA.
           MOVE SPACES TO ETA-CLASSE.
           MOVE 10 TO ETA-SEQ.
           MOVE "SVP036" TO ETA-PROG.
           WRITE REGETA.
           MOVE 20 TO ETA-SEQ.
           MOVE "SVP031" TO ETA-PROG.
           WRITE REGETA.
           MOVE 30 TO ETA-SEQ.
           MOVE "SVP037" TO ETA-PROG.
           WRITE REGETA.
           MOVE 40 TO ETA-SEQ.
           MOVE "SVP035" TO ETA-PROG.
           WRITE REGETA.
           CLOSE ARQETAPA.
       CRIA-ETAPAS-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
