       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP054.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * ETAPAS DO LOTE NOTURNO (SVP053)            *
      * ORDEM DE EXECUCAO, ETAPA ATIVA OU NAO E    *
      * CLASSE ABC DA SUGESTAO DE PEDIDOS          *
      * SO ACEITA PROGRAMAS QUE RODAM SEM OPERADOR *
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

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-OPCAO              PIC X(01) VALUE SPACES.
           01 W-ACT                PIC 9(02) VALUE ZEROS.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-SEL                PIC 9(02) VALUE ZEROS.
           01 W-IDX                PIC 9(01) VALUE ZEROS.
           01 W-LIN                PIC 9(02) VALUE ZEROS.
           01 W-FIM-ARQETAPA       PIC X(01) VALUE "N".
           01 W-DESC               PIC X(28) VALUE SPACES.
           01 W-REGETA             PIC X(10) VALUE SPACES.

      *---------[ PROGRAMAS QUE PODEM RODAR NO LOTE NOTURNO ]---------
           01 W-PRG-TAB.
               05 FILLER PIC X(34) VALUE
                  "SVP036BAIXA DE LOTES VENCIDOS     ".
               05 FILLER PIC X(34) VALUE
                  "SVP031CONCILIACAO DE ESTOQUE      ".
               05 FILLER PIC X(34) VALUE
                  "SVP037VERIFICACAO DE INTEGRIDADE  ".
               05 FILLER PIC X(34) VALUE
                  "SVP035SUGESTAO DE PEDIDOS         ".
           01 W-PRG-TAB-R REDEFINES W-PRG-TAB.
               05 W-PRG-OCR OCCURS 4 TIMES.
                   10 W-PRG-COD     PIC X(06).
                   10 W-PRG-DESC    PIC X(28).

           01 W-LINETA.
               05 WE-SEQ            PIC 9(02).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WE-PROG           PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WE-DESC           PIC X(28).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WE-ATIVA          PIC X(01).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 WE-CLASSE         PIC X(01).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01 TELAX54.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 15 VALUE "* ETAPAS DO LOTE NOTURNO *".
           05 LINE 04 COLUMN 01 VALUE "SEQUENCIA (ORDEM)     :".
           05 LINE 05 COLUMN 01 VALUE "PROGRAMA              :".
           05 LINE 07 COLUMN 01 VALUE "ATIVA (S/N)           :".
           05 LINE 08 COLUMN 01 VALUE "CLASSE ABC (SVP035)   :".
           05 LINE 08 COLUMN 31 VALUE "(A/B/C OU BRANCO = TODAS)".
           05 LINE 10 COLUMN 01 VALUE
              "SQ  PROG    DESCRICAO                     ATIVA CLASSE".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TETA-SEQ
               LINE 04 COLUMN 26 PIC 9(02)
               USING ETA-SEQ
               HIGHLIGHT.

           05 TETA-PROG
               LINE 05 COLUMN 26 PIC X(06)
               USING ETA-PROG
               HIGHLIGHT.

           05 TW-DESC
               LINE 05 COLUMN 34 PIC X(28)
               USING W-DESC
               HIGHLIGHT.

           05 TETA-ATIVA
               LINE 07 COLUMN 26 PIC X(01)
               USING ETA-ATIVA
               HIGHLIGHT.

           05 TETA-CLASSE
               LINE 08 COLUMN 26 PIC X(01)
               USING ETA-CLASSE
               HIGHLIGHT.

           05 TMENS
               LINE 23 COLUMN 26 PIC X(50)
               USING MENS
               HIGHLIGHT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *-------------ABERTURA DO ARQUIVO -------------------
       R0.
           OPEN I-O ARQETAPA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 PERFORM CRIA-ETAPAS THRU CRIA-ETAPAS-FIM
                 MOVE "*** ARQUIVO ARQETAPA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQETAPA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQETAPA.
           MOVE SPACES TO ETA-PROG ETA-ATIVA ETA-CLASSE W-DESC
           MOVE ZEROS TO ETA-SEQ
           MOVE ZEROS TO W-SEL.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX54.
           PERFORM LISTA-ETAPAS THRU LISTA-ETAPAS-FIM.
       R2.
           ACCEPT TETA-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ETA-SEQ = 0
                 MOVE "*** INFORME A SEQUENCIA DA ETAPA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
       LER-ARQETAPA.
           READ ARQETAPA WITH LOCK
           IF ST-ERRO = "51" OR "9D"
                MOVE "* REGISTRO EM USO, TENTE NOVAMENTE *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                PERFORM ACHA-PROG THRU ACHA-PROG-FIM
                DISPLAY TETA-PROG TW-DESC TETA-ATIVA TETA-CLASSE
                MOVE "*** ETAPA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           ELSE
              IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQUIVO ARQETAPA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
              ELSE
                   MOVE "S" TO ETA-ATIVA.
       R3.
           ACCEPT TETA-PROG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           INSPECT ETA-PROG CONVERTING "svp" TO "SVP".
           PERFORM ACHA-PROG THRU ACHA-PROG-FIM.
           DISPLAY TW-DESC.
           IF W-IDX = 0
                 MOVE "*** USE SVP036, SVP031, SVP037 OU SVP035 ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       R4.
           ACCEPT TETA-ATIVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           INSPECT ETA-ATIVA CONVERTING "sn" TO "SN".
           IF ETA-ATIVA NOT = "S" AND "N"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
       R5.
           IF ETA-PROG NOT = "SVP035"
                 MOVE SPACES TO ETA-CLASSE
                 DISPLAY TETA-CLASSE
                 GO TO CONF-OPC.
           ACCEPT TETA-CLASSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           INSPECT ETA-CLASSE CONVERTING "abc" TO "ABC".
           IF ETA-CLASSE NOT = SPACES AND "A" AND "B" AND "C"
                 MOVE "*** INFORME A, B, C OU BRANCO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   IF ETA-PROG = "SVP035"
                      GO TO R5
                   ELSE
                      GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       GRAVA-ETA.
           IF W-SEL = 1
                GO TO ALT-RW1.
       INC-WR1.
           WRITE REGETA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ETAPA GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DA ETAPA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ALT-RW1.
           REWRITE REGETA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ETAPA ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DA ETAPA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" OR "n" AND W-OPCAO NOT = "A" OR "a"
                    AND W-OPCAO NOT = "E" OR "e" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N" OR "n"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A" OR "a"
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQETAPA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ETAPA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQETAPA.
       ROT-FIM2.
           GOBACK.

      *---------[ DESCRICAO DO PROGRAMA DA ETAPA ]----------------------
       ACHA-PROG.
           MOVE SPACES TO W-DESC.
           MOVE ZEROS TO W-IDX.
       ACHA-PROG1.
           ADD 1 TO W-IDX.
           IF W-IDX > 4
                MOVE ZEROS TO W-IDX
                GO TO ACHA-PROG-FIM.
           IF W-PRG-COD (W-IDX) NOT = ETA-PROG
                GO TO ACHA-PROG1.
           MOVE W-PRG-DESC (W-IDX) TO W-DESC.
       ACHA-PROG-FIM.
           EXIT.

      *---------[ LISTA DAS ETAPAS CADASTRADAS (LINHAS 11 A 21) ]-------
       LISTA-ETAPAS.
           MOVE REGETA TO W-REGETA.
           MOVE 10 TO W-LIN.
           MOVE "N" TO W-FIM-ARQETAPA.
           MOVE ZEROS TO ETA-SEQ.
           START ARQETAPA KEY IS NOT LESS THAN ETA-SEQ
               INVALID KEY MOVE "S" TO W-FIM-ARQETAPA
           END-START.
       LISTA-ETAPAS1.
           IF W-FIM-ARQETAPA = "S"
                GO TO LISTA-ETAPAS2.
           READ ARQETAPA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQETAPA
           END-READ.
           IF W-FIM-ARQETAPA = "S"
                GO TO LISTA-ETAPAS2.
           ADD 1 TO W-LIN.
           IF W-LIN > 21
                GO TO LISTA-ETAPAS2.
           PERFORM ACHA-PROG THRU ACHA-PROG-FIM.
           MOVE ETA-SEQ TO WE-SEQ.
           MOVE ETA-PROG TO WE-PROG.
           MOVE W-DESC TO WE-DESC.
           MOVE ETA-ATIVA TO WE-ATIVA.
           MOVE ETA-CLASSE TO WE-CLASSE.
           DISPLAY (W-LIN, 01) W-LINETA.
           GO TO LISTA-ETAPAS1.
       LISTA-ETAPAS2.
           MOVE W-REGETA TO REGETA.
           PERFORM ACHA-PROG THRU ACHA-PROG-FIM.
       LISTA-ETAPAS-FIM.
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
