      * NIVEL 1 = ALMOXARIFADO (MOVIMENTACAO)      *
      * NIVEL 2 = CADASTROS E RELATORIOS           *
      * NIVEL 3 = SUPERVISOR (TODAS AS FUNCOES)    *
      * SENHA INFORMADA PELO SUPERVISOR E          *
      * PROVISORIA: O OPERADOR TROCA NO ACESSO     *
      * DESBLOQUEIO APOS 3 FALHAS DE SENHA         *
      * EVENTOS GRAVADOS NO LOGACES                *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       RECORD KEY   IS OPE-CODIGO
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT LOGACES ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 OPE-NOME               PIC X(30).
           03 OPE-SENHA              PIC X(08).
           03 OPE-NIVEL              PIC 9(01).
           03 OPE-DTSENHA            PIC 9(08).
           03 OPE-TENTAT             PIC 9(01).
           03 OPE-BLOQ               PIC X(01).
           03 OPE-TROCA              PIC X(01).

       FD  LOGACES
               LABEL RECORD IS STANDARD.
       01 REG-LOGACES                PIC X(36).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-SEL                PIC 9(02) VALUE ZEROS.
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 W-SENHA              PIC X(08) VALUE SPACES.
           01 W-BLOQ-ANT           PIC X(01) VALUE SPACES.
           01 W-DTSENHA-ED         PIC X(10) VALUE SPACES.
           01 W-HOJE               PIC 9(08) VALUE ZEROS.

           01 W-ACE-REG.
               03 W-ACE-DATA            PIC 9(08).
               03 W-ACE-HORA            PIC 9(08).
               03 W-ACE-EVENTO          PIC X(12).
               03 W-ACE-OPER            PIC 9(04).
               03 W-ACE-RESP            PIC 9(04).

           01 W-OPERADOR           PIC 9(04) EXTERNAL.

      *-----------------------------------------------------------------
       SCREEN SECTION.
           05 LINE 10 COLUMN 26 VALUE "1=ALMOXARIFADO".
           05 LINE 11 COLUMN 26 VALUE "2=CADASTROS E RELATORIOS".
           05 LINE 12 COLUMN 26 VALUE "3=SUPERVISOR".
           05 LINE 14 COLUMN 01 VALUE "ULTIMA TROCA DE SENHA :".
           05 LINE 15 COLUMN 01 VALUE "FALHAS CONSECUTIVAS   :".
           05 LINE 16 COLUMN 01 VALUE "BLOQUEADO (S/N)       :".
           05 LINE 17 COLUMN 01 VALUE "TROCAR SENHA NO ACESSO:".
           05 LINE 23 COLUMN 01 VALUE "MENSAGEM              :".

           05 TOPE-CODIGO
               USING OPE-NOME
               HIGHLIGHT.

           05 TW-SENHA
               LINE 07 COLUMN 26 PIC X(08)
               USING W-SENHA
               SECURE HIGHLIGHT.

           05 TOPE-NIVEL
               LINE 09 COLUMN 26 PIC 9(01)
               USING OPE-NIVEL
               HIGHLIGHT.

           05 TW-DTSENHA
               LINE 14 COLUMN 26 PIC X(10)
               USING W-DTSENHA-ED
               HIGHLIGHT.

           05 TOPE-TENTAT
               LINE 15 COLUMN 26 PIC 9(01)
               USING OPE-TENTAT
               HIGHLIGHT.

           05 TOPE-BLOQ
               LINE 16 COLUMN 26 PIC X(01)
               USING OPE-BLOQ
               HIGHLIGHT.

           05 TOPE-TROCA
               LINE 17 COLUMN 26 PIC X(01)
               USING OPE-TROCA
               HIGHLIGHT.

           05 TMENS
               LINE 23 COLUMN 26 PIC X(50)
               USING MENS
      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           UNLOCK ARQOPE.
           MOVE SPACES TO OPE-NOME OPE-SENHA W-SENHA W-DTSENHA-ED
           MOVE SPACES TO OPE-BLOQ OPE-TROCA W-BLOQ-ANT
           MOVE ZEROS TO OPE-CODIGO OPE-NIVEL W-SEL
           MOVE ZEROS TO OPE-DTSENHA OPE-TENTAT.

      *-------------VISUALIZACAO DA TELA ------------------
           DISPLAY TELAX02.
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE OPE-BLOQ TO W-BLOQ-ANT
                PERFORM EDITA-DTSENHA THRU EDITA-DTSENHA-FIM
                DISPLAY TELAX02
                MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       R4.
           IF W-SEL = 1
              DISPLAY (08, 26) "EM BRANCO MANTEM A SENHA ATUAL".
           ACCEPT TW-SENHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-SENHA = SPACES AND W-SEL NOT = 1
                 MOVE "*** SENHA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
                 MOVE "*** NIVEL DEVE SER 1, 2 OU 3 ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           IF W-SEL NOT = 1
                 GO TO INC-OPC.
       R6.
           ACCEPT TOPE-BLOQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           INSPECT OPE-BLOQ CONVERTING "sn" TO "SN".
           IF OPE-BLOQ NOT = "S" AND "N"
                 MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6.

      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-SENHA TO OPE-SENHA
                MOVE W-HOJE TO OPE-DTSENHA
                MOVE ZEROS TO OPE-TENTAT
                MOVE "N" TO OPE-BLOQ
                MOVE "S" TO OPE-TROCA
                WRITE REGOPE
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACE-EVENTO
                      PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                   IF W-OPCAO = "A" OR "a"
                      MOVE 1 TO W-SEL
                      GO TO R3.
                IF OPE-CODIGO = W-OPERADOR
                   MOVE "*** NAO E PERMITIDO EXCLUIR A SI MESMO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
       EXC-DL1.
                DELETE ARQOPE RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO W-ACE-EVENTO
                   PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                   MOVE "*** REGISTRO OPERADOR EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-SENHA NOT = SPACES
                   MOVE W-SENHA TO OPE-SENHA
                   MOVE W-HOJE TO OPE-DTSENHA
                   MOVE ZEROS TO OPE-TENTAT
                   MOVE "S" TO OPE-TROCA.
                IF OPE-BLOQ = "N" AND W-BLOQ-ANT = "S"
                   MOVE ZEROS TO OPE-TENTAT.
                REWRITE REGOPE
                IF ST-ERRO = "00" OR "02"
                   PERFORM ALT-LOG THRU ALT-LOG-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO OPERADOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *---------[ EVENTOS DA ALTERACAO PARA O LOG DE ACESSOS ]----------
       ALT-LOG.
           IF W-SENHA NOT = SPACES
              MOVE "RESET SENHA" TO W-ACE-EVENTO
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
           IF OPE-BLOQ = "N" AND W-BLOQ-ANT = "S"
              MOVE "DESBLOQUEIO" TO W-ACE-EVENTO
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
           IF OPE-BLOQ = "S" AND W-BLOQ-ANT NOT = "S"
              MOVE "BLOQUEIO" TO W-ACE-EVENTO
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
       ALT-LOG-FIM.
           EXIT.
      *---------[ DATA DA ULTIMA TROCA DE SENHA PARA A TELA ]-----------
       EDITA-DTSENHA.
           MOVE SPACES TO W-DTSENHA-ED.
           IF OPE-DTSENHA = 0
              GO TO EDITA-DTSENHA-FIM.
           STRING OPE-DTSENHA (7:2) "/" OPE-DTSENHA (5:2) "/"
                  OPE-DTSENHA (1:4) DELIMITED BY SIZE
                  INTO W-DTSENHA-ED.
       EDITA-DTSENHA-FIM.
           EXIT.
      *---------[ GRAVACAO DO LOG DE ACESSOS ]--------------------------
       GRAVA-ACESSO.
           OPEN EXTEND LOGACES
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "35"
                 OPEN OUTPUT LOGACES
                 CLOSE LOGACES
                 GO TO GRAVA-ACESSO
              ELSE
                 MOVE "* ARQUIVO LOGACES EM USO, AGUARDE *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRAVA-ACESSO
           ELSE
                 NEXT SENTENCE.
       GRAVA-ACESSO1.
           ACCEPT W-ACE-DATA FROM DATE YYYYMMDD.
           ACCEPT W-ACE-HORA FROM TIME.
           MOVE OPE-CODIGO TO W-ACE-OPER.
           MOVE W-OPERADOR TO W-ACE-RESP.
           MOVE W-ACE-REG TO REG-LOGACES.
           WRITE REG-LOGACES.
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO LOG DE ACESSOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE LOGACES.
       GRAVA-ACESSO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQOPE.
