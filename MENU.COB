      * NIVEL 1 = ALMOXARIFADO (MOVIMENTACAO)      *
      * NIVEL 2 = CADASTROS E RELATORIOS           *
      * NIVEL 3 = SUPERVISOR (TODAS AS FUNCOES)    *
      * 3 FALHAS SEGUIDAS BLOQUEIAM O OPERADOR     *
      * SENHA VENCE NO PRAZO DO ARQSEG (SVP050) E  *
      * DEVE SER TROCADA NO PRIMEIRO ACESSO E APOS *
      * REDEFINICAO PELO SUPERVISOR                *
      * ACESSOS GRAVADOS NO LOGACES (SVP051)       *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       RECORD KEY   IS OPE-CODIGO
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQSEG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS SEG-CHAVE
                       FILE STATUS  IS ST-ERRO2
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

       FD  ARQSEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEG.DAT".
       01 REGSEG.
           03 SEG-CHAVE              PIC 9(01).
           03 SEG-DIAS               PIC 9(03).

       FD  LOGACES
               LABEL RECORD IS STANDARD.
       01 REG-LOGACES                PIC X(36).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 W-ACT                PIC 9(02) VALUE ZEROS.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 W-CONT               PIC 9(06) VALUE ZEROS.
           01 MENS                 PIC X(50) VALUE SPACES.
           01 W-SENHA              PIC X(08) VALUE SPACES.
           01 W-OPC                PIC 9(02) VALUE ZEROS.
           01 W-PROG               PIC X(08) VALUE SPACES.
           01 W-NIV-REQ            PIC 9(01) VALUE ZEROS.
           01 W-PAGINA             PIC 9(01) VALUE 1.
           01 W-CODIGO             PIC 9(04) VALUE ZEROS.
           01 W-NOVA               PIC X(08) VALUE SPACES.
           01 W-CONF               PIC X(08) VALUE SPACES.
           01 W-TROCOU             PIC X(01) VALUE "N".
           01 W-EXPIROU            PIC X(01) VALUE "N".
           01 W-DIAS-SENHA         PIC 9(03) VALUE 90.
           01 W-HOJE               PIC 9(08) VALUE ZEROS.
           01 W-DT-EXPIRA          PIC 9(08) VALUE ZEROS.
           01 W-NDIAS              PIC 9(03) VALUE ZEROS.
           01 W-DV-AAAA            PIC 9(04) VALUE ZEROS.
           01 W-DV-MM              PIC 9(02) VALUE ZEROS.
           01 W-DV-DD              PIC 9(02) VALUE ZEROS.
           01 W-DIAS-MES           PIC 9(02) VALUE ZEROS.
           01 W-BISSEXTO           PIC X(01) VALUE "N".
           01 W-QUOC               PIC 9(04) VALUE ZEROS.
           01 W-RESTO4             PIC 9(04) VALUE ZEROS.
           01 W-RESTO100           PIC 9(04) VALUE ZEROS.
           01 W-RESTO400           PIC 9(04) VALUE ZEROS.

           01 W-ACE-REG.
               03 W-ACE-DATA            PIC 9(08).
               03 W-ACE-HORA            PIC 9(08).
               03 W-ACE-EVENTO          PIC X(12).
               03 W-ACE-OPER            PIC 9(04).
               03 W-ACE-RESP            PIC 9(04).

           01 W-OPERADOR           PIC 9(04) EXTERNAL.

               USING W-SENHA
               SECURE HIGHLIGHT.

           05 TW-NOVA
               LINE 08 COLUMN 26 PIC X(08)
               USING W-NOVA
               SECURE HIGHLIGHT.

           05 TW-CONF
               LINE 10 COLUMN 26 PIC X(08)
               USING W-CONF
               SECURE HIGHLIGHT.

           05 TMENS
               LINE 23 COLUMN 26 PIC X(50)
               USING MENS
           IF W-ACT = 01
                   GO TO R2.
       R4.
           MOVE "N" TO W-TROCOU.
           MOVE OPE-CODIGO TO W-CODIGO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           READ ARQOPE WITH LOCK
           IF ST-ERRO = "51" OR "9D"
              MOVE "* OPERADOR EM USO, TENTE NOVAMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO NOT = "00"
              MOVE "FALHA" TO W-ACE-EVENTO
              MOVE W-CODIGO TO W-ACE-OPER
              MOVE ZEROS TO W-ACE-RESP
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF OPE-BLOQ = "S"
              UNLOCK ARQOPE
              MOVE "NEGADO" TO W-ACE-EVENTO
              MOVE W-CODIGO TO W-ACE-OPER W-ACE-RESP
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              MOVE "*** OPERADOR BLOQUEADO, PROCURE O SUPERVISOR ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-SENHA NOT = OPE-SENHA
              GO TO R4A.
           MOVE ZEROS TO OPE-TENTAT.
           PERFORM VERIF-VALIDADE THRU VERIF-VALIDADE-FIM.
           IF OPE-TROCA = "S" OR W-EXPIROU = "S"
              GO TO TROCA-SENHA.
           GO TO R4B.

      *------------- SENHA INVALIDA: CONTA A FALHA E BLOQUEIA ----------
       R4A.
           ADD 1 TO OPE-TENTAT.
           IF OPE-TENTAT > 2
              MOVE "S" TO OPE-BLOQ.
           REWRITE REGOPE
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           UNLOCK ARQOPE.
           MOVE "FALHA" TO W-ACE-EVENTO.
           MOVE W-CODIGO TO W-ACE-OPER W-ACE-RESP.
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
           IF OPE-BLOQ NOT = "S"
              MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE "BLOQUEIO" TO W-ACE-EVENTO.
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
           MOVE "*** 3 FALHAS SEGUIDAS, OPERADOR BLOQUEADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R5.

      *------------- ACESSO LIBERADO ------------
       R4B.
           REWRITE REGOPE
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           UNLOCK ARQOPE.
           MOVE W-CODIGO TO W-ACE-OPER W-ACE-RESP.
           IF W-TROCOU = "S"
              MOVE "TROCA SENHA" TO W-ACE-EVENTO
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
           MOVE "ENTRADA" TO W-ACE-EVENTO.
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
           MOVE OPE-CODIGO TO W-OPERADOR.
           MOVE ZEROS TO W-TENT.
           MOVE 1 TO W-PAGINA.
           GO TO MENU-EXIBE.
       R5.
           ADD 1 TO W-TENT.
           DISPLAY "*** ACESSO BLOQUEADO APOS 3 TENTATIVAS ***".
           GO TO ROT-FIM.

      *------------- TROCA OBRIGATORIA DA SENHA ------------
       TROCA-SENHA.
           IF OPE-TROCA = "S"
              MOVE "*** TROCA DE SENHA OBRIGATORIA ***" TO MENS
           ELSE
              MOVE "*** SENHA VENCIDA, INFORME UMA NOVA SENHA ***"
                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (08, 01) "NOVA SENHA            :".
           DISPLAY (10, 01) "CONFIRMA NOVA SENHA   :".
       TROCA1.
           MOVE SPACES TO W-NOVA W-CONF.
           ACCEPT TW-NOVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              UNLOCK ARQOPE
              GO TO R1.
           IF W-NOVA = SPACES
              MOVE "*** SENHA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA1.
           IF W-NOVA = OPE-SENHA
              MOVE "*** NOVA SENHA IGUAL A ATUAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA1.
       TROCA2.
           ACCEPT TW-CONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TROCA1.
           IF W-CONF NOT = W-NOVA
              MOVE "*** CONFIRMACAO NAO CONFERE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA1.
           MOVE W-NOVA TO OPE-SENHA.
           MOVE W-HOJE TO OPE-DTSENHA.
           MOVE "N" TO OPE-TROCA.
           MOVE "S" TO W-TROCOU.
           GO TO R4B.

      *------------- EXIBICAO DO MENU CONFORME O NIVEL ------------
       MENU-EXIBE.
           DISPLAY TELAX01B.
           DISPLAY (03, 05) "OPERADOR : ".
           DISPLAY (03, 16) OPE-NOME.
           DISPLAY (22, 45) "98 - OUTRAS OPCOES".
           IF W-PAGINA = 2
              GO TO MENU-EXIBE2.
           DISPLAY (05, 05) "05 - ENTRADA DE ESTOQUE".
           DISPLAY (06, 05) "06 - SAIDA DE ESTOQUE".
           DISPLAY (07, 05) "07 - CONTAGEM DE INVENTARIO".
              DISPLAY (19, 45) "28 - REL. ATIVIDADE OPERADOR"
              DISPLAY (20, 45) "32 - BAIXA LOTES VENCIDOS"
              DISPLAY (21, 45) "33 - VERIF. DE INTEGRIDADE".
           GO TO MENU-OPC.
       MENU-EXIBE2.
           IF OPE-NIVEL > 1
              DISPLAY (05, 05) "35 - BAIXA TITULOS A RECEBER"
              DISPLAY (06, 05) "36 - REL. CONTAS A RECEBER"
              DISPLAY (07, 05) "37 - DEVOLUCAO DE VENDA"
              DISPLAY (08, 05) "38 - REL. MARGEM BRUTA"
              DISPLAY (09, 05) "39 - DADOS BANCARIOS FORNEC."
              DISPLAY (10, 05) "40 - REMESSA PAGTO CNAB 240"
              DISPLAY (11, 05) "41 - RETORNO PAGTO CNAB 240"
              DISPLAY (12, 05) "42 - CURVA ABC DE PRODUTOS"
              DISPLAY (13, 05) "48 - TABELA DE PRECOS"
              DISPLAY (14, 05) "49 - GRUPOS DE CLIENTES"
              DISPLAY (15, 05) "50 - REL. PRECOS ESPECIAIS"
              DISPLAY (16, 05) "52 - DADOS FISCAIS PRODUTO"
              DISPLAY (17, 05) "53 - REGRAS FISCAIS ICMS/IPI"
              DISPLAY (18, 05) "54 - LIVRO DE SAIDAS"
              DISPLAY (19, 05) "55 - ESTRUTURA DE KIT"
              DISPLAY (20, 05) "56 - MONTAGEM/DESMONTAGEM KIT".
           IF OPE-NIVEL > 2
              DISPLAY (05, 45) "43 - POLITICA DE SENHAS"
              DISPLAY (06, 45) "44 - REL. ACESSOS (AUDITORIA)"
              DISPLAY (07, 45) "45 - ARQUIVAMENTO PERIODOS"
              DISPLAY (08, 45) "46 - LOTE NOTURNO"
              DISPLAY (09, 45) "47 - ETAPAS DO LOTE NOTURNO"
              DISPLAY (10, 45) "51 - PARAMETRO DE PRECOS".
       MENU-OPC.
           MOVE ZEROS TO W-OPC.
           ACCEPT (22, 33) W-OPC.
           IF W-OPC = 99
              MOVE "SAIDA" TO W-ACE-EVENTO
              MOVE W-OPERADOR TO W-ACE-OPER W-ACE-RESP
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              GO TO R1.
           IF W-OPC = 98
              IF W-PAGINA = 1
                 MOVE 2 TO W-PAGINA
                 GO TO MENU-EXIBE
              ELSE
                 MOVE 1 TO W-PAGINA
                 GO TO MENU-EXIBE.
           IF W-OPC = 01
              MOVE "SVP003" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           ELSE
           IF W-OPC = 34
              MOVE "SVP038" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 35
              MOVE "SVP039" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 36
              MOVE "SVP040" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 37
              MOVE "SVP041" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 38
              MOVE "SVP043" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 39
              MOVE "SVP044" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 40
              MOVE "SVP045" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 41
              MOVE "SVP046" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 42
              MOVE "SVP047" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 43
              MOVE "SVP050" TO W-PROG MOVE 3 TO W-NIV-REQ
           ELSE
           IF W-OPC = 44
              MOVE "SVP051" TO W-PROG MOVE 3 TO W-NIV-REQ
           ELSE
           IF W-OPC = 45
              MOVE "SVP052" TO W-PROG MOVE 3 TO W-NIV-REQ
           ELSE
           IF W-OPC = 46
              MOVE "SVP053" TO W-PROG MOVE 3 TO W-NIV-REQ
           ELSE
           IF W-OPC = 47
              MOVE "SVP054" TO W-PROG MOVE 3 TO W-NIV-REQ
           ELSE
           IF W-OPC = 48
              MOVE "SVP055" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 49
              MOVE "SVP056" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 50
              MOVE "SVP058" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 51
              MOVE "SVP057" TO W-PROG MOVE 3 TO W-NIV-REQ
           ELSE
           IF W-OPC = 52
              MOVE "SVP059" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 53
              MOVE "SVP060" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 54
              MOVE "SVP061" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 55
              MOVE "SVP062" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
           IF W-OPC = 56
              MOVE "SVP063" TO W-PROG MOVE 2 TO W-NIV-REQ
           ELSE
              MOVE "*** OPCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "SUPERVISOR" TO OPE-NOME.
           MOVE "MASTER" TO OPE-SENHA.
           MOVE 3 TO OPE-NIVEL.
           MOVE ZEROS TO OPE-DTSENHA OPE-TENTAT.
           MOVE "N" TO OPE-BLOQ.
           MOVE "S" TO OPE-TROCA.
           WRITE REGOPE.
           CLOSE ARQOPE.
           DISPLAY "ARQUIVO DE OPERADORES CRIADO".
           DISPLAY "OPERADOR PADRAO 0001 SENHA MASTER NIVEL 3".
           DISPLAY "TROCA DA SENHA OBRIGATORIA NO PRIMEIRO ACESSO".
       SEMENTE-FIM.
           EXIT.
      *---------[ VERIFICA O VENCIMENTO DA SENHA ]----------------------
       VERIF-VALIDADE.
           MOVE "N" TO W-EXPIROU.
           MOVE 90 TO W-DIAS-SENHA.
           OPEN INPUT ARQSEG
           IF ST-ERRO2 = "00"
              MOVE 1 TO SEG-CHAVE
              READ ARQSEG
              IF ST-ERRO2 = "00"
                 MOVE SEG-DIAS TO W-DIAS-SENHA
                 CLOSE ARQSEG
              ELSE
                 CLOSE ARQSEG.
           IF W-DIAS-SENHA = 0
              GO TO VERIF-VALIDADE-FIM.
           IF OPE-DTSENHA = 0
              MOVE "S" TO W-EXPIROU
              GO TO VERIF-VALIDADE-FIM.
           MOVE OPE-DTSENHA (1:4) TO W-DV-AAAA.
           MOVE OPE-DTSENHA (5:2) TO W-DV-MM.
           MOVE OPE-DTSENHA (7:2) TO W-DV-DD.
           MOVE W-DIAS-SENHA TO W-NDIAS.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           MOVE W-DV-AAAA TO W-DT-EXPIRA (1:4).
           MOVE W-DV-MM   TO W-DT-EXPIRA (5:2).
           MOVE W-DV-DD   TO W-DT-EXPIRA (7:2).
           IF W-HOJE > W-DT-EXPIRA
              MOVE "S" TO W-EXPIROU.
       VERIF-VALIDADE-FIM.
           EXIT.
      *---------[ SOMA W-NDIAS DIAS A DATA W-DV-AAAA/MM/DD ]-------------
       SOMA-DIAS.
           IF W-NDIAS = 0
                GO TO SOMA-DIAS-FIM.
           PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM.
           ADD 1 TO W-DV-DD.
           IF W-DV-DD > W-DIAS-MES
                MOVE 1 TO W-DV-DD
                ADD 1 TO W-DV-MM
                IF W-DV-MM > 12
                     MOVE 1 TO W-DV-MM
                     ADD 1 TO W-DV-AAAA.
           SUBTRACT 1 FROM W-NDIAS.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
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
