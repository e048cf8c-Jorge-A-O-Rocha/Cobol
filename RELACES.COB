       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP051.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * RELATORIO DE ACESSOS PARA AUDITORIA        *
      * LISTA O LOGACES NUM PERIODO (ENTRADAS,     *
      * SAIDAS, FALHAS, BLOQUEIOS, TROCAS E        *
      * REDEFINICOES DE SENHA), TOTALIZA POR       *
      * EVENTO E MOSTRA A SITUACAO ATUAL DE CADA   *
      * OPERADOR (BLOQUEIO E VENCIMENTO DA SENHA)  *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGACES ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO.

           SELECT ARQOPE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS OPE-CODIGO
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL.

           SELECT ARQSEG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS SEG-CHAVE
                       FILE STATUS  IS ST-ERRO3
                       LOCK MODE    IS MANUAL.

           SELECT RELATORIO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-ERRO4.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LOGACES
               LABEL RECORD IS STANDARD.
       01 REG-LOGACES.
           03 ACE-DATA               PIC 9(08).
           03 ACE-HORA               PIC 9(08).
           03 ACE-EVENTO             PIC X(12).
           03 ACE-OPER               PIC 9(04).
           03 ACE-RESP               PIC 9(04).

       FD  ARQOPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPE.
           03 OPE-CODIGO             PIC 9(04).
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

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
       01 REL-LINHA                PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 ST-ERRO3             PIC X(02) VALUE "00".
           01 ST-ERRO4             PIC X(02) VALUE "00".
           01 W-TEM-ARQOPE          PIC X(01) VALUE "N".
           01 W-FIM                 PIC X(01) VALUE "N".

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

           01 W-OPER                PIC 9(04) VALUE ZEROS.
           01 W-QTD-LIN             PIC 9(06) VALUE ZEROS.
           01 W-IDX                 PIC 9(02) VALUE ZEROS.
           01 W-HOJE                PIC 9(08) VALUE ZEROS.
           01 W-DIAS-SENHA          PIC 9(03) VALUE 90.
           01 W-DT-EXPIRA           PIC 9(08) VALUE ZEROS.
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

      *---------[ EVENTOS DO LOG DE ACESSOS ]-------------------------
           01 W-EVT-TAB.
               05 FILLER PIC X(12) VALUE "ENTRADA".
               05 FILLER PIC X(12) VALUE "SAIDA".
               05 FILLER PIC X(12) VALUE "FALHA".
               05 FILLER PIC X(12) VALUE "BLOQUEIO".
               05 FILLER PIC X(12) VALUE "NEGADO".
               05 FILLER PIC X(12) VALUE "TROCA SENHA".
               05 FILLER PIC X(12) VALUE "RESET SENHA".
               05 FILLER PIC X(12) VALUE "DESBLOQUEIO".
               05 FILLER PIC X(12) VALUE "INCLUSAO".
               05 FILLER PIC X(12) VALUE "EXCLUSAO".
           01 W-EVT-R REDEFINES W-EVT-TAB.
               05 W-EVT-NOME        PIC X(12) OCCURS 10 TIMES.
           01 W-EVT-QTDS.
               05 W-EVT-QTD         PIC 9(06) OCCURS 10 TIMES.
           01 W-EVT-OUTROS          PIC 9(06) VALUE ZEROS.

      *---------[ LINHAS DO RELATORIO ]-----------------------------
           01 W-CAB1.
               05 FILLER PIC X(31) VALUE
                  "RELATORIO DE ACESSOS DE ".
               05 WC-DTINI          PIC X(10).
               05 FILLER PIC X(05) VALUE " ATE ".
               05 WC-DTFIM          PIC X(10).
               05 FILLER PIC X(12) VALUE "  OPERADOR: ".
               05 WC-OPER           PIC X(05).

           01 W-CAB2.
               05 FILLER PIC X(20) VALUE "DATA       HORA".
               05 FILLER PIC X(13) VALUE "EVENTO".
               05 FILLER PIC X(36) VALUE "OPERADOR".
               05 FILLER PIC X(12) VALUE "RESPONSAVEL".

           01 W-DETALHE.
               05 WD-DIA            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WD-MES            PIC 9(02).
               05 FILLER            PIC X(01) VALUE "/".
               05 WD-ANO            PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-HH             PIC 9(02).
               05 FILLER            PIC X(01) VALUE ":".
               05 WD-MI             PIC 9(02).
               05 FILLER            PIC X(01) VALUE ":".
               05 WD-SS             PIC 9(02).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-EVENTO         PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-OPER           PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-NOME           PIC X(30).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WD-RESP           PIC 9(04).

           01 W-LINEVT.
               05 WE-EVENTO         PIC X(12).
               05 FILLER            PIC X(03) VALUE " : ".
               05 WE-QTD            PIC Z(5)9.

           01 W-CAB3.
               05 FILLER PIC X(36) VALUE
                  "SITUACAO ATUAL DOS OPERADORES".
               05 FILLER PIC X(20) VALUE "VALIDADE DA SENHA : ".
               05 WC-DIAS           PIC ZZ9.
               05 FILLER PIC X(05) VALUE " DIAS".

           01 W-CAB4.
               05 FILLER PIC X(36) VALUE "COD  NOME".
               05 FILLER PIC X(06) VALUE "NIVEL".
               05 FILLER PIC X(11) VALUE "ULT.TROCA".
               05 FILLER PIC X(11) VALUE "VENCIMENTO".
               05 FILLER PIC X(07) VALUE "FALHAS".
               05 FILLER PIC X(14) VALUE "SITUACAO".

           01 W-DETOPE.
               05 WO-COD            PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WO-NOME           PIC X(30).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WO-NIVEL          PIC 9(01).
               05 FILLER            PIC X(05) VALUE SPACES.
               05 WO-DTSENHA        PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WO-DTEXPIRA       PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WO-TENTAT         PIC 9(01).
               05 FILLER            PIC X(06) VALUE SPACES.
               05 WO-SITU           PIC X(14).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT LOGACES
           IF ST-ERRO NOT = "00"
              DISPLAY "*** LOG DE ACESSOS LOGACES NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT ARQOPE
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEM-ARQOPE
           ELSE
              MOVE "N" TO W-TEM-ARQOPE.
       R0B.
           MOVE 90 TO W-DIAS-SENHA.
           OPEN INPUT ARQSEG
           IF ST-ERRO3 = "00"
              MOVE 1 TO SEG-CHAVE
              READ ARQSEG
              IF ST-ERRO3 = "00"
                 MOVE SEG-DIAS TO W-DIAS-SENHA
                 CLOSE ARQSEG
              ELSE
                 CLOSE ARQSEG.
       R0C.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO RELATORIO ***"
              GO TO ROT-FIM.

      *------------- PERIODO E OPERADOR ------------
       R1.
           DISPLAY "DATA INICIAL (DDMMAAAA)     : "
               WITH NO ADVANCING.
           ACCEPT W-DTINI.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTINI W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R1.
       R1A.
           DISPLAY "DATA FINAL   (DDMMAAAA)     : "
               WITH NO ADVANCING.
           ACCEPT W-DTFIM.
           MOVE "S" TO W-DT-FUTURO.
           CALL "SVPDATA" USING W-DTFIM W-DT-FUTURO W-DT-VALIDO.
           IF W-DT-VALIDO NOT = "S"
              DISPLAY "*** INFORME UMA DATA VALIDA (DDMMAAAA) ***"
              GO TO R1A.
           MOVE W-DTINI-AAAA TO W-DTINI-AMD (1:4).
           MOVE W-DTINI-MM   TO W-DTINI-AMD (5:2).
           MOVE W-DTINI-DD   TO W-DTINI-AMD (7:2).
           MOVE W-DTFIM-AAAA TO W-DTFIM-AMD (1:4).
           MOVE W-DTFIM-MM   TO W-DTFIM-AMD (5:2).
           MOVE W-DTFIM-DD   TO W-DTFIM-AMD (7:2).
           IF W-DTINI-AMD > W-DTFIM-AMD
              DISPLAY "*** DATA INICIAL MAIOR QUE A FINAL ***"
              GO TO R1.
       R1B.
           DISPLAY "OPERADOR (0000 = TODOS)     : "
               WITH NO ADVANCING.
           ACCEPT W-OPER.

      *------------- CABECALHO ------------
       R2.
           MOVE ZEROS TO W-EVT-QTDS W-EVT-OUTROS W-QTD-LIN.
           STRING W-DTINI-DD "/" W-DTINI-MM "/" W-DTINI-AAAA
                  DELIMITED BY SIZE INTO WC-DTINI.
           STRING W-DTFIM-DD "/" W-DTFIM-MM "/" W-DTFIM-AAAA
                  DELIMITED BY SIZE INTO WC-DTFIM.
           IF W-OPER = 0
              MOVE "TODOS" TO WC-OPER
           ELSE
              MOVE W-OPER TO WC-OPER.
           MOVE W-CAB1 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      *------------- EVENTOS DO PERIODO ------------
       R3.
           READ LOGACES NEXT RECORD
               AT END MOVE "S" TO W-FIM
           END-READ.
           IF W-FIM = "S"
                GO TO R4.
           IF ACE-DATA < W-DTINI-AMD OR ACE-DATA > W-DTFIM-AMD
                GO TO R3.
           IF W-OPER NOT = 0 AND ACE-OPER NOT = W-OPER
                GO TO R3.
           MOVE ACE-DATA (7:2) TO WD-DIA.
           MOVE ACE-DATA (5:2) TO WD-MES.
           MOVE ACE-DATA (1:4) TO WD-ANO.
           MOVE ACE-HORA (1:2) TO WD-HH.
           MOVE ACE-HORA (3:2) TO WD-MI.
           MOVE ACE-HORA (5:2) TO WD-SS.
           MOVE ACE-EVENTO TO WD-EVENTO.
           MOVE ACE-OPER TO WD-OPER.
           MOVE ACE-RESP TO WD-RESP.
           MOVE "OPERADOR NAO CADASTRADO" TO WD-NOME.
           IF W-TEM-ARQOPE = "S"
                MOVE ACE-OPER TO OPE-CODIGO
                READ ARQOPE
                IF ST-ERRO2 = "00"
                     MOVE OPE-NOME TO WD-NOME.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           ADD 1 TO W-QTD-LIN.
           PERFORM CONTA-EVENTO THRU CONTA-EVENTO-FIM.
           GO TO R3.

      *------------- TOTAIS POR EVENTO ------------
       R4.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           IF W-QTD-LIN = 0
              MOVE "*** SEM ACESSOS NO PERIODO ***" TO REL-LINHA
              WRITE REL-LINHA
              DISPLAY REL-LINHA
              GO TO R5.
           MOVE "TOTAIS POR EVENTO" TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE ZEROS TO W-IDX.
       R4A.
           ADD 1 TO W-IDX.
           IF W-IDX > 10
                GO TO R4B.
           MOVE W-EVT-NOME (W-IDX) TO WE-EVENTO.
           MOVE W-EVT-QTD (W-IDX) TO WE-QTD.
           MOVE W-LINEVT TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           GO TO R4A.
       R4B.
           IF W-EVT-OUTROS > 0
              MOVE "OUTROS" TO WE-EVENTO
              MOVE W-EVT-OUTROS TO WE-QTD
              MOVE W-LINEVT TO REL-LINHA
              WRITE REL-LINHA
              DISPLAY REL-LINHA.

      *------------- SITUACAO ATUAL DOS OPERADORES ------------
       R5.
           IF W-TEM-ARQOPE = "N"
                GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-DIAS-SENHA TO WC-DIAS.
           MOVE W-CAB3 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-CAB4 TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           MOVE W-OPER TO OPE-CODIGO.
           START ARQOPE KEY IS NOT LESS OPE-CODIGO
               INVALID KEY GO TO ROT-FIM
           END-START.
       R5A.
           READ ARQOPE NEXT RECORD
               AT END GO TO ROT-FIM
           END-READ.
           IF W-OPER NOT = 0 AND OPE-CODIGO NOT = W-OPER
                GO TO ROT-FIM.
           PERFORM IMPRIME-OPE THRU IMPRIME-OPE-FIM.
           GO TO R5A.

      *-------------------------------------------------------------------------------------------
      *---------[ CONTAGEM DO EVENTO LIDO ]-----------------------------
       CONTA-EVENTO.
           MOVE ZEROS TO W-IDX.
       CONTA-EVENTO1.
           ADD 1 TO W-IDX.
           IF W-IDX > 10
                ADD 1 TO W-EVT-OUTROS
                GO TO CONTA-EVENTO-FIM.
           IF W-EVT-NOME (W-IDX) NOT = ACE-EVENTO
                GO TO CONTA-EVENTO1.
           ADD 1 TO W-EVT-QTD (W-IDX).
       CONTA-EVENTO-FIM.
           EXIT.
      *---------[ LINHA DE SITUACAO DE UM OPERADOR ]--------------------
       IMPRIME-OPE.
           MOVE OPE-CODIGO TO WO-COD.
           MOVE OPE-NOME TO WO-NOME.
           MOVE OPE-NIVEL TO WO-NIVEL.
           MOVE OPE-TENTAT TO WO-TENTAT.
           MOVE SPACES TO WO-DTSENHA WO-DTEXPIRA.
           MOVE ZEROS TO W-DT-EXPIRA.
           IF OPE-DTSENHA = 0
                GO TO IMPRIME-OPE1.
           STRING OPE-DTSENHA (7:2) "/" OPE-DTSENHA (5:2) "/"
                  OPE-DTSENHA (1:4) DELIMITED BY SIZE
                  INTO WO-DTSENHA.
           IF W-DIAS-SENHA = 0
                GO TO IMPRIME-OPE1.
           MOVE OPE-DTSENHA (1:4) TO W-DV-AAAA.
           MOVE OPE-DTSENHA (5:2) TO W-DV-MM.
           MOVE OPE-DTSENHA (7:2) TO W-DV-DD.
           MOVE W-DIAS-SENHA TO W-NDIAS.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           MOVE W-DV-AAAA TO W-DT-EXPIRA (1:4).
           MOVE W-DV-MM   TO W-DT-EXPIRA (5:2).
           MOVE W-DV-DD   TO W-DT-EXPIRA (7:2).
           STRING W-DV-DD "/" W-DV-MM "/" W-DV-AAAA
                  DELIMITED BY SIZE INTO WO-DTEXPIRA.
       IMPRIME-OPE1.
           IF OPE-BLOQ = "S"
                MOVE "BLOQUEADO" TO WO-SITU
           ELSE
           IF OPE-TROCA = "S" OR OPE-DTSENHA = 0
                MOVE "TROCA PENDENTE" TO WO-SITU
           ELSE
           IF W-DT-EXPIRA NOT = 0 AND W-HOJE > W-DT-EXPIRA
                MOVE "SENHA VENCIDA" TO WO-SITU
           ELSE
                MOVE "ATIVO" TO WO-SITU.
           MOVE W-DETOPE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
       IMPRIME-OPE-FIM.
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
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE LOGACES.
           IF W-TEM-ARQOPE = "S"
              CLOSE ARQOPE.
           CLOSE RELATORIO.
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    OBS : RESPONSAVEL E QUEM EXECUTOU O EVENTO (O SUPERVISOR
      *          NAS REDEFINICOES, DESBLOQUEIOS, INCLUSOES E
      *          EXCLUSOES; ZEROS NA FALHA DE CODIGO INEXISTENTE)
