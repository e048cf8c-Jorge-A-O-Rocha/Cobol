       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVP049.
      *JORGE AUGUSTO DE OLIVEIRA ROCHA.
      *********************************************
      * CONVERSAO UNICA DO CADASTRO DE OPERADORES  *
      * PARA A POLITICA DE SENHAS                  *
      * ARQOPER GANHA DATA DA ULTIMA TROCA, FALHAS *
      * CONSECUTIVAS, BLOQUEIO E TROCA OBRIGATORIA *
      * TODOS OS OPERADORES TROCAM A SENHA NO      *
      * PROXIMO ACESSO                             *
      * GERA ARQOPERN.DAT                          *
      * APOS CONFERIR, RENOMEAR SOBRE O ORIGINAL   *
      *********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQOPE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS OPE-CODIGO
                       FILE STATUS  IS ST-ERRO
                       LOCK MODE    IS MANUAL.

           SELECT ARQNOVO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS NOV-CODIGO
                       FILE STATUS  IS ST-ERRO2
                       LOCK MODE    IS MANUAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQOPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPE.
           03 OPE-CODIGO             PIC 9(04).
           03 OPE-NOME               PIC X(30).
           03 OPE-SENHA              PIC X(08).
           03 OPE-NIVEL              PIC 9(01).

       FD  ARQNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPERN.DAT".
       01 REGNOVO.
           03 NOV-CODIGO             PIC 9(04).
           03 NOV-NOME               PIC X(30).
           03 NOV-SENHA              PIC X(08).
           03 NOV-NIVEL              PIC 9(01).
           03 NOV-DTSENHA            PIC 9(08).
           03 NOV-TENTAT             PIC 9(01).
           03 NOV-BLOQ               PIC X(01).
           03 NOV-TROCA              PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           01 ST-ERRO              PIC X(02) VALUE "00".
           01 ST-ERRO2             PIC X(02) VALUE "00".
           01 W-FIM                 PIC X(01) VALUE "N".
           01 W-TOT-OPE             PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------CONVERSAO DOS OPERADORES --------------
       R0.
           OPEN INPUT ARQOPE
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO ARQOPER NAO ENCONTRADO ***"
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQNOVO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DO ARQOPERN ***"
              CLOSE ARQOPE
              GO TO ROT-FIM2.
       R1.
           READ ARQOPE NEXT RECORD
               AT END MOVE "S" TO W-FIM
           END-READ.
           IF W-FIM = "S"
                GO TO R2.
           MOVE OPE-CODIGO   TO NOV-CODIGO.
           MOVE OPE-NOME     TO NOV-NOME.
           MOVE OPE-SENHA    TO NOV-SENHA.
           MOVE OPE-NIVEL    TO NOV-NIVEL.
           MOVE ZEROS        TO NOV-DTSENHA NOV-TENTAT.
           MOVE "N"          TO NOV-BLOQ.
           MOVE "S"          TO NOV-TROCA.
           WRITE REGNOVO
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO OPERADOR : " OPE-CODIGO
              CLOSE ARQOPE ARQNOVO
              GO TO ROT-FIM2.
           ADD 1 TO W-TOT-OPE.
           GO TO R1.
       R2.
           CLOSE ARQOPE ARQNOVO.

      *-------------TOTALIZACAO E INSTRUCOES ---------------------------
       R9.
           DISPLAY "OPERADORES CONVERTIDOS  : " W-TOT-OPE.
           DISPLAY "CONFERIR O ARQUIVO GERADO E RENOMEAR :".
           DISPLAY "  ARQOPERN.DAT SOBRE ARQOPER.DAT".
       ROT-FIM2.
           GOBACK.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
