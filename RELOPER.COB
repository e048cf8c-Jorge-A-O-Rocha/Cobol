           03 LGP-HORA               PIC 9(08).
           03 LGP-OPERACAO           PIC X(10).
           03 LGP-CHAVE              PIC 9(06).
           03 LGP-ANTES              PIC X(81).
           03 LGP-ANTES-R REDEFINES LGP-ANTES.
               05 FILLER             PIC X(68).
               05 LGP-ANTES-ESTOQ    PIC 9(06).
               05 FILLER             PIC X(07).
           03 LGP-DEPOIS             PIC X(81).
           03 LGP-DEPOIS-R REDEFINES LGP-DEPOIS.
               05 FILLER             PIC X(68).
               05 LGP-DEPOIS-ESTOQ   PIC 9(06).
               05 FILLER             PIC X(07).
           03 LGP-OPERADOR           PIC 9(04).

       FD  LOGFOR
           03 OPE-NOME               PIC X(30).
           03 OPE-SENHA              PIC X(08).
           03 OPE-NIVEL              PIC 9(01).
           03 OPE-DTSENHA            PIC 9(08).
           03 OPE-TENTAT             PIC 9(01).
           03 OPE-BLOQ               PIC X(01).
           03 OPE-TROCA              PIC X(01).

       FD  RELATORIO
               LABEL RECORD IS STANDARD.
