           MOVE PAG-VENCTO (1:4) TO W-VENCTO-ED (5:4).
           IF PAG-SITU = "P"
                MOVE "PAGO" TO W-SITU-TXT
           ELSE
           IF PAG-SITU = "E"
                MOVE "NO BANCO" TO W-SITU-TXT
           ELSE
                MOVE "ABERTO" TO W-SITU-TXT.
           MOVE PAG-FORNEC TO FOR-CPF.
                MOVE "*** TITULO JA LIQUIDADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *    TITULO EM REMESSA CNAB: A BAIXA VEM DO RETORNO (SVP046)
           IF PAG-SITU = "E"
                MOVE "*** TITULO ENVIADO AO BANCO, AGUARDE RETORNO ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
