           END-READ.
           IF W-FIM-ARQPAG = "S"
                GO TO R3-FIM.
           IF PAG-SITU NOT = "A" AND "E"
                GO TO R3-LOOP.
           IF PAG-FORNEC NOT = FOR-CPF
                GO TO R3-LOOP.
           ELSE
                MOVE "A VENCER" TO WD-SITU
                ADD PAG-VALOR TO W-SUB-ABERTO.
           IF PAG-SITU = "E"
                MOVE "NO BANCO" TO WD-SITU.
           MOVE W-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
