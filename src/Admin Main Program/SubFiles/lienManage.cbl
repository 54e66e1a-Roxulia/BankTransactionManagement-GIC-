               DISPLAY "ERROR: Amount must be non-zero."
               EXIT PARAGRAPH
           END-IF
           IF WS-Benef = 0
               DISPLAY "ERROR: The beneficiary account is required."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT UserFile
           IF WS-USR-FS NOT = "00"
               CLOSE LienFile
               EXIT PARAGRAPH
           END-IF
           IF LIEN-Beneficiary = 0
               DISPLAY "Lien is the margin for guarantee "
                   LIEN-OrderRef " - it is released from the "
                   "guarantee register."
               CLOSE LienFile
               EXIT PARAGRAPH
           END-IF
           MOVE LIEN-Remaining TO WS-DSP-AMT
           DISPLAY "Order " LIEN-OrderRef " on " LIEN-AccNo
               " - remaining " WS-DSP-AMT
