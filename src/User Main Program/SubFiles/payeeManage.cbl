           MOVE ws-seq   TO PAYEE-Seq
           MOVE ws-nick  TO PAYEE-Nick
           MOVE ws-accno TO PAYEE-AccNo
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAYEE-AddDate
           WRITE PayeeRecord
               INVALID KEY
                   DISPLAY "ERROR: Saving payee failed."
