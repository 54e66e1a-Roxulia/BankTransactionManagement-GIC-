      *          with the reversing transaction's ID so the register
      *          and ReversedTrx.dat cross-reference each other. An
      *          aging report lists disputes open beyond N days.
      *          A card dispute raised as a chargeback
      *          (chargebackManage) is with the card network and is
      *          resolved from the network's answer, not from here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  DSP-REVIEW      VALUE "U".
               88  DSP-REVERSED    VALUE "R".
               88  DSP-UPHELD      VALUE "X".
               88  DSP-CHARGEBACK  VALUE "C".

       FD  TrxFile.
       01  TransactionRecord.
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF DSP-OPEN OR DSP-REVIEW OR DSP-CHARGEBACK
                           COMPUTE WS-AGE =
                             FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                             - FUNCTION
                   CLOSE DisputeFile
                   EXIT PARAGRAPH
           END-READ
           IF DSP-CHARGEBACK
               DISPLAY "Case is with the card network as a "
                   "chargeback."
               CLOSE DisputeFile
               EXIT PARAGRAPH
           END-IF
           IF NOT DSP-OPEN AND NOT DSP-REVIEW
               DISPLAY "Case is already resolved."
               CLOSE DisputeFile
           CLOSE DisputeFile

           CALL '../SubFiles/bin/trxReverse'
               USING ws-trxid, ws-rev-trxid, revStatusCode,
                   LS-AdminId
           IF revStatusCode NOT = "00"
               DISPLAY esc redx
               DISPLAY "Reversal did not complete - case unchanged."
                   CLOSE DisputeFile
                   EXIT PARAGRAPH
           END-READ
           IF DSP-CHARGEBACK
               DISPLAY "Case is with the card network as a "
                   "chargeback."
               CLOSE DisputeFile
               EXIT PARAGRAPH
           END-IF
           IF NOT DSP-OPEN AND NOT DSP-REVIEW
               DISPLAY "Case is already resolved."
               CLOSE DisputeFile
