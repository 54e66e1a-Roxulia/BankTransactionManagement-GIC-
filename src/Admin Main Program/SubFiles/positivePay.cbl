      *          pay-or-return instruction is recorded here before
      *          anything moves - "pay" corrects the lodged row so
      *          re-presentation goes through, "return" marks the
      *          leaf returned in Cheques.dat and enters it in the
      *          returned-cheque register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-DSP-B            PIC Z(9)9.99.
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).
       01  ws-rtn-reason       PIC X(2) VALUE "03".
       01  ws-rtn-status       PIC XX.

       COPY "../../Utility Functions/colorCodes.cpy".

                   CONTINUE
           END-REWRITE
           CLOSE ChequeFile
      *>returned on the drawer's own word - registered, no charge
           CALL '../../Utility Functions/bin/recordChequeReturn'
               USING BY REFERENCE PQ-AccNo, PQ-Leaf, PQ-PresAmt,
               PQ-PresPayee, ws-rtn-reason, LS-AdminId, ws-rtn-status
           .

       END PROGRAM positivePay.
