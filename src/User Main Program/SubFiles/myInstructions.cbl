       01  ws-soid         pic 9(5).
       01  ws-confirm      pic x.
       01  ws-dsp-amt      pic z(9)9.99.
       01  ws-dsp-to       pic 9(16).
       01  WS-PRQ-FS       pic xx.

       COPY "../../Utility Functions/colorCodes.cpy".
                   NOT AT END
                       IF SO-SenderUID = LS-UID
                           MOVE SO-Amount TO ws-dsp-amt
                           PERFORM SET-DSP-TO
                           DISPLAY SO-ID "  " SO-FreqUnit "   "
                               SO-Interval "  " SO-DayOfMonth " "
                               ws-dsp-amt "  " ws-dsp-to "  "
                               SO-LastRunDate "  " SO-Status
                       END-IF
               END-READ
           END-IF

           MOVE SO-Amount TO ws-dsp-amt
           PERFORM SET-DSP-TO
           DISPLAY "Stop order " SO-ID " of "
               FUNCTION TRIM(ws-dsp-amt) " to " ws-dsp-to
               " ? (Y/N): "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
           END-PERFORM
           CLOSE PrqFile.

      *>an order paying another bank shows its external account
       SET-DSP-TO.
           IF SO-DEST-EXTERNAL
               MOVE SO-ExtAcc TO ws-dsp-to
           ELSE
               MOVE SO-ReceiverAcc TO ws-dsp-to
           END-IF.

       END PROGRAM myInstructions.
