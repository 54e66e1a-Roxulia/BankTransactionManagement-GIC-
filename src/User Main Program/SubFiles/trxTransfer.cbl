
       WORKING-STORAGE SECTION.
       01  WS-PAY-FS         PIC XX.
       01  WS-OtpAmount      PIC 9(10)V99.
       01  WS-OtpStatus      PIC X(2).
       01  WS-ST-FS          PIC XX.
       01  WS-RecvInput      PIC X(16).
       01  WS-PayeePick      PIC 9(3).
           PERFORM ASK-EXEC-DATE
           IF WS-ExecDate > WS-BusinessDate
               perform validate-user
               PERFORM OTP-STEP-UP
               PERFORM QUEUE-SCHEDULED-TRANSFER
               exit program
           END-IF
           perform validate_amount
           perform validate-user
           PERFORM OTP-STEP-UP
      *>a business account's mandate rule: above the sole-signing
      *>limit the transfer waits in the co-approval inbox for a
      *>second signatory instead of posting now
               exit program
           end-if.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Large transfers and transfers to a freshly saved payee need
      *>a one-time code on top of the password. The threshold is in
      *>MMK, so a foreign-currency amount is measured at the mid rate.
       OTP-STEP-UP.
           MOVE WS-Amount TO WS-OtpAmount
           IF WS-SendCcy NOT = "MMK"
               call '../../Utility Functions/bin/loadFxRate'
               using by REFERENCE WS-SendCcy, WS-SendRate, WS-FxStatus
               IF WS-FxStatus = "00"
                   COMPUTE WS-OtpAmount ROUNDED =
                       WS-Amount * WS-SendRate
               END-IF
           END-IF
           call '../../Utility Functions/bin/otpStepUp'
           using by REFERENCE U-UID, WS-OtpAmount, WS-ReceiverAcc,
               WS-OtpStatus
           IF WS-OtpStatus NOT = "00"
               DISPLAY "Transfer cancelled."
               move "95" to LS-StatusCode
               exit program
           END-IF.

       validate_amount.
           if WS-Amount < 0
               display esc redx
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE WS-Holder      TO HolderInd
           MOVE WS-Branch      TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE "FEE " TO TrxCategory
           MOVE WS-SendCcy     TO TrxCurrency
           move WS-BusinessDate to TimeStamp(1:8)
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE WS-Holder   TO HolderInd
           MOVE WS-Branch   TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE WS-Category TO TrxCategory
           MOVE WS-SendCcy  TO TrxCurrency
      *>posting date is the business date; only the time of day comes
           MOVE TRX-TYPE-FXREVAL TO TrxType
           MOVE WS-Holder   TO HolderInd
           MOVE WS-Branch   TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE "MISC"      TO TrxCategory
           MOVE "MMK"       TO TrxCurrency
           move WS-BusinessDate to TimeStamp(1:8)
