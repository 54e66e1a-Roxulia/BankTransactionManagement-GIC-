
       WORKING-STORAGE SECTION.
       01  WS-FS             PIC XX.
       01  WS-OtpStatus      PIC X(2).
       01  WS-OtpAmount      PIC 9(10)V99.
       01  WS-SendRate       PIC 9(6)V9(4).
       01  WS-FxStatus       PIC X(2).
       01  WS-FS1            PIC XX.
       01  WS-BLR-FS         PIC XX.
       01  WS-LOCK-FS        PIC XX.
       01  WS-Confirm        PIC X.
       01  WS-XrefSide       PIC X.
       01  WS-SendCcy        PIC X(3) VALUE "MMK".
       01  WS-SendBranch     PIC X(3) VALUE "001".
       01  WS-LockStatus     PIC X(2).
       01  WS-DailyPosted    PIC 9(10)V99 VALUE ZERO.
       01  WS-DailyStatus    PIC X(2).
           END-IF

           PERFORM VALIDATE-USER
           PERFORM OTP-STEP-UP
      *>same per-UID lock discipline as trxTransfer - every online
      *>writer has to honor it or the scheme protects nothing
           MOVE C-UID        TO WS-LockA
               EXIT PROGRAM
           END-IF.

      *>large payments, or a biller account the customer has just
      *>saved as a payee, need a one-time code on top of the password
      *>the step-up threshold is in kyats - an amount in a
      *>foreign-currency account is converted first, as trxTransfer
      *>does
       OTP-STEP-UP.
           OPEN INPUT USERACCOUNTS
           IF WS-FS = "00"
               MOVE C-UID TO UID
               READ USERACCOUNTS KEY IS UID
                   NOT INVALID KEY
                       MOVE UCurrency TO WS-SendCcy
               END-READ
               CLOSE USERACCOUNTS
           END-IF
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
           using by REFERENCE C-UID, WS-OtpAmount, WS-BillerAcc,
               WS-OtpStatus
           IF WS-OtpStatus NOT = "00"
               DISPLAY "Payment cancelled."
               MOVE "95" TO LS-StatusCode
               EXIT PROGRAM
           END-IF.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Debit the customer, credit the biller's collection account,
      *>and post one transfer with the biller code and reference in
               EXIT PROGRAM
           END-IF
           MOVE UCurrency TO WS-SendCcy
           MOVE UBranch TO WS-SendBranch
           MOVE USERDATA TO WS-PitBefore
           SUBTRACT WS-Amount FROM Balance
           ADD 1 TO TrxCount
           MOVE WS-Amount    TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-SendBranch TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE "BILL" TO TrxCategory
           MOVE WS-SendCcy   TO TrxCurrency
           MOVE WS-BusinessDate TO TimeStamp(1:8)
