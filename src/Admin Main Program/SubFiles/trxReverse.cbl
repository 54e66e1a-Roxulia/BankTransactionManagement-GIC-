      * Author:Myo Thein Chit
      * Date:9-8-2025
      * Purpose:void/reverse a previously posted transaction and
      *         restore the affected balance(s); a cash posting also
      *         moves the reversing teller's drawer back
      * Tectonics: cobc
      ******************************************************************

       01  WS-ORIG-Amount      PIC S9(10)V99.
       01  WS-ORIG-Ccy         PIC X(3) VALUE "MMK".
       01  WS-ORIG-TrxType     PIC 9.
       01  WS-ORIG-Operator    PIC X(5).
       01  WS-ORIG-Branch      PIC X(3).
      *>the original row as posted, its GL mapping and which side of
      *>it (if any) was the cash account - a cash posting reversed at
      *>the counter moves the teller's drawer back the other way
       01  WS-ORIG-Record      PIC X(125).
       01  WS-MAP-KEY          PIC X(8).
       01  WS-CASH-SIDE        PIC X.
       01  WS-DRW-KIND         PIC X.
       01  WS-DRW-AMT          PIC 9(10)V99.

      *>Optional driver interface for the dispute register: a caller
      *>that passes the TrxID skips the prompt and gets back the
      *>reversing entry's ID plus a status code. AMain passes spaces
      *>to keep the original interactive prompt. LS-AdminId is the
      *>admin doing the reversal; it is stamped on the reversing
      *>entry as its operator.
       LINKAGE SECTION.
       01  LS-TrxID            PIC X(11).
       01  LS-RevTrxID         PIC X(11).
       01  LS-StatusCode       PIC X(2).
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING OPTIONAL LS-TrxID, LS-RevTrxID,
           LS-StatusCode, LS-AdminId.
       MAIN-SECTION.
           MOVE "99" TO LS-StatusCode
           MOVE SPACES TO LS-RevTrxID
           PERFORM RESTORE-BALANCES
           PERFORM WRITE-REVERSAL-TRX
           PERFORM MARK-REVERSED
           PERFORM MOVE-DRAWER

           MOVE WS-REV-TRXID TO LS-RevTrxID
           MOVE "00" TO LS-StatusCode
           MOVE Amount      TO WS-ORIG-Amount
           MOVE TrxType     TO WS-ORIG-TrxType
           MOVE TrxCurrency TO WS-ORIG-Ccy
           MOVE TrxOperator TO WS-ORIG-Operator
           MOVE TrxBranch   TO WS-ORIG-Branch
           MOVE TrxRecord   TO WS-ORIG-Record
           CLOSE TrxFile
           CALL '../../Utility Functions/bin/trxGlKey'
               USING BY REFERENCE WS-ORIG-Record, WS-MAP-KEY,
               WS-CASH-SIDE
           IF WS-ORIG-Operator = SPACES
               DISPLAY "Originally posted by : (not recorded)"
           ELSE
               DISPLAY "Originally posted by : " WS-ORIG-Operator
           END-IF.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<
      *>Refuse to reverse the same TrxID twice
           MOVE WS-ORIG-Amount      TO Amount
           MOVE TRX-TYPE-REVERSAL   TO TrxType
           MOVE "1" TO HolderInd
      *>the reversal is booked to the same branch as the original
           IF WS-ORIG-Branch = SPACES
               MOVE "001" TO TrxBranch
           ELSE
               MOVE WS-ORIG-Branch TO TrxBranch
           END-IF
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-ORIG-Ccy         TO TrxCurrency
           MOVE WS-ORIG-TrxType     TO RevOfType
           WRITE ReversedLogLine
           CLOSE ReversedLog.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<
      *>Cash that came in over the counter goes back out of the
      *>reversing teller's drawer, and cash paid out comes back in,
      *>so the drawer still proves to the cash GL. Non-cash postings
      *>leave the drawer alone.
       MOVE-DRAWER.
           IF WS-CASH-SIDE = SPACE OR LS-AdminId = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CASH-SIDE = "D"
               MOVE "O" TO WS-DRW-KIND
           ELSE
               MOVE "I" TO WS-DRW-KIND
           END-IF
           MOVE WS-ORIG-Amount TO WS-DRW-AMT
           CALL '../../Utility Functions/bin/updateDrawer'
               USING BY REFERENCE LS-AdminId, WS-DRW-KIND, WS-DRW-AMT.

       END PROGRAM trxReverse.
