      *          branch, account, direction, amount, customer name
      *          and NRC pulled through UserAccounts.dat and
      *          Customers.dat - replacing the list compliance used
      *          to re-key by hand off dayEndSummary. Banknote
      *          exchanges at the counter (data/FxExchanges.dat) at
      *          or above the threshold in MMK go in too, with no
      *          account and the walk-in's own name and NRC. The
      *          extract is registered in the spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.

           SELECT ExchFile ASSIGN TO '../../../data/FxExchanges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXE-ID
               FILE STATUS IS WS-FXE-FS.

           SELECT ExtractOut ASSIGN TO WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
       01  CustomerRecord.
           copy 'customerFile.cpy'.

       FD  ExchFile.
       01  ExchRecord.
           copy 'fxExchangeFile.cpy'.

       FD  ExtractOut.
      *>the regulator's fixed layout: report date, branch, account,
      *>direction, amount in whole kyat-and-pya digits, NRC, name;
      *>direction D deposit, W withdrawal, B foreign notes bought
      *>from the customer, S foreign notes sold to the customer
       01  ExtractLine.
           05  EXT-Date        PIC 9(8).
           05  EXT-Branch      PIC X(3).
       01  WS-FS               PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-FXE-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  WS-THRESHOLD        PIC 9(10)V99.
       01  WS-CASH-ACC         PIC 9(16).
       01  WS-DIRECTION        PIC X.
       01  WS-MAP-KEY          PIC X(8).
       01  WS-CASH-SIDE        PIC X.
       01  WS-WHOLE-AMT        PIC 9(12).
       01  report_count        PIC 9(5) VALUE 0.
       01  noname_count        PIC 9(5) VALUE 0.
               END-READ
           END-PERFORM

           PERFORM EXTRACT-EXCHANGES

           CLOSE ExtractOut
           CLOSE CustomerFile
           CLOSE userfile
      *>the receiver, of a withdrawal the sender; the holder's name
      *>and NRC come off the account row and the customer master.
       EXTRACT-ONE-TRX.
      *>deposit and withdraw rows also carry FD/RD placements, service
      *>charges and the like - only a row that lands on the cash GL is
      *>cash over the counter
           CALL '../../Utility Functions/bin/trxGlKey'
               USING BY REFERENCE TransactionRecord, WS-MAP-KEY,
               WS-CASH-SIDE
           IF WS-CASH-SIDE = SPACE
               EXIT PARAGRAPH
           END-IF
           IF TrxType = TRX-TYPE-DEPOSIT
               MOVE ReceiverAcc TO WS-CASH-ACC
               MOVE "D" TO WS-DIRECTION
           MOVE CUST-Name TO EXT-Name
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Counter banknote exchanges, measured on the MMK paid or
      *>received. The customer holds no account, so the name and
      *>NRC are the ones taken at the counter.
       EXTRACT-EXCHANGES.
           OPEN INPUT ExchFile
           IF WS-FXE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ ExchFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF FXE-Date = WS-BUS-DATE
                           AND FXE-MmkAmount >= WS-THRESHOLD
                           MOVE WS-BUS-DATE  TO EXT-Date
                           MOVE FXE-Branch   TO EXT-Branch
                           MOVE 0            TO EXT-AccNo
                           MOVE FXE-Dir      TO EXT-Direction
                           COMPUTE WS-WHOLE-AMT = FXE-MmkAmount * 100
                           MOVE WS-WHOLE-AMT TO EXT-Amount
                           MOVE FXE-CustNrc  TO EXT-NRC
                           MOVE FXE-CustName TO EXT-Name
                           WRITE ExtractLine
                           ADD 1 TO report_count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ExchFile
           .

       END PROGRAM fiuCashReport.
