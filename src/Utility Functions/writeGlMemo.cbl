      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Append one GL-only memo row to Transactions.dat -
      *          no customer account on either side, so no balance
      *          moves and Reconciliation passes over it, but
      *          glPosting maps it off its description into the
      *          ledger. Used by the fixed deposit jobs for interest
      *          accruals, accrual reversals and interest paid. The
      *          caller supplies a TrxID that identifies the event,
      *          so a re-run finds the row already there and books
      *          nothing twice; LS-Status comes back "22" then.
      *          The row carries the branch and operator the caller
      *          passes - the counter screens the teller's branch and
      *          admin id, the batch jobs the account's branch and
      *          BATCH. A blank branch books to head office (001).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. writeGlMemo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TrxFile.
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-TRX-FS           PIC XX.

       copy 'trxTypeCodes.cpy'.

       LINKAGE SECTION.
       01  LS-TrxID            PIC X(11).
       01  LS-Description      PIC X(30).
       01  LS-Amount           PIC 9(10)V99.
       01  LS-BusDate          PIC 9(8).
       01  LS-Branch           PIC X(3).
       01  LS-Operator         PIC X(5).
       01  LS-Status           PIC XX.

       PROCEDURE DIVISION USING LS-TrxID, LS-Description, LS-Amount,
           LS-BusDate, LS-Branch, LS-Operator, LS-Status.
       MAIN-PROCEDURE.
           MOVE "00" TO LS-Status
           IF LS-Amount = 0
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO TransactionRecord
           MOVE LS-TrxID TO TrxID
           MOVE 0 TO SenderAcc
           MOVE 0 TO ReceiverAcc
           MOVE LS-Description TO Description
           MOVE LS-Amount TO Amount
           MOVE TRX-TYPE-PROVISION TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           IF LS-Branch = SPACES
               MOVE "001" TO TrxBranch
           ELSE
               MOVE LS-Branch TO TrxBranch
           END-IF
           MOVE LS-Operator TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE LS-BusDate TO TimeStamp(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           MOVE LS-BusDate TO TrxValueDate

           OPEN I-O TrxFile
           IF WS-TRX-FS = "35"
               CLOSE TrxFile
               OPEN OUTPUT TrxFile
           END-IF
           WRITE TransactionRecord
               INVALID KEY
                   MOVE WS-TRX-FS TO LS-Status
           END-WRITE
           CLOSE TrxFile
           EXIT PROGRAM.

       END PROGRAM writeGlMemo.
