      * Purpose: Open a new term deposit in data/FixedDeposits.dat,
      *          moving the principal out of the user's on-demand
      *          balance in UserAccounts.dat until it matures.
      *          The placement is posted to Transactions.dat so the
      *          GL moves it from customer deposits to the term
      *          deposit book, and the customer's deposit
      *          certificate is printed to the report spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS FXD-ID
               FILE STATUS IS WS-FD-FS.

           SELECT TrxFile ASSIGN TO "../../../data/Transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  UserFile.
       01  FDRecord.
           COPY "../../Utility Functions/fixedDepositFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-FD-FS            PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  EOF-Flag            PIC X VALUE 'N'.
       01  PrevFDID            PIC 9(5) VALUE ZERO.
       01  WS-UID              PIC 9(5).
       01  WS-TermMonths       PIC 9(3).
       01  WS-NewBalance       PIC S9(10)V99.
       01  WS-MatInstr         PIC X.
      *>deposit certificate printed for the new placement
       01  WS-AdvEvent         PIC X(8) VALUE "PLACED".
       01  WS-AdvInterest      PIC 9(10)V99 VALUE 0.
       01  WS-AdvPenalty       PIC 9(10)V99 VALUE 0.
       01  WS-AdvPayout        PIC 9(12)V99 VALUE 0.
       01  WS-AdvLinkedFD      PIC 9(5) VALUE 0.
       01  WS-MaturityYY       PIC 9(4).
       01  WS-MaturityMM       PIC 9(2).
       01  WS-MaturityDate.
       *>For trxConstant VALUES (minaccountbalance)
       COPY "../../Utility Functions/trxConstants.cpy".

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       *>For display colors
       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-SECTION.
           call '../../Utility Functions/bin/loadTrxLimits'
           using by REFERENCE minAmoDepo, maxAmoDepo,
               minwithdraw, maxwithdraw, minaccountbalance
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           PERFORM Prompt-Owner
           PERFORM Prompt-Terms
           CLOSE FDFile.

      *-------------------------------------------------------------------*
      *>The placement is posted like a withdrawal so the passbook
      *>shows where the money went and the GL carries it into the
      *>term deposit book.
       Debit-Account.

           MOVE WS-NewBalance TO Balance
           ADD 1 TO TrxCount
           REWRITE UserRecord
               INVALID KEY
                   DISPLAY esc redx
                   CLOSE UserFile
                   exit PROGRAM
           END-REWRITE

           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxWDPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           MOVE UAccNo       TO SenderAcc
           MOVE 0            TO ReceiverAcc
           MOVE "FD Placement" TO Description
           MOVE WS-Principal TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE  TO TimeStamp(1:8)
           MOVE WS-BUS-DATE  TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           CLOSE UserFile

           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY esc redx
                   DISPLAY "Writing placement transaction failed."
                   DISPLAY esc resetx
           END-WRITE
           CLOSE TrxFile.

      *-------------------------------------------------------------------*
       Write-Record.
           MOVE WS-MaturityDate  TO FXD-MaturityDate
           MOVE "O"              TO FXD-Status
           MOVE WS-MatInstr      TO FXD-MatInstr
           MOVE 0                TO FXD-AccruedInt
           MOVE 0                TO FXD-AccrualDate

           OPEN I-O FDFile
           WRITE FDRecord
                   DISPLAY "* Matures : " FXD-MaturityDate "       *"
                   DISPLAY "**************************************"
                   DISPLAY esc resetx
                   CALL '../../Utility Functions/bin/fdAdvice'
                       USING BY REFERENCE WS-AdvEvent, FDRecord,
                       WS-AdvInterest, WS-AdvPenalty, WS-AdvPayout,
                       WS-AdvLinkedFD, LS-AdminId
           END-WRITE
           CLOSE FDFile.

