      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Resolve one Transactions.dat row to the
      *          GLMapping.dat key glPosting journals it under, and
      *          optionally say which side of that mapping is the
      *          cash account. One place decides what a row is, so
      *          glPosting, the cash-to-GL proof, the trxReverse
      *          guard and the cash reporting (FIU cash report, cash
      *          structuring) cannot drift apart as new descriptions
      *          appear. Most rows are told apart by type and
      *          description; a reversal ("Reversal of <TrxID>") is
      *          resolved through the row it reverses, so it books
      *          against that row's accounts - falling back on
      *          RevOfType only when the original cannot be read.
      *          The cash side is "D" when the mapping debits cash
      *          (cash came in), "C" when it credits cash, space
      *          otherwise; for a reversal the sides are swapped.
      *          The cash account is the DEPOSIT mapping's debit
      *          account. Card and channel rows are settled through
      *          the switch, not a cash drawer, and never count as
      *          cash here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. trxGlKey.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-TrxID
               FILE STATUS IS WS-TRX-FS.

           SELECT MapFile ASSIGN TO '../../../data/GLMapping.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FS.

       DATA DIVISION.
       FILE SECTION.
      *>only read to find the row a reversal reverses - the record
      *>is taken INTO the working copy below
       FD  TrxFile.
       01  OrigTrxRecord.
           05  OT-TrxID        PIC X(11).
           05  FILLER          PIC X(114).

       FD  MapFile.
       01  MapLine.
           05  MAP-Label       PIC X(8).
           05  MAP-DebitGL     PIC 9(8).
           05  MAP-CreditGL    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-TRX-FS           PIC XX.
       01  WS-MAP-FS           PIC XX.
       01  WS-MAP-EOF          PIC X.
       01  WS-IS-REVERSAL      PIC X.
       01  WS-REV-OF-TYPE      PIC 9.
       01  WS-MAP-KEY          PIC X(8).
       01  WS-DEBIT-GL         PIC 9(8).
       01  WS-CREDIT-GL        PIC 9(8).
       01  WS-SWAP-GL          PIC 9(8).
       01  WS-MAP-FOUND        PIC X.

      *>the mapping file is small and read once per run unit
       01  WS-MAP-LOADED       PIC X VALUE 'N'.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 80 TIMES.
               10  WS-MT-LABEL    PIC X(8).
               10  WS-MT-DEBIT    PIC 9(8).
               10  WS-MT-CREDIT   PIC 9(8).
       01  WS-MAP-USED         PIC 9(2) VALUE 0.
       01  WS-MX               PIC 9(2).
       01  WS-CASH-GL          PIC 9(8) VALUE 0.

      *>the row being resolved - the caller's, or for a reversal
      *>the original it reverses
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       copy 'trxTypeCodes.cpy'.

       LINKAGE SECTION.
      *>a Transactions.dat record (transactionFile.cpy layout)
       01  LS-TrxRecord        PIC X(125).
       01  LS-MapKey           PIC X(8).
       01  LS-CashSide         PIC X.

       PROCEDURE DIVISION USING LS-TrxRecord, LS-MapKey,
           OPTIONAL LS-CashSide.
       MAIN-PROCEDURE.
           PERFORM LOAD-MAPPING
           MOVE LS-TrxRecord TO TransactionRecord
           MOVE 'N' TO WS-IS-REVERSAL
           IF TrxType = TRX-TYPE-REVERSAL
               MOVE 'Y' TO WS-IS-REVERSAL
               MOVE RevOfType TO WS-REV-OF-TYPE
               PERFORM READ-REVERSED-ROW
           END-IF
           IF TrxType = TRX-TYPE-REVERSAL
               PERFORM SET-REVERSAL-KEY
           ELSE
               PERFORM SET-KEY-FROM-ROW
           END-IF
           MOVE WS-MAP-KEY TO LS-MapKey

           IF ADDRESS OF LS-CashSide NOT = NULL
               PERFORM SET-CASH-SIDE
           END-IF
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Type and description to mapping key. The fee income side of
      *>a transfer is posted by trxTransfer as a transfer with a
      *>fixed description, so it is recognised by that description
      *>and mapped to the TRXFEE accounts.
       SET-KEY-FROM-ROW.
           EVALUATE TRUE
      *>loan rows move the customer's balance like any deposit or
      *>withdrawal but the other leg is the loan book or loan
      *>interest income, not cash - told apart by description
               WHEN TrxType = TRX-TYPE-DEPOSIT
                   AND Description = "Loan Disbursed"
                   MOVE "LNDISB  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   AND Description(1:15) = "Loan principal "
                   MOVE "LNPRIN  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   AND Description(1:14) = "Loan interest "
                   MOVE "LNINT   " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   AND Description(1:13) = "Loan penalty "
                   MOVE "LNPEN   " TO WS-MAP-KEY
      *>the charge taken from the drawer of a cheque returned for
      *>want of funds is its own income line
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   AND Description(1:18) = "Cheque return chg "
                   MOVE "CHQRTN  " TO WS-MAP-KEY
      *>a guarantee claim debited to the customer is owed to the
      *>beneficiary until it is credited to their account with us
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   AND Description(1:9) = "BG claim "
                   MOVE "BGCLAIM " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-DEPOSIT
                   AND Description(1:14) = "BG claim paid "
                   MOVE "BGCLMPAY" TO WS-MAP-KEY
      *>catalogue service charges, and a manager's waiver giving
      *>one back, against fee income
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   AND Description(1:8) = "Svc chg "
                   MOVE "SVCCHG  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-DEPOSIT
                   AND Description(1:15) = "Svc chg waived "
                   MOVE "SVCWAIVE" TO WS-MAP-KEY
      *>an agent's commission, credited to its float, is paid out
      *>of commission expense rather than taken in as cash
               WHEN TrxType = TRX-TYPE-DEPOSIT
                   AND Description = "Agent commission"
                   MOVE "AGTCOMM " TO WS-MAP-KEY
      *>fixed deposit rows: the placement leaves the balance for
      *>the term deposit book, and a maturity or break payout comes
      *>back out of it rather than out of cash
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   AND Description = "FD Placement"
                   MOVE "FDPLACE " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-DEPOSIT
                   AND (Description = "FD Maturity"
                   OR Description = "FD Break Payout")
                   MOVE "FDPAY   " TO WS-MAP-KEY
      *>recurring deposit installments and payouts the same way,
      *>against the recurring deposit book
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   AND Description = "RD Installment"
                   MOVE "RDINST  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-DEPOSIT
                   AND (Description = "RD Maturity"
                   OR Description = "RD Converted")
                   MOVE "RDPAY   " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-DEPOSIT
                   MOVE "DEPOSIT " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   MOVE "WITHDRAW" TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-INTEREST
                   MOVE "INTEREST" TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-TRANSFER
                   AND Description = "Transfer fee"
                   MOVE "TRXFEE  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-TRANSFER
                   MOVE "TRANSFER" TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-TAX
                   MOVE "TAX     " TO WS-MAP-KEY
      *>channel entries carry their direction in which side names
      *>the account, the same way Reconciliation reads them
               WHEN TrxType = TRX-TYPE-CHANNEL
                   AND ReceiverAcc NOT = 0
                   MOVE "CHANIN  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-CHANNEL
                   MOVE "CHANOUT " TO WS-MAP-KEY
      *>FX rows carry their economics in the description: the
      *>revaluation batch's gain/loss rows and the conversion
      *>difference rows a cross-currency transfer writes
               WHEN TrxType = TRX-TYPE-FXREVAL
                   AND Description = "FX reval gain"
                   MOVE "FXREVGN " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-FXREVAL
                   AND Description = "FX reval loss"
                   MOVE "FXREVLS " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-FXREVAL
                   AND Description = "FX conv cost"
                   MOVE "FXCNVCST" TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-FXREVAL
                   AND Description = "FX conv gain"
                   MOVE "FXCNVGN " TO WS-MAP-KEY
      *>loan-loss provisioning memo rows, mapped off their
      *>descriptions the same way the FX rows are
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Provision charge"
                   MOVE "LNPROV  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Provision release"
                   MOVE "LNPROVRL" TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Writeoff recovery"
                   MOVE "LNRECOV " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Loan writeoff"
                   MOVE "LNWOFF  " TO WS-MAP-KEY
      *>fixed and recurring deposit memo rows from writeGlMemo
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "FD interest accrual"
                   MOVE "FDACCR  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "FD accrual reversal"
                   MOVE "FDACCRRV" TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "FD interest paid"
                   MOVE "FDINTPD " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "RD interest paid"
                   MOVE "RDINTPD " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "RD late penalty"
                   MOVE "RDPEN   " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "RD to FD rollover"
                   MOVE "RDTOFD  " TO WS-MAP-KEY
      *>walk-in cash remittances from remitCounter
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Remit received"
                   MOVE "RMTIN   " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Remit fee"
                   MOVE "RMTFEE  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Remit paid"
                   MOVE "RMTPAY  " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Remit refunded"
                   MOVE "RMTRFND " TO WS-MAP-KEY
      *>banknote exchanges over the counter from fxCounter - the
      *>MMK leg against the FX position, the margin to FX income
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "FX cash bought"
                   MOVE "FXCSHBY " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "FX cash sold"
                   MOVE "FXCSHSL " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "FX cash margin"
                   MOVE "FXCSHMG " TO WS-MAP-KEY
      *>inward clearing credits held for return, and released when
      *>the return goes out
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Clearing held"
                   MOVE "CLRHOLD " TO WS-MAP-KEY
               WHEN TrxType = TRX-TYPE-PROVISION
                   AND Description = "Clearing returned"
                   MOVE "CLRRTN  " TO WS-MAP-KEY
               WHEN OTHER
                   MOVE SPACES TO WS-MAP-KEY
           END-EVALUATE
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The TrxID being reversed sits after "Reversal of " in the
      *>reversal's description. When it reads back (and is not
      *>itself a reversal) its own row replaces the working copy,
      *>so the key comes from its description as well as its type.
       READ-REVERSED-ROW.
           IF Description(1:12) NOT = "Reversal of "
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TrxFile
           IF WS-TRX-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE Description(13:11) TO OT-TrxID
           READ TrxFile
               NOT INVALID KEY
                   MOVE OrigTrxRecord TO TransactionRecord
                   IF TrxType = TRX-TYPE-REVERSAL
                       MOVE LS-TrxRecord TO TransactionRecord
                   END-IF
           END-READ
           CLOSE TrxFile
           .

      *>the original could not be read - only its type is known
       SET-REVERSAL-KEY.
           EVALUATE WS-REV-OF-TYPE
               WHEN TRX-TYPE-DEPOSIT
                   MOVE "DEPOSIT " TO WS-MAP-KEY
               WHEN TRX-TYPE-WITHDRAW
                   MOVE "WITHDRAW" TO WS-MAP-KEY
               WHEN TRX-TYPE-INTEREST
                   MOVE "INTEREST" TO WS-MAP-KEY
               WHEN TRX-TYPE-TRANSFER
                   MOVE "TRANSFER" TO WS-MAP-KEY
               WHEN TRX-TYPE-TAX
                   MOVE "TAX     " TO WS-MAP-KEY
      *>the reversal row carries the original's sides unchanged -
      *>the key reads them the same way, and the leg swap does the
      *>inverting
               WHEN TRX-TYPE-CHANNEL
                   IF ReceiverAcc NOT = 0
                       MOVE "CHANIN  " TO WS-MAP-KEY
                   ELSE
                       MOVE "CHANOUT " TO WS-MAP-KEY
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-MAP-KEY
           END-EVALUATE
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       SET-CASH-SIDE.
           MOVE SPACE TO LS-CashSide
           IF WS-MAP-KEY = SPACES OR WS-CASH-GL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-KEY = "CHANIN  " OR WS-MAP-KEY = "CHANOUT "
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MAP-USED OR WS-MAP-FOUND = 'Y'
               IF WS-MT-LABEL(WS-MX) = WS-MAP-KEY
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MT-DEBIT(WS-MX)  TO WS-DEBIT-GL
                   MOVE WS-MT-CREDIT(WS-MX) TO WS-CREDIT-GL
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-IS-REVERSAL = 'Y'
               MOVE WS-DEBIT-GL  TO WS-SWAP-GL
               MOVE WS-CREDIT-GL TO WS-DEBIT-GL
               MOVE WS-SWAP-GL   TO WS-CREDIT-GL
           END-IF
           EVALUATE WS-CASH-GL
               WHEN WS-DEBIT-GL
                   MOVE "D" TO LS-CashSide
               WHEN WS-CREDIT-GL
                   MOVE "C" TO LS-CashSide
           END-EVALUATE
           .

       LOAD-MAPPING.
           IF WS-MAP-LOADED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MAP-LOADED
           MOVE 'N' TO WS-MAP-EOF
           OPEN INPUT MapFile
           IF WS-MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MAP-EOF = 'Y'
               READ MapFile
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END
                       IF WS-MAP-USED < 80
                           ADD 1 TO WS-MAP-USED
                           MOVE MAP-Label
                               TO WS-MT-LABEL(WS-MAP-USED)
                           MOVE MAP-DebitGL
                               TO WS-MT-DEBIT(WS-MAP-USED)
                           MOVE MAP-CreditGL
                               TO WS-MT-CREDIT(WS-MAP-USED)
                       END-IF
                       IF MAP-Label = "DEPOSIT "
                           MOVE MAP-DebitGL TO WS-CASH-GL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MapFile
           .

       END PROGRAM trxGlKey.
