      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Enter one returned cheque in the returned-cheque
      *          register (data/ReturnedCheques.dat) with the reason
      *          it went back. A return for want of funds also
      *          debits the CHQRTNCH return charge from the drawer
      *          (left uncollected on the register when the balance
      *          will not bear it), tells the drawer, and - once the
      *          drawer reaches CHQRTNMX such returns in twelve
      *          months - warns them that no further cheque books
      *          will be issued.
      *          Reason codes: 01 insufficient funds, 02 payment
      *          stopped by the drawer, 03 returned on the drawer's
      *          positive pay instruction.
      *          Status: 00 recorded, 01 already on the register,
      *          99 register could not be written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recordChequeReturn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnFile
               ASSIGN TO "../../../data/ReturnedCheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTN-Key
               FILE STATUS IS WS-RTN-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TrxFS.

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnFile.
       01  ReturnRecord.
           copy 'returnedChequeFile.cpy'.

       FD  UserFile.
       01  UserRecord.
           copy 'userFile.cpy'.

       FD  TrxFile.
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-RTN-FS           PIC XX.
       01  WS-FS               PIC XX.
       01  WS-TrxFS            PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-ReturnCharge     PIC 9(10)V99.
       01  WS-MaxReturns       PIC 9(3).
       01  WS-ReturnCount      PIC 9(3).
       01  WS-Barred           PIC X.
       01  WS-UID              PIC 9(5) VALUE 0.
       01  WS-Branch           PIC X(3) VALUE "001".
       01  WS-LockStatus       PIC X(2).
       01  WS-LockUID          PIC 9(5).
       01  WS-XrefSide         PIC X.
       01  WS-PitTag           PIC X.
       01  WS-PitBefore        PIC X(600).
       01  WS-PitAfter         PIC X(600).
       01  WS-NoticeText       PIC X(60).
       01  WS-NoticeClass      PIC X.
       01  WS-Disp-Charge      PIC Z(9)9.99.
       01  WS-logAction        PIC X(10).
       01  WS-logAcct          PIC X(30).

       copy 'trxConstants.cpy'.

       copy 'trxTypeCodes.cpy'.

       LINKAGE SECTION.
       01  LS-AccNo            PIC 9(16).
       01  LS-Leaf             PIC 9(6).
       01  LS-Amount           PIC 9(10)V99.
       01  LS-Payee            PIC X(20).
       01  LS-Reason           PIC X(2).
       01  LS-AdminId          PIC 9(5).
       01  LS-Status           PIC XX.

       PROCEDURE DIVISION USING LS-AccNo, LS-Leaf, LS-Amount,
           LS-Payee, LS-Reason, LS-AdminId, LS-Status.
       MAIN-PROCEDURE.
           MOVE "00" TO LS-Status
           CALL '../../Utility Functions/bin/loadChqReturnConfig'
               USING BY REFERENCE WS-ReturnCharge, WS-MaxReturns
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS

           OPEN INPUT UserFile
           MOVE LS-AccNo TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   MOVE 0 TO WS-UID
               NOT INVALID KEY
                   MOVE UID     TO WS-UID
                   MOVE UBranch TO WS-Branch
           END-READ
           CLOSE UserFile

           MOVE LS-AccNo     TO RTN-AccNo
           MOVE LS-Leaf      TO RTN-Leaf
           MOVE WS-BUS-DATE  TO RTN-Date
           MOVE WS-Branch    TO RTN-Branch
           MOVE LS-Amount    TO RTN-Amount
           MOVE LS-Payee     TO RTN-Payee
           MOVE LS-Reason    TO RTN-Reason
           MOVE 0            TO RTN-Charge
           MOVE "N"          TO RTN-ChargeStatus
           MOVE SPACES       TO RTN-ChargeTrxID
           MOVE LS-AdminId   TO RTN-AdminId

           IF RTN-NO-FUNDS AND WS-ReturnCharge > 0 AND WS-UID > 0
               PERFORM CHARGE-DRAWER
           END-IF

           PERFORM WRITE-REGISTER
           IF LS-Status NOT = "00"
               GOBACK
           END-IF

           IF WS-UID > 0
               PERFORM NOTIFY-DRAWER
           END-IF
           IF RTN-NO-FUNDS AND WS-UID > 0
               PERFORM CHECK-BAR
           END-IF
           GOBACK.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Debit the return charge the way every other charge is
      *>posted: under the drawer's record lock, a withdrawal entry
      *>categorised FEE, the journal images and the statement
      *>cross-reference. A balance that will not bear the charge
      *>leaves it uncollected on the register for the branch.
       CHARGE-DRAWER.
           MOVE WS-ReturnCharge TO RTN-Charge
           MOVE "U" TO RTN-ChargeStatus
           MOVE WS-UID TO WS-LockUID
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserFile
           MOVE WS-UID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   EXIT PARAGRAPH
           END-READ
           IF Balance < WS-ReturnCharge
               CLOSE UserFile
               PERFORM RELEASE-REC-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE UserRecord TO WS-PitBefore
           SUBTRACT WS-ReturnCharge FROM Balance
           ADD 1 TO TrxCount
           MOVE WS-BUS-DATE TO ULastTrxDate
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxWDPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           REWRITE UserRecord
               INVALID KEY
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter

           MOVE LS-AccNo TO SenderAcc
           MOVE 0        TO ReceiverAcc
           MOVE SPACES   TO Description
           STRING "Cheque return chg " LS-Leaf
               DELIMITED BY SIZE INTO Description
           MOVE WS-ReturnCharge TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-Branch TO TrxBranch
           IF LS-AdminId > 0
               MOVE LS-AdminId TO TrxOperator
           ELSE
               MOVE "BATCH" TO TrxOperator
           END-IF
           MOVE "FEE " TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE WS-BUS-DATE TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           CLOSE UserFile
           PERFORM RELEASE-REC-LOCK

           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   CLOSE TrxFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE TrxFile
           MOVE "S" TO WS-XrefSide
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE LS-AccNo, TimeStamp, TrxID,
               WS-XrefSide
           MOVE SPACES TO WS-PitBefore
           MOVE TransactionRecord TO WS-PitAfter
           MOVE "T" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter
           MOVE "C" TO RTN-ChargeStatus
           MOVE TrxID TO RTN-ChargeTrxID
           .

       RELEASE-REC-LOCK.
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-LockUID.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       WRITE-REGISTER.
           OPEN I-O ReturnFile
           IF WS-RTN-FS = '35'
               OPEN OUTPUT ReturnFile
               CLOSE ReturnFile
               OPEN I-O ReturnFile
           END-IF
           IF WS-RTN-FS NOT = "00"
               MOVE "99" TO LS-Status
               EXIT PARAGRAPH
           END-IF
           WRITE ReturnRecord
               INVALID KEY
                   MOVE "01" TO LS-Status
           END-WRITE
           CLOSE ReturnFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       NOTIFY-DRAWER.
           MOVE SPACES TO WS-NoticeText
           MOVE "T" TO WS-NoticeClass
           EVALUATE TRUE
               WHEN RTN-CHG-COLLECTED
                   MOVE RTN-Charge TO WS-Disp-Charge
                   STRING "Cheque " LS-Leaf " returned unpaid - "
                       "charge " WS-Disp-Charge " debited"
                       DELIMITED BY SIZE INTO WS-NoticeText
               WHEN RTN-CHG-UNPAID
                   MOVE RTN-Charge TO WS-Disp-Charge
                   STRING "Cheque " LS-Leaf " returned unpaid - "
                       "charge " WS-Disp-Charge " due"
                       DELIMITED BY SIZE INTO WS-NoticeText
               WHEN RTN-STOPPED
                   STRING "Cheque " LS-Leaf " returned - payment "
                       "stopped as instructed"
                       DELIMITED BY SIZE INTO WS-NoticeText
               WHEN OTHER
                   STRING "Cheque " LS-Leaf " returned unpaid"
                       DELIMITED BY SIZE INTO WS-NoticeText
           END-EVALUATE
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-UID, WS-NoticeText,
               WS-NoticeClass
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The return that brings the drawer to the limit is the one
      *>that bars them - warn once, on that return, and leave an
      *>audit line for the branch manager.
       CHECK-BAR.
           CALL '../../Utility Functions/bin/isChequeBarred'
               USING BY REFERENCE LS-AccNo, WS-ReturnCount, WS-Barred
           IF WS-Barred NOT = "Y" OR WS-ReturnCount NOT = WS-MaxReturns
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NoticeText
           STRING "Repeated returned cheques - no new cheque "
               "books will be issued"
               DELIMITED BY SIZE INTO WS-NoticeText
           MOVE "Y" TO WS-NoticeClass
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-UID, WS-NoticeText,
               WS-NoticeClass
           MOVE "CHQBAR" TO WS-logAction
           MOVE LS-AccNo TO WS-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, WS-logAction, WS-logAcct
           .

       END PROGRAM recordChequeReturn.
