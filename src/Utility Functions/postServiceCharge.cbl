      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Debit the catalogue charge for one service event
      *          (loadServiceCharge, at the account's tier) from the
      *          customer's account, the way every other charge is
      *          posted - under the record lock, a withdrawal entry
      *          categorised FEE with its journal images and
      *          statement cross-reference - and enter it in the
      *          service-charge register (data/ServiceChargeLog.dat)
      *          that waivers and the fee-income report work from.
      *          The customer is sent a notice. A caller charging a
      *          computed amount under the event (guarantee
      *          commission) passes it as LS-Override; the catalogue
      *          then only names the charge.
      *          Status: 00 charged, 01 nothing due for the event,
      *          02 balance will not bear it (not charged), 96
      *          account not found, 97 record in use, 99 not posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postServiceCharge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ChargeLog
               ASSIGN TO "../../../data/ServiceChargeLog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCL-TrxID
               FILE STATUS IS WS-SCL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  UserFile.
       01  UserRecord.
           copy 'userFile.cpy'.

       FD  TrxFile.
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       FD  ChargeLog.
       01  ChargeLogRecord.
           copy 'svcChargeLogFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-TrxFS            PIC XX.
       01  WS-SCL-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-UID              PIC 9(5).
       01  WS-Tier             PIC X(2).
       01  WS-Branch           PIC X(3).
       01  WS-Charge           PIC 9(10)V99.
       01  WS-ChargeName       PIC X(24).
       01  WS-SVC-STATUS       PIC XX.
       01  WS-LockStatus       PIC X(2).
       01  WS-LockUID          PIC 9(5).
       01  WS-XrefSide         PIC X.
       01  WS-PitTag           PIC X.
       01  WS-PitBefore        PIC X(600).
       01  WS-PitAfter         PIC X(600).
       01  WS-NoticeText       PIC X(60).
       01  WS-Disp-Charge      PIC Z(9)9.99.

       copy 'trxConstants.cpy'.

       copy 'trxTypeCodes.cpy'.

       LINKAGE SECTION.
       01  LS-AccNo            PIC 9(16).
       01  LS-Event            PIC X(8).
       01  LS-Operator         PIC X(5).
       01  LS-Charged          PIC 9(10)V99.
       01  LS-Status           PIC XX.
       01  LS-Override         PIC 9(10)V99.

       PROCEDURE DIVISION USING LS-AccNo, LS-Event, LS-Operator,
           LS-Charged, LS-Status, OPTIONAL LS-Override.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-Charged
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS

           OPEN INPUT UserFile
           MOVE LS-AccNo TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   CLOSE UserFile
                   MOVE "96" TO LS-Status
                   GOBACK
           END-READ
           MOVE UID     TO WS-UID
           MOVE UTier   TO WS-Tier
           MOVE UBranch TO WS-Branch
           CLOSE UserFile

           CALL '../../Utility Functions/bin/loadServiceCharge'
               USING BY REFERENCE LS-Event, WS-Tier, WS-Charge,
               WS-ChargeName, WS-SVC-STATUS
           IF ADDRESS OF LS-Override NOT = NULL
               IF LS-Override > 0
                   MOVE LS-Override TO WS-Charge
                   MOVE "00" TO WS-SVC-STATUS
                   IF WS-ChargeName = SPACES
                       MOVE LS-Event TO WS-ChargeName
                   END-IF
               END-IF
           END-IF
           IF WS-SVC-STATUS NOT = "00" OR WS-Charge = 0
               MOVE "01" TO LS-Status
               GOBACK
           END-IF

           MOVE WS-UID TO WS-LockUID
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               MOVE "97" TO LS-Status
               GOBACK
           END-IF
           OPEN I-O UserFile
           MOVE WS-UID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   MOVE "96" TO LS-Status
                   GOBACK
           END-READ
           IF Balance < WS-Charge
               CLOSE UserFile
               PERFORM RELEASE-REC-LOCK
               MOVE "02" TO LS-Status
               GOBACK
           END-IF

           MOVE UserRecord TO WS-PitBefore
           SUBTRACT WS-Charge FROM Balance
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
                   MOVE "99" TO LS-Status
                   GOBACK
           END-REWRITE
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter

           MOVE LS-AccNo TO SenderAcc
           MOVE 0        TO ReceiverAcc
           MOVE SPACES   TO Description
           STRING "Svc chg " LS-Event
               DELIMITED BY SIZE INTO Description
           MOVE WS-Charge TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-Branch TO TrxBranch
           MOVE LS-Operator TO TrxOperator
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
                   MOVE "99" TO LS-Status
                   GOBACK
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

           PERFORM WRITE-REGISTER
           MOVE WS-Charge TO LS-Charged
           MOVE "00" TO LS-Status

           MOVE WS-Charge TO WS-Disp-Charge
           MOVE SPACES TO WS-NoticeText
           STRING "Charge " WS-Disp-Charge " debited - "
               WS-ChargeName DELIMITED BY SIZE INTO WS-NoticeText
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-UID, WS-NoticeText
           GOBACK.

       RELEASE-REC-LOCK.
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-LockUID.

       WRITE-REGISTER.
           OPEN I-O ChargeLog
           IF WS-SCL-FS = '35'
               OPEN OUTPUT ChargeLog
               CLOSE ChargeLog
               OPEN I-O ChargeLog
           END-IF
           MOVE TrxID       TO SCL-TrxID
           MOVE LS-AccNo    TO SCL-AccNo
           MOVE WS-UID      TO SCL-UID
           MOVE LS-Event    TO SCL-Event
           MOVE WS-BUS-DATE TO SCL-Date
           MOVE WS-Branch   TO SCL-Branch
           MOVE WS-Charge   TO SCL-Amount
           MOVE LS-Operator TO SCL-Operator
           MOVE "C"         TO SCL-Status
           MOVE 0           TO SCL-WaivedBy
           MOVE 0           TO SCL-WaiveDate
           MOVE SPACES      TO SCL-WaiveTrxID
           MOVE SPACES      TO SCL-WaiveReason
           WRITE ChargeLogRecord
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE ChargeLog
           .

       END PROGRAM postServiceCharge.
