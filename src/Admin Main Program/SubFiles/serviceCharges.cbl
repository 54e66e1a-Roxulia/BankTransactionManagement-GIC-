      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Service charges. Shows the event-based charge
      *          catalogue (data/ServiceCharges.dat), takes a
      *          catalogue charge for a counter service that has no
      *          screen of its own (balance certificate and the
      *          like), lets the branch manager waive a charge
      *          already debited - the charge is refunded to the
      *          account and the register row
      *          (data/ServiceChargeLog.dat) marked waived - and
      *          produces the monthly fee-income-by-event report,
      *          registered in the report spool (type FEEINCOME).
      *          Every charge and waiver is recorded through
      *          logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. serviceCharges.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChargeFile
               ASSIGN TO "../../../data/ServiceCharges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVC-FS.

           SELECT ChargeLog
               ASSIGN TO "../../../data/ServiceChargeLog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCL-TrxID
               FILE STATUS IS WS-SCL-FS.

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

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ChargeFile.
       01  ChargeLine.
           COPY "../../Utility Functions/serviceChargeFile.cpy".

       FD  ChargeLog.
       01  ChargeLogRecord.
           COPY "../../Utility Functions/svcChargeLogFile.cpy".

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SVC-FS           pic xx.
       01  WS-SCL-FS           pic xx.
       01  WS-FS               pic xx.
       01  WS-TrxFS            pic xx.
       01  WS-OUT-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-confirm          pic x.
       01  ws-accno            pic 9(16).
       01  ws-event            pic x(8).
       01  ws-operator         pic x(5).
       01  ws-charged          pic 9(10)v99.
       01  ws-svc-status       pic xx.
       01  ws-trxid            pic x(11).
       01  ws-reason           pic x(20).
       01  ws-dsp-amount       pic z(9)9.99.
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-notice           pic x(60).
       01  WS-LockStatus       pic x(2).
       01  WS-LockUID          pic 9(5).
       01  ws-XrefSide         pic x.
       01  WS-PitTag           pic x.
       01  WS-PitBefore        pic x(600).
       01  WS-PitAfter         pic x(600).
       01  WS-REPORT-PATH      pic x(60).
       01  ws-month            pic 9(6).
       01  ws-date-work        pic 9(8).
       01  ws-date-work-r REDEFINES ws-date-work.
           05  ws-date-month   pic 9(6).
           05  ws-date-day     pic 9(2).
       01  WS-SplType          pic x(12) value "FEEINCOME".
      *>fee income by event for the month being reported
       01  ws-ev-count         pic 9(3) value 0.
       01  ws-ev-ix            pic 9(3).
       01  ws-ev-hit           pic 9(3).
       01  ws-ev-table.
           05  ws-ev-entry OCCURS 50 TIMES.
               10  ws-ev-code      pic x(8).
               10  ws-ev-chg-cnt   pic 9(5).
               10  ws-ev-chg-amt   pic 9(10)v99.
               10  ws-ev-wvd-cnt   pic 9(5).
               10  ws-ev-wvd-amt   pic 9(10)v99.
       01  ws-net              pic s9(10)v99.
       01  ws-tot-chg          pic 9(10)v99.
       01  ws-tot-wvd          pic 9(10)v99.
       01  ws-dsp-cnt          pic z(4)9.
       01  ws-dsp-cnt2         pic z(4)9.
       01  ws-dsp-chg          pic z(9)9.99.
       01  ws-dsp-wvd          pic z(9)9.99.
       01  ws-dsp-net          pic -(9)9.99.

       COPY "../../Utility Functions/trxConstants.cpy".

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE LS-AdminId TO ws-operator
           DISPLAY "==============================================="
           DISPLAY "=======        Service Charges           ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Charge Catalogue, 2=Take Counter Charge, "
                   "3=Waive a Charge,"
           DISPLAY "4=Monthly Fee Income Report, 5=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-CATALOGUE
                   perform MENU-LOOP
               WHEN 2
                   perform COUNTER-CHARGE
                   perform MENU-LOOP
               WHEN 3
                   perform WAIVE-CHARGE
                   perform MENU-LOOP
               WHEN 4
                   perform FEE-INCOME-REPORT
                   perform MENU-LOOP
               WHEN 5
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-CATALOGUE.
           move 'N' to ws-eof
           OPEN INPUT ChargeFile
           IF WS-SVC-FS NOT = "00"
               DISPLAY "No service-charge catalogue on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Event    Tier  Amount         Description"
           DISPLAY "-----------------------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ ChargeFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SVC-Amount TO ws-dsp-amount
                       IF SVC-Tier = SPACES
                           DISPLAY SVC-Event " all   " ws-dsp-amount
                               "  " SVC-Name
                       ELSE
                           DISPLAY SVC-Event " " SVC-Tier "    "
                               ws-dsp-amount "  " SVC-Name
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChargeFile.

      *-------------------------------------------------------------------*
      *>Services rendered over the counter with nothing else on the
      *>system to hang the charge on - a balance certificate is the
      *>usual case. Any catalogue event may be taken here.
       COUNTER-CHARGE.
           DISPLAY "Enter Account Number : "
           ACCEPT ws-accno
           DISPLAY "Enter Event Code (e.g. BALCERT) : "
           ACCEPT ws-event
           MOVE FUNCTION UPPER-CASE(ws-event) TO ws-event
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE ws-accno, ws-event, ws-operator,
               ws-charged, ws-svc-status
           PERFORM SHOW-CHARGE-RESULT
           IF ws-svc-status = "00"
               MOVE "SVCCHARGE" TO ws-logAction
               MOVE ws-accno TO ws-logAcct
               CALL '../../Utility Functions/bin/logAdminAction'
                   USING BY REFERENCE LS-AdminId, ws-logAction,
                   ws-logAcct
           END-IF.

       SHOW-CHARGE-RESULT.
           EVALUATE ws-svc-status
               WHEN "00"
                   MOVE ws-charged TO ws-dsp-amount
                   DISPLAY esc greenx "Charge " ws-dsp-amount
                       " debited." esc resetx
               WHEN "01"
                   DISPLAY "No charge applies to this event for the "
                       "customer's tier."
               WHEN "02"
                   DISPLAY esc redx "Balance will not bear the charge "
                       "- collect it in cash." esc resetx
               WHEN "96"
                   DISPLAY esc redx "Account not found." esc resetx
               WHEN "97"
                   DISPLAY esc redx "Record in use by another session "
                       "- charge not taken." esc resetx
               WHEN OTHER
                   DISPLAY esc redx "Charge not posted (status "
                       ws-svc-status ")." esc resetx
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>A waiver gives the whole charge back: a credit to the account
      *>under the record lock, with its journal images and statement
      *>cross-reference, and the register row marked waived so the
      *>same charge cannot be waived twice.
       WAIVE-CHARGE.
           DISPLAY "Enter TrxID of the charge : "
           ACCEPT ws-trxid
           OPEN I-O ChargeLog
           IF WS-SCL-FS NOT = "00"
               DISPLAY "No service charges on file."
               EXIT PARAGRAPH
           END-IF
           MOVE ws-trxid TO SCL-TrxID
           READ ChargeLog
               INVALID KEY
                   DISPLAY "ERROR: No service charge under that TrxID."
                   CLOSE ChargeLog
                   EXIT PARAGRAPH
           END-READ
           IF SCL-WAIVED
               DISPLAY "ERROR: Already waived on " SCL-WaiveDate
                   " by admin " SCL-WaivedBy "."
               CLOSE ChargeLog
               EXIT PARAGRAPH
           END-IF
           MOVE SCL-Amount TO ws-dsp-amount
           DISPLAY "Charge " SCL-Event " of " ws-dsp-amount
               " on account " SCL-AccNo " dated " SCL-Date
           DISPLAY "Reason for the waiver (max 20) : "
           ACCEPT ws-reason
           IF ws-reason = SPACES
               DISPLAY "ERROR: A reason is required."
               CLOSE ChargeLog
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Waive and refund it? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = 'Y' AND ws-confirm NOT = 'y'
               DISPLAY "Cancelled."
               CLOSE ChargeLog
               EXIT PARAGRAPH
           END-IF

           MOVE SCL-UID TO WS-LockUID
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               DISPLAY "Record in use by another session - please "
                   "retry in a moment."
               CLOSE ChargeLog
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserFile
           MOVE SCL-UID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   DISPLAY "ERROR: Account not found."
                   CLOSE UserFile
                   CLOSE ChargeLog
                   PERFORM RELEASE-REC-LOCK
                   EXIT PARAGRAPH
           END-READ
           MOVE UserRecord TO WS-PitBefore
           ADD SCL-Amount TO Balance
           ADD 1 TO TrxCount
           MOVE WS-BUS-DATE TO ULastTrxDate
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxDepoPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           REWRITE UserRecord
               INVALID KEY
                   DISPLAY "ERROR: Refunding the charge failed."
                   CLOSE UserFile
                   CLOSE ChargeLog
                   PERFORM RELEASE-REC-LOCK
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           call '../../Utility Functions/bin/writePitJournal'
           using by REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter

           MOVE 0         TO SenderAcc
           MOVE SCL-AccNo TO ReceiverAcc
           MOVE SPACES    TO Description
           STRING "Svc chg waived " SCL-Event
               DELIMITED BY SIZE INTO Description
           MOVE SCL-Amount TO Amount
           MOVE TRX-TYPE-DEPOSIT TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
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
                   DISPLAY "ERROR: Writing the refund failed."
               NOT INVALID KEY
                   MOVE "R" TO ws-XrefSide
                   CALL '../../Utility Functions/bin/writeTrxXref'
                   USING BY REFERENCE SCL-AccNo, TimeStamp, TrxID,
                       ws-XrefSide
                   MOVE SPACES TO WS-PitBefore
                   MOVE TransactionRecord TO WS-PitAfter
                   MOVE "T" TO WS-PitTag
                   call
                   '../../Utility Functions/bin/writePitJournal'
                   using by REFERENCE WS-PitTag, WS-PitBefore,
                       WS-PitAfter
           END-WRITE
           CLOSE TrxFile

           MOVE "W"         TO SCL-Status
           MOVE LS-AdminId  TO SCL-WaivedBy
           MOVE WS-BUS-DATE TO SCL-WaiveDate
           MOVE TrxID       TO SCL-WaiveTrxID
           MOVE ws-reason   TO SCL-WaiveReason
           REWRITE ChargeLogRecord
               INVALID KEY
                   DISPLAY "ERROR: Register not updated."
           END-REWRITE
           CLOSE ChargeLog

           MOVE "CHGWAIVE" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING ws-trxid " " ws-reason
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           MOVE SPACES TO ws-notice
           STRING "Service charge " SCL-Event " waived and refunded"
               DELIMITED BY SIZE INTO ws-notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE SCL-UID, ws-notice
           DISPLAY esc greenx "Charge waived and refunded." esc resetx.

       RELEASE-REC-LOCK.
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-LockUID.

      *-------------------------------------------------------------------*
      *>Every charge debited in the month, by event: how many and how
      *>much were taken, how many and how much of those were waived,
      *>and what the bank kept.
       FEE-INCOME-REPORT.
           DISPLAY "Month (YYYYMM) : "
           ACCEPT ws-month
           MOVE 0 TO ws-ev-count
           MOVE 0 TO ws-tot-chg
           MOVE 0 TO ws-tot-wvd
           OPEN INPUT ChargeLog
           IF WS-SCL-FS NOT = "00"
               DISPLAY "No service charges on file."
               EXIT PARAGRAPH
           END-IF
           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ChargeLog NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SCL-Date TO ws-date-work
                       IF ws-date-month = ws-month
                           PERFORM TALLY-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChargeLog

           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/FeeIncome_" ws-month ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write fee income report "
                   WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Service Charge Income by Event - Month " ws-month
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Event    Count      Charged Waived       Waived"
               "          Net" DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING ws-ev-ix FROM 1 BY 1
                   UNTIL ws-ev-ix > ws-ev-count
               PERFORM WRITE-EVENT-LINE
           END-PERFORM
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           COMPUTE ws-net = ws-tot-chg - ws-tot-wvd
           MOVE ws-tot-chg TO ws-dsp-chg
           MOVE ws-tot-wvd TO ws-dsp-wvd
           MOVE ws-net     TO ws-dsp-net
           MOVE SPACES TO ReportLine
           STRING "TOTAL         " ws-dsp-chg "       " ws-dsp-wvd
               ws-dsp-net DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut

           DISPLAY "Charged " ws-dsp-chg "  Waived " ws-dsp-wvd
               "  Net " ws-dsp-net
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           DISPLAY esc greenx "Fee income report written to "
               FUNCTION TRIM(WS-REPORT-PATH) esc resetx.

       TALLY-ONE-CHARGE.
           MOVE 0 TO ws-ev-hit
           PERFORM VARYING ws-ev-ix FROM 1 BY 1
                   UNTIL ws-ev-ix > ws-ev-count OR ws-ev-hit > 0
               IF ws-ev-code(ws-ev-ix) = SCL-Event
                   MOVE ws-ev-ix TO ws-ev-hit
               END-IF
           END-PERFORM
           IF ws-ev-hit = 0
               IF ws-ev-count >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-ev-count
               MOVE ws-ev-count TO ws-ev-hit
               MOVE SCL-Event TO ws-ev-code(ws-ev-hit)
               MOVE 0 TO ws-ev-chg-cnt(ws-ev-hit)
               MOVE 0 TO ws-ev-chg-amt(ws-ev-hit)
               MOVE 0 TO ws-ev-wvd-cnt(ws-ev-hit)
               MOVE 0 TO ws-ev-wvd-amt(ws-ev-hit)
           END-IF
           ADD 1 TO ws-ev-chg-cnt(ws-ev-hit)
           ADD SCL-Amount TO ws-ev-chg-amt(ws-ev-hit)
           ADD SCL-Amount TO ws-tot-chg
           IF SCL-WAIVED
               ADD 1 TO ws-ev-wvd-cnt(ws-ev-hit)
               ADD SCL-Amount TO ws-ev-wvd-amt(ws-ev-hit)
               ADD SCL-Amount TO ws-tot-wvd
           END-IF.

       WRITE-EVENT-LINE.
           COMPUTE ws-net = ws-ev-chg-amt(ws-ev-ix)
               - ws-ev-wvd-amt(ws-ev-ix)
           MOVE ws-ev-chg-cnt(ws-ev-ix) TO ws-dsp-cnt
           MOVE ws-ev-chg-amt(ws-ev-ix) TO ws-dsp-chg
           MOVE ws-ev-wvd-cnt(ws-ev-ix) TO ws-dsp-cnt2
           MOVE ws-ev-wvd-amt(ws-ev-ix) TO ws-dsp-wvd
           MOVE ws-net TO ws-dsp-net
           MOVE SPACES TO ReportLine
           STRING ws-ev-code(ws-ev-ix) " " ws-dsp-cnt ws-dsp-chg " "
               ws-dsp-cnt2 ws-dsp-wvd ws-dsp-net
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           DISPLAY ws-ev-code(ws-ev-ix) " " ws-dsp-cnt " " ws-dsp-chg
               " waived " ws-dsp-cnt2 " " ws-dsp-wvd.

       END PROGRAM serviceCharges.
