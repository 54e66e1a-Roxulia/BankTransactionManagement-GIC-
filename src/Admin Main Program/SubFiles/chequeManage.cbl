      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 21.8.2026
      * Purpose: Cheque subsystem for current accounts: issue the
      *          next book in stock at the account's branch
      *          (data/ChequeStock.dat) into the leaf register
      *          (data/Cheques.dat), post a presented cheque
      *          through inward clearing
      *          (validating the leaf is issued, unused and not
      *          stopped, and that funds cover it before debiting
      *          through the normal posting path), stop a leaf, and
      *          report returned cheques. Every cheque debit lands
      *          in Transactions.dat with its leaf number in the
      *          Description. Every return is entered in the
      *          returned-cheque register (data/ReturnedCheques.dat)
      *          through recordChequeReturn, which also takes the
      *          return charge; a drawer barred for repeated returns
      *          is refused a new book. Issuing a book and stopping
      *          a leaf take their catalogue service charge through
      *          postServiceCharge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PQ-ID
               FILE STATUS IS WS-PQ-FS.

           SELECT StockFile ASSIGN TO "../../../data/ChequeStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BookNo
               FILE STATUS IS WS-CST-FS.

           SELECT ReturnFile
               ASSIGN TO "../../../data/ReturnedCheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTN-Key
               FILE STATUS IS WS-RTN-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  PqRecord.
           COPY "../../Utility Functions/posPayQueueFile.cpy".

       FD  StockFile.
       01  StockRecord.
           COPY "../../Utility Functions/chequeStockFile.cpy".

       FD  ReturnFile.
       01  ReturnRecord.
           COPY "../../Utility Functions/returnedChequeFile.cpy".

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHQ-FS       pic xx.
       01  WS-CST-FS       pic xx.
       01  ws-branch       pic x(3).
       01  ws-stock-hit    pic x.
       01  ws-confirm      pic x.
       01  ws-last-leaf    pic 9(6).
       01  WS-FS           pic xx.
       01  WS-TrxFS        pic xx.
       01  WS-BD-STATUS    pic xx.
       01  WS-PitAfter     pic x(600).
       01  WS-LockStatus   pic x(2).
       01  WS-LockUID      pic 9(5).
      *>returned-cheque register and the monthly report off it
       01  WS-RTN-FS       pic xx.
       01  WS-OUT-FS       pic xx.
       01  WS-REPORT-PATH  pic x(60).
       01  ws-rtn-reason   pic x(2).
       01  ws-rtn-status   pic xx.
       01  ws-rtn-count    pic 9(3).
       01  ws-barred       pic x.
       01  WS-ReturnCharge pic 9(10)v99.
       01  WS-MaxReturns   pic 9(3).
       01  ws-month        pic 9(6).
       01  ws-date-work    pic 9(8).
       01  ws-date-work-r REDEFINES ws-date-work.
           05  ws-date-month   pic 9(6).
           05  ws-date-day     pic 9(2).
       01  ws-age-days     pic s9(7).
       01  ws-prev-acc     pic 9(16).
       01  ws-acc-branch   pic x(3).
       01  ws-cnt-returns  pic 9(5).
       01  ws-cnt-barred   pic 9(5).
       01  ws-tot-charged  pic 9(10)v99.
       01  ws-tot-unpaid   pic 9(10)v99.
       01  ws-dsp-amount   pic z(9)9.99.
       01  ws-dsp-charge   pic z(9)9.99.
       01  ws-dsp-cnt      pic z(4)9.
       01  ws-rtn-text     pic x(12).
       01  WS-SplType      pic x(12) value "CHQRETURN".
      *>catalogue service charge for the event just handled
       01  ws-svc-event    pic x(8).
       01  ws-svc-oper     pic x(5).
       01  ws-svc-charged  pic 9(10)v99.
       01  ws-svc-status   pic xx.

       COPY "../../Utility Functions/trxConstants.cpy".

           CLOSE ChequeFile.

      *-------------------------------------------------------------------*
      *>The book comes out of the stock register at the account's
      *>home branch - the lowest-numbered book still in stock - so
      *>every series on issue is one the printer delivered and no
      *>two accounts can hold the same leaves.
       ISSUE-BOOK.
           DISPLAY "Enter Account Number : "
           ACCEPT ws-accno
                   EXIT PARAGRAPH
           END-READ
           CLOSE UserFile
           MOVE UBranch TO ws-branch

      *>repeated returns for want of funds bar the drawer from any
      *>further book until the returns age out of the twelve months
           CALL '../../Utility Functions/bin/isChequeBarred'
               USING BY REFERENCE ws-accno, ws-rtn-count, ws-barred
           IF ws-barred = "Y"
               DISPLAY esc redx "ERROR: Account barred from cheque "
                   "books - " ws-rtn-count " returned cheques in the "
                   "last twelve months." esc resetx
               EXIT PARAGRAPH
           END-IF

           OPEN I-O StockFile
           IF WS-CST-FS NOT = "00"
               DISPLAY "ERROR: No cheque book stock on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-stock-hit
           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ StockFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CST-Branch = ws-branch AND CST-IN-STOCK
                           MOVE 'Y' TO ws-stock-hit
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           IF ws-stock-hit NOT = 'Y'
               DISPLAY "ERROR: No cheque books in stock at branch "
                   ws-branch "."
               CLOSE StockFile
               EXIT PARAGRAPH
           END-IF
           MOVE CST-BookNo    TO ws-bookno
           MOVE CST-FirstLeaf TO ws-leaf
           MOVE CST-Leaves    TO ws-count
           COMPUTE ws-last-leaf = ws-leaf + ws-count - 1
           DISPLAY "Next book in stock at branch " ws-branch ": "
               ws-bookno ", leaves " ws-leaf " to " ws-last-leaf
           DISPLAY "Issue it to account " ws-accno " ? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = 'Y' AND ws-confirm NOT = 'y'
               DISPLAY "Cancelled."
               CLOSE StockFile
               EXIT PARAGRAPH
           END-IF

               ADD 1 TO ws-leaf
           END-PERFORM
           CLOSE ChequeFile

           SET CST-ISSUED   TO TRUE
           MOVE ws-accno    TO CST-AccNo
           MOVE WS-BUS-DATE TO CST-OutDate
           MOVE LS-AdminId  TO CST-OutBy
           REWRITE StockRecord
               INVALID KEY
                   DISPLAY "ERROR: Stock register not updated."
           END-REWRITE
           CLOSE StockFile
           MOVE "CHQISSUE" TO ws-logAction
           MOVE ws-accno TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Cheque book " ws-bookno " issued."
               esc resetx
           MOVE "CHQBOOK " TO ws-svc-event
           PERFORM TAKE-SERVICE-CHARGE.

      *-------------------------------------------------------------------*
      *>Post a presented cheque: the leaf must be issued, unused and
                   CLOSE ChequeFile
                   EXIT PARAGRAPH
           END-READ
      *>a stop placed by the customer from UMain lands on the leaf
      *>itself, so it is refused here the moment it is placed
           IF CHQ-STOPPED
               DISPLAY "ERROR: Payment stopped by the drawer - "
                   "return the cheque."
               CLOSE ChequeFile
               MOVE "02" TO ws-rtn-reason
               PERFORM RECORD-RETURN
               EXIT PARAGRAPH
           END-IF
           IF NOT CHQ-UNUSED
               DISPLAY "ERROR: Leaf is not payable (status "
                   CHQ-Status ")."
                       DISPLAY "ERROR: Updating leaf failed."
               END-REWRITE
               CLOSE ChequeFile
               MOVE "01" TO ws-rtn-reason
               PERFORM RECORD-RETURN
               EXIT PARAGRAPH
           END-IF

           MOVE ws-amount TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE ws-accno TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Cheque stopped." esc resetx
           MOVE "STOPPAY " TO ws-svc-event
           PERFORM TAKE-SERVICE-CHARGE.

      *-------------------------------------------------------------------*
       TAKE-SERVICE-CHARGE.
           MOVE LS-AdminId TO ws-svc-oper
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE ws-accno, ws-svc-event, ws-svc-oper,
               ws-svc-charged, ws-svc-status
           EVALUATE ws-svc-status
               WHEN "00"
                   MOVE ws-svc-charged TO ws-dsp-charge
                   DISPLAY "Service charge " ws-dsp-charge " debited."
               WHEN "01"
                   CONTINUE
               WHEN "02"
                   DISPLAY esc redx "Balance will not bear the "
                       "service charge - collect it in cash." esc resetx
               WHEN OTHER
                   DISPLAY esc redx "Service charge not posted "
                       "(status " ws-svc-status ")." esc resetx
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Hand a returned leaf to the register - for want of funds the
      *>return charge is taken and the drawer told there.
       RECORD-RETURN.
           CALL '../../Utility Functions/bin/recordChequeReturn'
               USING BY REFERENCE ws-accno, ws-leaf, ws-amount,
               ws-payee, ws-rtn-reason, LS-AdminId, ws-rtn-status
           IF ws-rtn-status NOT = "00"
               DISPLAY "Returned-cheque register not updated (status "
                   ws-rtn-status ")."
               EXIT PARAGRAPH
           END-IF
           MOVE "CHQRETURN" TO ws-logAction
           MOVE ws-accno TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct.

      *-------------------------------------------------------------------*
      *>Monthly returned-cheque report for the branch manager: every
      *>return entered in the month with its reason and charge, then
      *>every drawer now barred from new books. The register reads
      *>in drawer order, so one drawer's returns arrive together.
       RETURNED-REPORT.
           DISPLAY "Branch Code (blank = all) : "
           ACCEPT ws-branch
           DISPLAY "Month (YYYYMM) : "
           ACCEPT ws-month
           CALL '../../Utility Functions/bin/loadChqReturnConfig'
               USING BY REFERENCE WS-ReturnCharge, WS-MaxReturns
           MOVE 0 TO ws-cnt-returns
           MOVE 0 TO ws-cnt-barred
           MOVE 0 TO ws-tot-charged
           MOVE 0 TO ws-tot-unpaid

           OPEN INPUT ReturnFile
           IF WS-RTN-FS NOT = "00"
               DISPLAY "No returned cheques on file yet."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           IF ws-branch = SPACES
               STRING "../../../data/ChqReturns_ALL_" ws-month ".txt"
                   DELIMITED BY SIZE INTO WS-REPORT-PATH
           ELSE
               STRING "../../../data/ChqReturns_" ws-branch "_"
                   ws-month ".txt" DELIMITED BY SIZE
                   INTO WS-REPORT-PATH
           END-IF
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write returned-cheque "
                   "report " WS-OUT-FS esc resetx
               CLOSE ReturnFile
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           IF ws-branch = SPACES
               STRING "Returned Cheques - All Branches - Month "
                   ws-month DELIMITED BY SIZE INTO ReportLine
           ELSE
               STRING "Returned Cheques - Branch " ws-branch
                   " - Month " ws-month DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Account No       Leaf   Returned Amount       "
               "Reason       Charge      St" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ReturnFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE RTN-Date TO ws-date-work
                       IF ws-date-month = ws-month
                           AND (ws-branch = SPACES
                                OR RTN-Branch = ws-branch)
                           PERFORM REPORT-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReturnFile

           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE ws-cnt-returns TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING "Returns in month     " ws-dsp-cnt
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-tot-charged TO ws-dsp-charge
           MOVE SPACES TO ReportLine
           STRING "Charges collected    " ws-dsp-charge
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-tot-unpaid TO ws-dsp-charge
           MOVE SPACES TO ReportLine
           STRING "Charges uncollected  " ws-dsp-charge
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Drawers barred from new cheque books:" TO ReportLine
           WRITE ReportLine
           MOVE "Account No       Branch Returns (12 months)"
               TO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           PERFORM LIST-BARRED
           MOVE ws-cnt-barred TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING "Barred drawers       " ws-dsp-cnt
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut

           DISPLAY "Returns in month : " ws-cnt-returns
               "   Barred drawers : " ws-cnt-barred
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           DISPLAY esc greenx "Returned-cheque report written to "
               FUNCTION TRIM(WS-REPORT-PATH) esc resetx.

       REPORT-ONE-RETURN.
           ADD 1 TO ws-cnt-returns
           EVALUATE TRUE
               WHEN RTN-NO-FUNDS
                   MOVE "NO FUNDS" TO ws-rtn-text
               WHEN RTN-STOPPED
                   MOVE "STOPPED" TO ws-rtn-text
               WHEN RTN-POSPAY
                   MOVE "POSITIVE PAY" TO ws-rtn-text
               WHEN OTHER
                   MOVE RTN-Reason TO ws-rtn-text
           END-EVALUATE
           IF RTN-CHG-COLLECTED
               ADD RTN-Charge TO ws-tot-charged
           END-IF
           IF RTN-CHG-UNPAID
               ADD RTN-Charge TO ws-tot-unpaid
           END-IF
           MOVE RTN-Amount TO ws-dsp-amount
           MOVE RTN-Charge TO ws-dsp-charge
           MOVE SPACES TO ReportLine
           STRING RTN-AccNo " " RTN-Leaf " " RTN-Date " "
               ws-dsp-amount " " ws-rtn-text " " ws-dsp-charge " "
               RTN-ChargeStatus DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           DISPLAY RTN-AccNo " " RTN-Leaf " " RTN-Date " "
               ws-dsp-amount " " ws-rtn-text " " RTN-ChargeStatus.

      *>Second pass over the register: count each drawer's returns
      *>for want of funds inside twelve months of the business date,
      *>and list the drawer when the count reaches the bar.
       LIST-BARRED.
           IF WS-MaxReturns = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-prev-acc
           MOVE 0 TO ws-rtn-count
           OPEN INPUT ReturnFile
           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ReturnFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RTN-AccNo NOT = ws-prev-acc
                           PERFORM CLOSE-OUT-DRAWER
                           MOVE RTN-AccNo  TO ws-prev-acc
                           MOVE RTN-Branch TO ws-acc-branch
                           MOVE 0 TO ws-rtn-count
                       END-IF
                       IF RTN-NO-FUNDS
                           COMPUTE ws-age-days =
                               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                             - FUNCTION INTEGER-OF-DATE(RTN-Date)
                           IF ws-age-days < 365
                               ADD 1 TO ws-rtn-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-OUT-DRAWER
           CLOSE ReturnFile.

       CLOSE-OUT-DRAWER.
           IF ws-prev-acc = 0 OR ws-rtn-count < WS-MaxReturns
               EXIT PARAGRAPH
           END-IF
           IF ws-branch NOT = SPACES AND ws-acc-branch NOT = ws-branch
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-cnt-barred
           MOVE ws-rtn-count TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING ws-prev-acc " " ws-acc-branch "    " ws-dsp-cnt
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine.

       RELEASE-REC-LOCK.
           CALL '../../Utility Functions/bin/releaseLock'
