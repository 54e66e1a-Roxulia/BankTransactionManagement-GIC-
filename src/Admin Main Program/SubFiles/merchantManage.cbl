      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Merchant acquiring. Keeps the merchant master
      *          (data/Merchants.dat - settlement account and
      *          discount rate) and the map of our POS terminals to
      *          merchants (data/MerchantTerminals.dat), and runs the
      *          daily POS settlement: the switch's acquiring file of
      *          card sales at our terminals is totalled per
      *          merchant, the gross sales credited to the merchant's
      *          account as a channel entry and the discount fee
      *          taken back as a FEE entry (event MDR in the
      *          service-charge register), so the merchant nets the
      *          sales less the fee and the fee lands in fee income.
      *          Each merchant gets a settlement statement of the
      *          day's sales (spool type MERCHSTMT) and the run a
      *          summary (MERCHSETL). Sales on unmapped terminals or
      *          for a merchant that could not be paid are written
      *          to a held file in the same layout for a re-run.
      *
      *          Acquiring file layout (fixed columns):
      *            S terminal(8) card-no(16) amount(12) time(6)
      *              auth-code(6)
      *            T count(7) amount(12)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. merchantManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MerchantFile ASSIGN TO "../../../data/Merchants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MER-ID
               FILE STATUS IS WS-MER-FS.

           SELECT TerminalFile
               ASSIGN TO "../../../data/MerchantTerminals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTM-Terminal
               FILE STATUS IS WS-MTM-FS.

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

           SELECT AcquirerFile ASSIGN TO WS-ACQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-FS.

           SELECT HeldFile ASSIGN TO WS-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MerchantFile.
       01  MerchantRecord.
           COPY "../../Utility Functions/merchantFile.cpy".

       FD  TerminalFile.
       01  TerminalRecord.
           COPY "../../Utility Functions/merchantTermFile.cpy".

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

       FD  ChargeLog.
       01  ChargeLogRecord.
           COPY "../../Utility Functions/svcChargeLogFile.cpy".

       FD  AcquirerFile.
       01  AcquirerLine.
           05  ACQ-RecType     PIC X.
           05  ACQ-Terminal    PIC X(8).
           05  ACQ-CardNo      PIC 9(16).
           05  ACQ-Amount      PIC 9(10)V99.
           05  ACQ-Time        PIC 9(6).
           05  ACQ-AuthCode    PIC X(6).
       01  AcquirerTrailer REDEFINES AcquirerLine.
           05  ATR-RecType     PIC X.
           05  ATR-Count       PIC 9(7).
           05  ATR-Amount      PIC 9(10)V99.
           05  FILLER          PIC X(29).

       FD  HeldFile.
       01  HeldLine            PIC X(49).

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MER-FS           pic xx.
       01  WS-MTM-FS           pic xx.
       01  WS-FS               pic xx.
       01  WS-TrxFS            pic xx.
       01  WS-SCL-FS           pic xx.
       01  WS-ACQ-FS           pic xx.
       01  WS-HLD-FS           pic xx.
       01  WS-OUT-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-merid            pic 9(5).
       01  ws-prev-merid       pic 9(5).
       01  ws-accno            pic 9(16).
       01  ws-rate             pic 9(2)v99.
       01  ws-terminal         pic x(8).
       01  ws-new-status       pic x.
       01  ws-dsp-rate         pic z9.99.
       01  ws-dsp-amount       pic z(9)9.99.
       01  ws-dsp-fee          pic z(9)9.99.
       01  ws-dsp-net          pic z(9)9.99.
       01  ws-dsp-cnt          pic z(4)9.
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-notice           pic x(60).
       01  WS-ACQ-PATH         pic x(60).
       01  WS-HELD-PATH        pic x(60).
       01  WS-REPORT-PATH      pic x(60).
       01  WS-SplType          pic x(12).
       01  ws-det-count        pic 9(7).
       01  ws-det-amount       pic 9(12)v99.
       01  ws-trl-count        pic 9(7).
       01  ws-trl-amount       pic 9(12)v99.
       01  ws-trl-seen         pic x.
       01  WS-IBF-STATUS       pic x(2).
       01  ws-held-count       pic 9(7).
       01  ws-held-amount      pic 9(10)v99.
       01  ws-settled-count    pic 9(5).
      *>every merchant on file, with what the day's file brought it
       01  ws-mer-count        pic 9(3) value 0.
       01  ws-mix              pic 9(3).
       01  ws-mer-ix           pic 9(3).
       01  ws-map-ix           pic 9(3).
       01  ws-cur-mix          pic 9(3).
       01  ws-mer-table.
           05  ws-mer-entry OCCURS 500 TIMES.
               10  ws-mt-id        pic 9(5).
               10  ws-mt-name      pic x(30).
               10  ws-mt-accno     pic 9(16).
               10  ws-mt-rate      pic 9(2)v99.
               10  ws-mt-status    pic x.
               10  ws-mt-count     pic 9(5).
               10  ws-mt-gross     pic 9(10)v99.
               10  ws-mt-fee       pic 9(10)v99.
               10  ws-mt-result    pic x.
                   88  ws-mt-settled   value "S".
                   88  ws-mt-held      value "H".
       01  ws-tot-gross        pic 9(12)v99.
       01  ws-tot-fee          pic 9(12)v99.
       01  ws-dsp-tot          pic z(11)9.99.
       01  ws-net              pic 9(10)v99.
      *>the posting to one merchant's account
       01  ws-uid              pic 9(5).
       01  ws-cr-trxid         pic x(11).
       01  ws-fee-trxid        pic x(11).
       01  WS-LockStatus       pic x(2).
       01  WS-LockUID          pic 9(5).
       01  ws-XrefSide         pic x.
       01  WS-PitTag           pic x.
       01  WS-PitBefore        pic x(600).
       01  WS-PitAfter         pic x(600).
       01  ws-mask-card        pic x(30).
       01  ws-mask-kind        pic x value "A".

       COPY "../../Utility Functions/trxConstants.cpy".

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           DISPLAY "==============================================="
           DISPLAY "=======       Merchant Acquiring         ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Merchants, 2=Add Merchant, "
                   "3=Change Rate/Status,"
           DISPLAY "4=Assign Terminal, 5=Daily POS Settlement, 6=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-MERCHANTS
                   perform MENU-LOOP
               WHEN 2
                   perform ADD-MERCHANT
                   perform MENU-LOOP
               WHEN 3
                   perform CHANGE-MERCHANT
                   perform MENU-LOOP
               WHEN 4
                   perform ASSIGN-TERMINAL
                   perform MENU-LOOP
               WHEN 5
                   perform DAILY-SETTLEMENT
                   perform MENU-LOOP
               WHEN 6
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating new files to store data if not already exist
       File-Check.
           OPEN INPUT MerchantFile
           IF WS-MER-FS = '35'
               OPEN OUTPUT MerchantFile
           END-IF
           CLOSE MerchantFile
           OPEN INPUT TerminalFile
           IF WS-MTM-FS = '35'
               OPEN OUTPUT TerminalFile
           END-IF
           CLOSE TerminalFile.

      *-------------------------------------------------------------------*
       LIST-MERCHANTS.
           move 'N' to ws-eof
           OPEN INPUT MerchantFile
           IF WS-MER-FS NOT = "00"
               DISPLAY "No merchants on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID    Name                           Account"
               "           Rate% St Settled"
           DISPLAY "-----------------------------------------------"
               "-----------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ MerchantFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE MER-Rate TO ws-dsp-rate
                       DISPLAY MER-ID " " MER-Name " " MER-AccNo "  "
                           ws-dsp-rate " " MER-Status "  "
                           MER-LastSettled
               END-READ
           END-PERFORM
           CLOSE MerchantFile.

      *-------------------------------------------------------------------*
      *>The settlement account must be one of our own active
      *>accounts - that is where the sales money goes.
       ADD-MERCHANT.
           DISPLAY "Merchant name : "
           ACCEPT MER-Name
           IF MER-Name = SPACES
               DISPLAY "ERROR: A name is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Settlement account number : "
           ACCEPT ws-accno
           OPEN INPUT UserFile
           MOVE ws-accno TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   DISPLAY "ERROR: Account not found."
                   CLOSE UserFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE UserFile
           IF NOT ACCT-ACTIVE
               DISPLAY "ERROR: Account is not active."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Discount rate % (e.g. 01.50) : "
           ACCEPT ws-rate
           IF ws-rate = 0 OR ws-rate > 10
               DISPLAY "ERROR: Rate must be above 0 and at most 10%."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O MerchantFile
           MOVE 0 TO ws-prev-merid
           MOVE 0 TO MER-ID
           move 'N' to ws-eof
           START MerchantFile KEY IS NOT LESS THAN MER-ID
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ MerchantFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE MER-ID TO ws-prev-merid
               END-READ
           END-PERFORM
           COMPUTE MER-ID = ws-prev-merid + 1
           MOVE ws-accno    TO MER-AccNo
           MOVE ws-rate     TO MER-Rate
           MOVE "A"         TO MER-Status
           MOVE WS-BUS-DATE TO MER-OpenDate
           MOVE 0           TO MER-LastSettled
           WRITE MerchantRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing merchant failed."
                   CLOSE MerchantFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE MerchantFile
           MOVE "MERCHADD" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING MER-ID " " MER-AccNo DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Merchant " MER-ID " added - assign its "
               "terminals next." esc resetx.

      *-------------------------------------------------------------------*
       CHANGE-MERCHANT.
           DISPLAY "Merchant ID : "
           ACCEPT ws-merid
           OPEN I-O MerchantFile
           MOVE ws-merid TO MER-ID
           READ MerchantFile
               INVALID KEY
                   DISPLAY "ERROR: Merchant not found."
                   CLOSE MerchantFile
                   EXIT PARAGRAPH
           END-READ
           MOVE MER-Rate TO ws-dsp-rate
           DISPLAY FUNCTION TRIM(MER-Name) " - rate " ws-dsp-rate
               "% status " MER-Status
           DISPLAY "New discount rate % (0 = unchanged) : "
           ACCEPT ws-rate
           IF ws-rate > 10
               DISPLAY "ERROR: Rate must be at most 10%."
               CLOSE MerchantFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Status A=Active S=Suspended (blank = unchanged) : "
           ACCEPT ws-new-status
           IF ws-new-status NOT = SPACE AND ws-new-status NOT = "A"
               AND ws-new-status NOT = "S"
               DISPLAY "ERROR: Status must be A or S."
               CLOSE MerchantFile
               EXIT PARAGRAPH
           END-IF
           IF ws-rate > 0
               MOVE ws-rate TO MER-Rate
           END-IF
           IF ws-new-status NOT = SPACE
               MOVE ws-new-status TO MER-Status
           END-IF
           REWRITE MerchantRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating merchant failed."
                   CLOSE MerchantFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE MerchantFile
           MOVE "MERCHUPD" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           MOVE MER-Rate TO ws-dsp-rate
           STRING MER-ID " " ws-dsp-rate " " MER-Status
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Merchant updated." esc resetx.

      *-------------------------------------------------------------------*
      *>A terminal moved to another shop is simply re-pointed; the
      *>next settlement pays the new merchant.
       ASSIGN-TERMINAL.
           DISPLAY "Terminal ID (8 chars) : "
           ACCEPT ws-terminal
           IF ws-terminal = SPACES
               DISPLAY "ERROR: A terminal ID is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Merchant ID : "
           ACCEPT ws-merid
           OPEN INPUT MerchantFile
           MOVE ws-merid TO MER-ID
           READ MerchantFile
               INVALID KEY
                   DISPLAY "ERROR: Merchant not found."
                   CLOSE MerchantFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE MerchantFile

           OPEN I-O TerminalFile
           MOVE ws-terminal TO MTM-Terminal
           READ TerminalFile
               INVALID KEY
                   MOVE ws-merid    TO MTM-MerchantId
                   MOVE WS-BUS-DATE TO MTM-AssignDate
                   WRITE TerminalRecord
                       INVALID KEY
                           DISPLAY "ERROR: Writing terminal failed."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Terminal was with merchant "
                       MTM-MerchantId " - re-pointed."
                   MOVE ws-merid    TO MTM-MerchantId
                   MOVE WS-BUS-DATE TO MTM-AssignDate
                   REWRITE TerminalRecord
                       INVALID KEY
                           DISPLAY "ERROR: Updating terminal failed."
                   END-REWRITE
           END-READ
           CLOSE TerminalFile
           MOVE "MERCHTERM" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING ws-terminal " " ws-merid DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Terminal " ws-terminal
               " assigned to merchant " ws-merid "." esc resetx.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The day's acquiring file: checked against its trailer and the
      *>inbound register first, then totalled per merchant, each
      *>merchant paid, statements written, and whatever could not be
      *>paid set aside in the held file.
       DAILY-SETTLEMENT.
           DISPLAY "Enter acquiring file path "
               "(blank = ../../../data/AcquirerIn.dat): "
           ACCEPT WS-ACQ-PATH
           IF WS-ACQ-PATH = SPACES
               MOVE "../../../data/AcquirerIn.dat" TO WS-ACQ-PATH
           END-IF

           MOVE 0 TO ws-det-count ws-det-amount
           MOVE 'N' TO ws-trl-seen ws-eof
           OPEN INPUT AcquirerFile
           IF WS-ACQ-FS NOT = "00"
               DISPLAY esc redx "Unable to open acquiring file "
                   WS-ACQ-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ AcquirerFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE ACQ-RecType
                           WHEN "S"
                               ADD 1 TO ws-det-count
                               ADD ACQ-Amount TO ws-det-amount
                           WHEN "T"
                               MOVE ATR-Count  TO ws-trl-count
                               MOVE ATR-Amount TO ws-trl-amount
                               MOVE 'Y' TO ws-trl-seen
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE AcquirerFile
           IF ws-trl-seen NOT = 'Y'
               OR ws-det-count NOT = ws-trl-count
               OR ws-det-amount NOT = ws-trl-amount
               DISPLAY esc redx "Control totals missing or not "
                   "matching - file refused, nothing settled."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           CALL '../../Utility Functions/bin/registerInboundFile'
               USING BY REFERENCE WS-ACQ-PATH, ws-det-count,
               ws-det-amount, LS-AdminId, WS-IBF-STATUS
           IF WS-IBF-STATUS = "94"
               DISPLAY esc redx "Duplicate file - refused, nothing "
                   "settled." esc resetx
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-MERCHANTS
           PERFORM TALLY-SALES
           MOVE 0 TO ws-settled-count
           PERFORM VARYING ws-mer-ix FROM 1 BY 1
                   UNTIL ws-mer-ix > ws-mer-count
               IF ws-mt-count(ws-mer-ix) > 0
                   MOVE ws-mer-ix TO ws-mix
                   PERFORM SETTLE-ONE-MERCHANT
               END-IF
           END-PERFORM
           PERFORM WRITE-HELD-FILE
           PERFORM WRITE-SETTLEMENT-SUMMARY
           CALL '../../Utility Functions/bin/markInboundPosted'
               USING BY REFERENCE WS-ACQ-PATH, WS-IBF-STATUS

           MOVE "MERCHSETL" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "PAID=" ws-settled-count " HELD=" ws-held-count
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Merchants settled: " ws-settled-count
               "   Sales held: " ws-held-count.

       LOAD-MERCHANTS.
           MOVE 0 TO ws-mer-count
           move 'N' to ws-eof
           OPEN INPUT MerchantFile
           IF WS-MER-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ MerchantFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ws-mer-count < 500
                           ADD 1 TO ws-mer-count
                           MOVE MER-ID
                               TO ws-mt-id(ws-mer-count)
                           MOVE MER-Name
                               TO ws-mt-name(ws-mer-count)
                           MOVE MER-AccNo
                               TO ws-mt-accno(ws-mer-count)
                           MOVE MER-Rate
                               TO ws-mt-rate(ws-mer-count)
                           MOVE MER-Status
                               TO ws-mt-status(ws-mer-count)
                           MOVE 0 TO ws-mt-count(ws-mer-count)
                           MOVE 0 TO ws-mt-gross(ws-mer-count)
                           MOVE 0 TO ws-mt-fee(ws-mer-count)
                           MOVE SPACE TO ws-mt-result(ws-mer-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MerchantFile.

       TALLY-SALES.
           move 'N' to ws-eof
           OPEN INPUT AcquirerFile
           OPEN INPUT TerminalFile
           PERFORM UNTIL ws-eof = 'Y'
               READ AcquirerFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ACQ-RecType = "S"
                           PERFORM MAP-TERMINAL
                           IF ws-mix > 0
                               ADD 1 TO ws-mt-count(ws-mix)
                               ADD ACQ-Amount TO ws-mt-gross(ws-mix)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TerminalFile
           CLOSE AcquirerFile.

      *>terminal to merchant-table entry; 0 when the terminal is not
      *>mapped or its merchant is suspended
       MAP-TERMINAL.
           MOVE 0 TO ws-mix
           MOVE ACQ-Terminal TO MTM-Terminal
           READ TerminalFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING ws-map-ix FROM 1 BY 1
                   UNTIL ws-map-ix > ws-mer-count OR ws-mix > 0
               IF ws-mt-id(ws-map-ix) = MTM-MerchantId
                   AND ws-mt-status(ws-map-ix) = "A"
                   MOVE ws-map-ix TO ws-mix
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------*
      *>Gross sales in as a channel credit, the discount fee out as
      *>a FEE debit, both under the one record lock; a merchant
      *>whose account cannot take the posting is held.
       SETTLE-ONE-MERCHANT.
           COMPUTE ws-mt-fee(ws-mix) ROUNDED =
               ws-mt-gross(ws-mix) * ws-mt-rate(ws-mix) / 100
           MOVE "H" TO ws-mt-result(ws-mix)

           OPEN INPUT UserFile
           MOVE ws-mt-accno(ws-mix) TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   CLOSE UserFile
                   EXIT PARAGRAPH
           END-READ
           MOVE UID TO ws-uid
           CLOSE UserFile
           IF NOT ACCT-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE ws-uid TO WS-LockUID
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserFile
           MOVE ws-uid TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   EXIT PARAGRAPH
           END-READ
           MOVE UserRecord TO WS-PitBefore
           ADD ws-mt-gross(ws-mix) TO Balance
           SUBTRACT ws-mt-fee(ws-mix) FROM Balance
           MOVE WS-BUS-DATE TO ULastTrxDate
           ADD 1 TO TrxCount
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxDepoPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO ws-cr-trxid
           END-STRING
           MOVE SPACES TO ws-fee-trxid
           IF ws-mt-fee(ws-mix) > 0
               ADD 1 TO TrxCount
               STRING
                   TrxCount DELIMITED BY SIZE
                   WS-TrxWDPrefix DELIMITED BY SIZE
                   UID DELIMITED BY SIZE
                   INTO ws-fee-trxid
               END-STRING
           END-IF
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
           CLOSE UserFile
           PERFORM RELEASE-REC-LOCK
           MOVE "S" TO ws-mt-result(ws-mix)
           ADD 1 TO ws-settled-count

           MOVE ws-cr-trxid TO TrxID
           MOVE 0 TO SenderAcc
           MOVE ws-mt-accno(ws-mix) TO ReceiverAcc
           MOVE SPACES TO Description
           STRING "POS settlement " ws-mt-id(ws-mix)
               DELIMITED BY SIZE INTO Description
           MOVE ws-mt-gross(ws-mix) TO Amount
           MOVE TRX-TYPE-CHANNEL TO TrxType
           MOVE "MISC" TO TrxCategory
           MOVE "R" TO ws-XrefSide
           PERFORM WRITE-SETTLEMENT-TRX

           IF ws-mt-fee(ws-mix) > 0
               MOVE ws-fee-trxid TO TrxID
               MOVE ws-mt-accno(ws-mix) TO SenderAcc
               MOVE 0 TO ReceiverAcc
               MOVE "Svc chg MDR" TO Description
               MOVE ws-mt-fee(ws-mix) TO Amount
               MOVE TRX-TYPE-WITHDRAW TO TrxType
               MOVE "FEE " TO TrxCategory
               MOVE "S" TO ws-XrefSide
               PERFORM WRITE-SETTLEMENT-TRX
               PERFORM WRITE-FEE-REGISTER
           END-IF

           OPEN I-O MerchantFile
           MOVE ws-mt-id(ws-mix) TO MER-ID
           READ MerchantFile
               NOT INVALID KEY
                   MOVE WS-BUS-DATE TO MER-LastSettled
                   REWRITE MerchantRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE MerchantFile

           PERFORM WRITE-MERCHANT-STATEMENT
           COMPUTE ws-net = ws-mt-gross(ws-mix) - ws-mt-fee(ws-mix)
           MOVE ws-net TO ws-dsp-net
           MOVE SPACES TO ws-notice
           STRING "POS sales settled - net " ws-dsp-net
               " credited" DELIMITED BY SIZE INTO ws-notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE ws-uid, ws-notice.

      *>the common tail of both settlement entries; the record area
      *>still holds the merchant's branch and currency from the
      *>rewrite above
       WRITE-SETTLEMENT-TRX.
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "CARD " TO TrxOperator
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE WS-BUS-DATE TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing settlement entry " TrxID
                       " failed."
                   CLOSE TrxFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE TrxFile
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE ws-mt-accno(ws-mix), TimeStamp,
               TrxID, ws-XrefSide
           MOVE SPACES TO WS-PitBefore
           MOVE TransactionRecord TO WS-PitAfter
           MOVE "T" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter.

      *>the discount fee sits in the service-charge register with
      *>every other fee, so fee income reports it and a manager can
      *>waive it
       WRITE-FEE-REGISTER.
           OPEN I-O ChargeLog
           IF WS-SCL-FS = '35'
               OPEN OUTPUT ChargeLog
               CLOSE ChargeLog
               OPEN I-O ChargeLog
           END-IF
           MOVE ws-fee-trxid        TO SCL-TrxID
           MOVE ws-mt-accno(ws-mix) TO SCL-AccNo
           MOVE ws-uid              TO SCL-UID
           MOVE "MDR"               TO SCL-Event
           MOVE WS-BUS-DATE         TO SCL-Date
           MOVE UBranch             TO SCL-Branch
           MOVE ws-mt-fee(ws-mix)   TO SCL-Amount
           MOVE LS-AdminId          TO SCL-Operator
           MOVE "C"                 TO SCL-Status
           MOVE 0                   TO SCL-WaivedBy
           MOVE 0                   TO SCL-WaiveDate
           MOVE SPACES              TO SCL-WaiveTrxID
           MOVE SPACES              TO SCL-WaiveReason
           WRITE ChargeLogRecord
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE ChargeLog.

       RELEASE-REC-LOCK.
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-LockUID.

      *-------------------------------------------------------------------*
      *>One merchant's sales for the day, card numbers masked, with
      *>the gross, the fee and what was credited.
       WRITE-MERCHANT-STATEMENT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/MerchantStmt_" ws-mt-id(ws-mix) "_"
               WS-BUS-DATE ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY "Unable to write statement for merchant "
                   ws-mt-id(ws-mix)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "POS Settlement Statement - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Merchant " ws-mt-id(ws-mix) " "
               ws-mt-name(ws-mix) DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Settled to account " ws-mt-accno(ws-mix)
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Terminal  Time    Card                Auth"
               & "          Amount" TO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           move 'N' to ws-eof
           OPEN INPUT AcquirerFile
           OPEN INPUT TerminalFile
           PERFORM UNTIL ws-eof = 'Y'
               READ AcquirerFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ACQ-RecType = "S"
                           PERFORM WRITE-STATEMENT-SALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TerminalFile
           CLOSE AcquirerFile

           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE ws-mt-count(ws-mix) TO ws-dsp-cnt
           MOVE ws-mt-gross(ws-mix) TO ws-dsp-amount
           MOVE ws-mt-fee(ws-mix)   TO ws-dsp-fee
           COMPUTE ws-net = ws-mt-gross(ws-mix) - ws-mt-fee(ws-mix)
           MOVE ws-net TO ws-dsp-net
           MOVE ws-mt-rate(ws-mix) TO ws-dsp-rate
           MOVE SPACES TO ReportLine
           STRING "Sales " ws-dsp-cnt "   Gross       " ws-dsp-amount
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Discount fee at " ws-dsp-rate "%     "
               ws-dsp-fee DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Net credited            " ws-dsp-net
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           MOVE "MERCHSTMT" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH.

       WRITE-STATEMENT-SALE.
           MOVE ws-mix TO ws-cur-mix
           PERFORM MAP-TERMINAL
           IF ws-mix = ws-cur-mix
               MOVE SPACES TO ws-mask-card
               MOVE ACQ-CardNo TO ws-mask-card
               CALL '../../Utility Functions/bin/maskField'
                   USING BY REFERENCE ws-mask-kind, ws-mask-card
               MOVE ACQ-Amount TO ws-dsp-amount
               MOVE SPACES TO ReportLine
               STRING ACQ-Terminal "  " ACQ-Time "  "
                   ws-mask-card(1:16) "    " ACQ-AuthCode "  "
                   ws-dsp-amount DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE ws-cur-mix TO ws-mix.

      *-------------------------------------------------------------------*
      *>Sales on a terminal nobody owns, or for a merchant that is
      *>suspended or could not be paid, go out in the acquiring
      *>layout with their own trailer, ready to run again once the
      *>master is put right.
       WRITE-HELD-FILE.
           MOVE 0 TO ws-held-count ws-held-amount
           MOVE SPACES TO WS-HELD-PATH
           STRING "../../../data/MerchantHeld_" WS-BUS-DATE "_"
               FUNCTION CURRENT-DATE(9:6) ".dat"
               DELIMITED BY SIZE INTO WS-HELD-PATH
           move 'N' to ws-eof
           OPEN INPUT AcquirerFile
           OPEN INPUT TerminalFile
           PERFORM UNTIL ws-eof = 'Y'
               READ AcquirerFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ACQ-RecType = "S"
                           PERFORM HOLD-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TerminalFile
           CLOSE AcquirerFile
           IF ws-held-count > 0
               MOVE SPACES         TO AcquirerTrailer
               MOVE "T"            TO ATR-RecType
               MOVE ws-held-count  TO ATR-Count
               MOVE ws-held-amount TO ATR-Amount
               WRITE HeldLine FROM AcquirerTrailer
               CLOSE HeldFile
               DISPLAY esc redx ws-held-count " sale(s) held in "
                   FUNCTION TRIM(WS-HELD-PATH) esc resetx
           END-IF.

       HOLD-ONE-SALE.
           PERFORM MAP-TERMINAL
           IF ws-mix > 0
               IF ws-mt-settled(ws-mix)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ws-held-count = 0
               OPEN OUTPUT HeldFile
           END-IF
           WRITE HeldLine FROM AcquirerLine
           ADD 1 TO ws-held-count
           ADD ACQ-Amount TO ws-held-amount.

      *-------------------------------------------------------------------*
       WRITE-SETTLEMENT-SUMMARY.
           MOVE 0 TO ws-tot-gross ws-tot-fee
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/MerchantSettle_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write settlement summary "
                   WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "POS Merchant Settlement - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "ID    Sales        Gross           Fee           Net"
               & " Result" TO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING ws-mer-ix FROM 1 BY 1
                   UNTIL ws-mer-ix > ws-mer-count
               IF ws-mt-count(ws-mer-ix) > 0
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE ws-tot-gross TO ws-dsp-tot
           MOVE SPACES TO ReportLine
           STRING "Gross settled " ws-dsp-tot
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-tot-fee TO ws-dsp-tot
           MOVE SPACES TO ReportLine
           STRING "Fee income    " ws-dsp-tot
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-held-amount TO ws-dsp-amount
           MOVE ws-held-count TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING "Held " ws-dsp-cnt " sale(s) for " ws-dsp-amount
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           MOVE "MERCHSETL" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           DISPLAY esc greenx "Settlement summary written to "
               FUNCTION TRIM(WS-REPORT-PATH) esc resetx.

       WRITE-SUMMARY-LINE.
           MOVE ws-mt-count(ws-mer-ix) TO ws-dsp-cnt
           MOVE ws-mt-gross(ws-mer-ix) TO ws-dsp-amount
           MOVE ws-mt-fee(ws-mer-ix)   TO ws-dsp-fee
           MOVE SPACES TO ReportLine
           IF ws-mt-settled(ws-mer-ix)
               COMPUTE ws-dsp-net =
                   ws-mt-gross(ws-mer-ix) - ws-mt-fee(ws-mer-ix)
               ADD ws-mt-gross(ws-mer-ix) TO ws-tot-gross
               ADD ws-mt-fee(ws-mer-ix)   TO ws-tot-fee
               STRING ws-mt-id(ws-mer-ix) " " ws-dsp-cnt " "
                   ws-dsp-amount " " ws-dsp-fee " " ws-dsp-net
                   " PAID" DELIMITED BY SIZE INTO ReportLine
           ELSE
               STRING ws-mt-id(ws-mer-ix) " " ws-dsp-cnt " "
                   ws-dsp-amount "               "
                   "               HELD" DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine.

       END PROGRAM merchantManage.
