      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Banknote exchange over the counter for walk-in
      *          customers. Buy: the customer hands over foreign
      *          notes and is paid MMK at the bank's cash buying
      *          rate; Sell: the customer pays MMK and is handed
      *          foreign notes at the cash selling rate. Both rates
      *          come off the mid rate less or plus the currency's
      *          cash spread (loadFxCashRate). Each exchange is
      *          recorded in data/FxExchanges.dat and moves the
      *          teller's drawer in both currencies - MMK through
      *          updateDrawer, the foreign notes in data/FxDrawers.dat
      *          - and the bank's foreign cash holding used by the
      *          open position report. The MMK leg books to the FX
      *          position GL account and the margin over mid to FX
      *          income (writeGlMemo rows). The customer is checked
      *          against the barred NRC list and the sanctions list
      *          first, and gets a receipt showing the rate used.
      *          Exchanges at or over the FIU threshold are picked up
      *          by the night's FIU cash extract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxCounter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExchFile ASSIGN TO "../../../data/FxExchanges.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXE-ID
               FILE STATUS IS WS-FXE-FS.

           SELECT FxDrawerFile ASSIGN TO "../../../data/FxDrawers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXW-Key
               FILE STATUS IS WS-FXW-FS.

           SELECT HoldingFile ASSIGN TO '../../../data/FxHoldings.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXH-Key
               FILE STATUS IS WS-FXH-FS.

           SELECT AdminFile ASSIGN TO '../../../data/AdminAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AID
               FILE STATUS IS WS-ADM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ExchFile.
       01  ExchRecord.
           COPY "../../Utility Functions/fxExchangeFile.cpy".

       FD  FxDrawerFile.
       01  FxDrawerRecord.
           COPY "../../Utility Functions/fxDrawerFile.cpy".

       FD  HoldingFile.
       01  HoldingRecord.
           COPY "../../Utility Functions/fxHoldingFile.cpy".

       FD  AdminFile.
       01  AdminRecord.
           COPY "../../Utility Functions/adminFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FXE-FS           pic xx.
       01  WS-FXW-FS           pic xx.
       01  WS-FXH-FS           pic xx.
       01  WS-ADM-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-FX-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-exid             pic 9(7).
       01  ws-prev-exid        pic 9(7).
       01  ws-branch           pic x(3).
       01  ws-dir              pic x.
       01  ws-ccy              pic x(3).
       01  ws-fcy-amount       pic 9(10)v99.
       01  ws-mid-rate         pic 9(6)v9(4).
       01  ws-buy-rate         pic 9(6)v9(4).
       01  ws-sell-rate        pic 9(6)v9(4).
       01  ws-rate             pic 9(6)v9(4).
       01  ws-mmk-amount       pic 9(12)v99.
       01  ws-mid-amount       pic 9(12)v99.
       01  ws-margin           pic 9(10)v99.
       01  ws-cash             pic 9(10)v99.
       01  ws-fcy-held         pic s9(10)v99.
       01  ws-nrc              pic x(30).
       01  ws-name             pic x(30).
       01  ws-blk-reason       pic x(20).
       01  ws-blk-status       pic xx.
       01  ws-san-hit          pic x.
       01  ws-san-matched      pic x(30).
       01  ws-san-dir          pic x.
       01  ws-san-bank         pic x(8) value "FXCASH".
       01  ws-san-acc          pic 9(16) value 0.
       01  ws-san-amount       pic 9(10)v99.
       01  ws-refused          pic x.
       01  ws-confirm          pic x.
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-list-count       pic 9(5).
       01  ws-dsp-fcy          pic z(9)9.99.
       01  ws-dsp-mmk          pic z(11)9.99.
       01  ws-dsp-margin       pic z(9)9.99.
       01  ws-dsp-rate         pic z(5)9.9999.
       01  ws-dsp-buy          pic z(5)9.9999.
       01  ws-dsp-sell         pic z(5)9.9999.
       01  ws-dsp-bal          pic -z(9)9.99.
       01  ws-dsp-in           pic z(9)9.99.
       01  ws-dsp-out          pic z(9)9.99.
      *>GL memo rows
       01  WS-MEMO-ID          pic x(11).
       01  WS-MEMO-DESC        pic x(30).
       01  WS-MEMO-AMT         pic 9(10)v99.
       01  WS-MEMO-STATUS      pic xx.
       01  WS-MEMO-OPER        pic x(5).
       01  WS-DRW-KIND         pic x.

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           PERFORM LOAD-ADMIN-BRANCH
           DISPLAY "==============================================="
           DISPLAY "=======    Foreign Currency Exchange     ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Show Rates, 2=Buy Foreign Notes,"
           DISPLAY "3=Sell Foreign Notes, 4=Foreign Notes in Drawer,"
           DISPLAY "5=Reprint Receipt, 6=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform SHOW-RATES
                   perform MENU-LOOP
               WHEN 2
                   MOVE "B" TO ws-dir
                   perform EXCHANGE-NOTES
                   perform MENU-LOOP
               WHEN 3
                   MOVE "S" TO ws-dir
                   perform EXCHANGE-NOTES
                   perform MENU-LOOP
               WHEN 4
                   perform SHOW-DRAWER
                   perform MENU-LOOP
               WHEN 5
                   perform REPRINT-RECEIPT
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
           OPEN INPUT ExchFile
           IF WS-FXE-FS = '35'
               OPEN OUTPUT ExchFile
           END-IF
           CLOSE ExchFile
           OPEN INPUT FxDrawerFile
           IF WS-FXW-FS = '35'
               OPEN OUTPUT FxDrawerFile
           END-IF
           CLOSE FxDrawerFile
           OPEN INPUT HoldingFile
           IF WS-FXH-FS = '35'
               OPEN OUTPUT HoldingFile
           END-IF
           CLOSE HoldingFile.

       LOAD-ADMIN-BRANCH.
           MOVE "001" TO ws-branch
           OPEN INPUT AdminFile
           IF WS-ADM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-AdminId TO AID
           READ AdminFile
               NOT INVALID KEY
                   MOVE ABranch TO ws-branch
           END-READ
           CLOSE AdminFile.

      *-------------------------------------------------------------------*
       SHOW-RATES.
           DISPLAY "Currency code : "
           ACCEPT ws-ccy
           MOVE FUNCTION UPPER-CASE(ws-ccy) TO ws-ccy
           CALL '../../Utility Functions/bin/loadFxCashRate'
               USING BY REFERENCE ws-ccy, ws-mid-rate, ws-buy-rate,
               ws-sell-rate, WS-FX-STATUS
           IF WS-FX-STATUS NOT = "00" OR ws-ccy = "MMK"
               DISPLAY esc redx "No rate on file for " ws-ccy "."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE ws-mid-rate TO ws-dsp-rate
           MOVE ws-buy-rate TO ws-dsp-buy
           MOVE ws-sell-rate TO ws-dsp-sell
           DISPLAY ws-ccy "  We buy " ws-dsp-buy "  Mid " ws-dsp-rate
               "  We sell " ws-dsp-sell " MMK per unit".

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>One exchange either way. Every check runs before anything
      *>is written, so a refused exchange leaves nothing behind but
      *>the compliance hold.
       EXCHANGE-NOTES.
           DISPLAY "Currency code : "
           ACCEPT ws-ccy
           MOVE FUNCTION UPPER-CASE(ws-ccy) TO ws-ccy
           IF ws-ccy = "MMK" OR ws-ccy = SPACES
               DISPLAY "ERROR: Not a foreign currency."
               EXIT PARAGRAPH
           END-IF
           CALL '../../Utility Functions/bin/loadFxCashRate'
               USING BY REFERENCE ws-ccy, ws-mid-rate, ws-buy-rate,
               ws-sell-rate, WS-FX-STATUS
           IF WS-FX-STATUS NOT = "00"
               DISPLAY esc redx "No rate on file for " ws-ccy "."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ExchRecord
           DISPLAY "Customer name : "
           ACCEPT FXE-CustName
           DISPLAY "Customer NRC or passport no : "
           ACCEPT FXE-CustNrc
           IF FXE-CustName = SPACES OR FXE-CustNrc = SPACES
               DISPLAY "ERROR: Customer name and NRC are required."
               EXIT PARAGRAPH
           END-IF
           IF ws-dir = "B"
               DISPLAY "Foreign notes received (" ws-ccy ") : "
           ELSE
               DISPLAY "Foreign notes wanted (" ws-ccy ") : "
           END-IF
           ACCEPT ws-fcy-amount
           IF ws-fcy-amount = 0
               DISPLAY "ERROR: Amount must be above zero."
               EXIT PARAGRAPH
           END-IF

           COMPUTE ws-mid-amount ROUNDED = ws-fcy-amount * ws-mid-rate
           IF ws-dir = "B"
               MOVE ws-buy-rate TO ws-rate
               COMPUTE ws-mmk-amount ROUNDED =
                   ws-fcy-amount * ws-buy-rate
               COMPUTE ws-margin = ws-mid-amount - ws-mmk-amount
               MOVE "I" TO ws-san-dir
           ELSE
               MOVE ws-sell-rate TO ws-rate
               COMPUTE ws-mmk-amount ROUNDED =
                   ws-fcy-amount * ws-sell-rate
               COMPUTE ws-margin = ws-mmk-amount - ws-mid-amount
               MOVE "O" TO ws-san-dir
               PERFORM CHECK-DRAWER-NOTES
           END-IF

           MOVE 'N' TO ws-refused
           MOVE FXE-CustNrc TO ws-nrc
           PERFORM CHECK-BARRED-NRC
           MOVE FXE-CustName TO ws-name
           MOVE ws-mmk-amount TO ws-san-amount
           PERFORM SCREEN-PARTY
           IF ws-refused = 'Y'
               DISPLAY esc redx "Exchange refused." esc resetx
               EXIT PARAGRAPH
           END-IF

           MOVE ws-rate TO ws-dsp-rate
           MOVE ws-fcy-amount TO ws-dsp-fcy
           MOVE ws-mmk-amount TO ws-dsp-mmk
           IF ws-dir = "B"
               DISPLAY "Take " ws-ccy ws-dsp-fcy " at " ws-dsp-rate
               DISPLAY "Pay customer MMK " ws-dsp-mmk
               DISPLAY "Notes received and MMK paid? (Y/N) : "
           ELSE
               DISPLAY "Hand over " ws-ccy ws-dsp-fcy " at "
                   ws-dsp-rate
               DISPLAY "Collect from customer MMK " ws-dsp-mmk
               DISPLAY "MMK received and notes handed over? (Y/N) : "
           END-IF
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ExchFile
           IF WS-FXE-FS NOT = "00"
               DISPLAY "ERROR: Exchange register unavailable."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-ID
           MOVE ws-exid TO FXE-ID
           MOVE WS-BUS-DATE TO FXE-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO FXE-Time
           MOVE LS-AdminId TO FXE-AdminId
           MOVE ws-branch TO FXE-Branch
           MOVE ws-dir TO FXE-Dir
           MOVE ws-ccy TO FXE-Ccy
           MOVE ws-fcy-amount TO FXE-FcyAmount
           MOVE ws-mid-rate TO FXE-MidRate
           MOVE ws-rate TO FXE-Rate
           MOVE ws-mmk-amount TO FXE-MmkAmount
           MOVE ws-margin TO FXE-Margin
           WRITE ExchRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing exchange failed."
                   CLOSE ExchFile
                   EXIT PARAGRAPH
           END-WRITE

      *>MMK leaves the drawer when we buy notes, comes in when we
      *>sell them - the foreign notes go the other way
           IF FXE-BANK-BUYS
               MOVE "O" TO WS-DRW-KIND
           ELSE
               MOVE "I" TO WS-DRW-KIND
           END-IF
           MOVE ws-mmk-amount TO ws-cash
           CALL '../../Utility Functions/bin/updateDrawer'
               USING BY REFERENCE LS-AdminId, WS-DRW-KIND, ws-cash
           PERFORM MOVE-DRAWER-NOTES
           PERFORM MOVE-CASH-HOLDING

           MOVE SPACES TO WS-MEMO-ID
           IF FXE-BANK-BUYS
               STRING "FXB" FXE-ID DELIMITED BY SIZE INTO WS-MEMO-ID
               MOVE "FX cash bought" TO WS-MEMO-DESC
           ELSE
               STRING "FXS" FXE-ID DELIMITED BY SIZE INTO WS-MEMO-ID
               MOVE "FX cash sold" TO WS-MEMO-DESC
           END-IF
           MOVE ws-mmk-amount TO WS-MEMO-AMT
           PERFORM POST-MEMO
           MOVE SPACES TO WS-MEMO-ID
           STRING "FXM" FXE-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "FX cash margin" TO WS-MEMO-DESC
           MOVE ws-margin TO WS-MEMO-AMT
           PERFORM POST-MEMO

           MOVE "FXEXCH" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "FXE" FXE-ID " " FXE-Dir " " FXE-Ccy
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Exchange " FXE-ID " recorded."
               esc resetx
           PERFORM PRINT-RECEIPT
           CLOSE ExchFile.

      *>the teller can only hand over notes the drawer holds - a
      *>short drawer is warned so notes can come from the vault
       CHECK-DRAWER-NOTES.
           MOVE 0 TO ws-fcy-held
           OPEN INPUT FxDrawerFile
           IF WS-FXW-FS = "00"
               MOVE LS-AdminId TO FXW-AID
               MOVE ws-ccy TO FXW-Ccy
               READ FxDrawerFile
                   NOT INVALID KEY
                       MOVE FXW-Balance TO ws-fcy-held
               END-READ
               CLOSE FxDrawerFile
           END-IF
           IF ws-fcy-held < ws-fcy-amount
               MOVE ws-fcy-held TO ws-dsp-bal
               DISPLAY esc redx "WARNING: drawer shows only " ws-ccy
                   ws-dsp-bal " in notes." esc resetx
           END-IF.

       MOVE-DRAWER-NOTES.
           OPEN I-O FxDrawerFile
           IF WS-FXW-FS NOT = "00"
               CLOSE FxDrawerFile
               EXIT PARAGRAPH
           END-IF
           MOVE LS-AdminId TO FXW-AID
           MOVE ws-ccy TO FXW-Ccy
           READ FxDrawerFile
               INVALID KEY
                   INITIALIZE FxDrawerRecord
                   MOVE LS-AdminId TO FXW-AID
                   MOVE ws-ccy TO FXW-Ccy
                   MOVE WS-BUS-DATE TO FXW-Date
                   WRITE FxDrawerRecord
           END-READ
           IF FXW-Date NOT = WS-BUS-DATE
               MOVE 0 TO FXW-InToday
               MOVE 0 TO FXW-OutToday
               MOVE WS-BUS-DATE TO FXW-Date
           END-IF
           IF FXE-BANK-BUYS
               ADD ws-fcy-amount TO FXW-Balance
               ADD ws-fcy-amount TO FXW-InToday
           ELSE
               SUBTRACT ws-fcy-amount FROM FXW-Balance
               ADD ws-fcy-amount TO FXW-OutToday
           END-IF
           REWRITE FxDrawerRecord
               INVALID KEY
                   DISPLAY "Warning: foreign drawer update failed."
           END-REWRITE
           CLOSE FxDrawerFile.

      *>the bank's foreign cash holding the open position is
      *>measured on moves with every exchange between vault counts
       MOVE-CASH-HOLDING.
           OPEN I-O HoldingFile
           IF WS-FXH-FS NOT = "00"
               CLOSE HoldingFile
               EXIT PARAGRAPH
           END-IF
           MOVE ws-ccy TO FXH-Ccy
           MOVE "C" TO FXH-Type
           READ HoldingFile
               INVALID KEY
                   INITIALIZE HoldingRecord
                   MOVE ws-ccy TO FXH-Ccy
                   MOVE "C" TO FXH-Type
                   MOVE SPACES TO FXH-Name
                   WRITE HoldingRecord
           END-READ
           IF FXE-BANK-BUYS
               ADD ws-fcy-amount TO FXH-Amount
           ELSE
               SUBTRACT ws-fcy-amount FROM FXH-Amount
           END-IF
           MOVE WS-BUS-DATE TO FXH-AsOf
           MOVE LS-AdminId TO FXH-AdminId
           REWRITE HoldingRecord
               INVALID KEY
                   DISPLAY "Warning: foreign cash holding update "
                       "failed."
           END-REWRITE
           CLOSE HoldingFile.

      *-------------------------------------------------------------------*
      *>the customer's slip, off the register row in hand
       PRINT-RECEIPT.
           MOVE FXE-FcyAmount TO ws-dsp-fcy
           MOVE FXE-MmkAmount TO ws-dsp-mmk
           MOVE FXE-Rate TO ws-dsp-rate
           DISPLAY "==============================================="
           DISPLAY "        FOREIGN CURRENCY EXCHANGE RECEIPT"
           DISPLAY "==============================================="
           DISPLAY "Receipt no : " FXE-ID "    Branch : " FXE-Branch
           DISPLAY "Date       : " FXE-Date "  Time : " FXE-Time
           DISPLAY "Customer   : " FXE-CustName
           DISPLAY "NRC/ID     : " FXE-CustNrc
           IF FXE-BANK-BUYS
               DISPLAY "We bought  : " FXE-Ccy ws-dsp-fcy
               DISPLAY "Rate used  : " ws-dsp-rate " MMK per "
                   FXE-Ccy " (buying)"
               DISPLAY "Paid to you: MMK" ws-dsp-mmk
           ELSE
               DISPLAY "We sold    : " FXE-Ccy ws-dsp-fcy
               DISPLAY "Rate used  : " ws-dsp-rate " MMK per "
                   FXE-Ccy " (selling)"
               DISPLAY "You paid   : MMK" ws-dsp-mmk
           END-IF
           DISPLAY "Teller     : " FXE-AdminId
           DISPLAY "===============================================".

       REPRINT-RECEIPT.
           DISPLAY "Receipt no : "
           ACCEPT ws-exid
           OPEN INPUT ExchFile
           IF WS-FXE-FS NOT = "00"
               DISPLAY "No exchanges on file."
               EXIT PARAGRAPH
           END-IF
           MOVE ws-exid TO FXE-ID
           READ ExchFile
               INVALID KEY
                   DISPLAY "ERROR: Exchange not found."
                   CLOSE ExchFile
                   EXIT PARAGRAPH
           END-READ
           PERFORM PRINT-RECEIPT
           CLOSE ExchFile.

      *-------------------------------------------------------------------*
       SHOW-DRAWER.
           MOVE 0 TO ws-list-count
           move 'N' to ws-eof
           OPEN INPUT FxDrawerFile
           IF WS-FXW-FS NOT = "00"
               DISPLAY "No foreign notes on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ccy  In drawer       In today      Out today"
           DISPLAY "-----------------------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ FxDrawerFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF FXW-AID = LS-AdminId
                           MOVE FXW-Balance TO ws-dsp-bal
                           IF FXW-Date = WS-BUS-DATE
                               MOVE FXW-InToday TO ws-dsp-in
                               MOVE FXW-OutToday TO ws-dsp-out
                           ELSE
                               MOVE 0 TO ws-dsp-in
                               MOVE 0 TO ws-dsp-out
                           END-IF
                           DISPLAY FXW-Ccy " " ws-dsp-bal " "
                               ws-dsp-in " " ws-dsp-out
                           ADD 1 TO ws-list-count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FxDrawerFile
           IF ws-list-count = 0
               DISPLAY "No foreign notes in your drawer."
           END-IF.

      *-------------------------------------------------------------------*
       FIND-NEXT-ID.
           MOVE 0 TO ws-prev-exid
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ExchFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE FXE-ID TO ws-prev-exid
               END-READ
           END-PERFORM
           COMPUTE ws-exid = ws-prev-exid + 1.

       CHECK-BARRED-NRC.
           call '../../Utility Functions/bin/isNRCBlacklisted'
           using by REFERENCE ws-nrc, ws-blk-reason, ws-blk-status
           IF ws-blk-status = "00"
               DISPLAY esc redx "NRC " FUNCTION TRIM(ws-nrc)
                   " IS BARRED - " ws-blk-reason esc resetx
               MOVE 'Y' TO ws-refused
           END-IF.

      *>a hit goes to compliance's queue; release there means the
      *>branch may take the exchange again
       SCREEN-PARTY.
           CALL '../../Utility Functions/bin/screenSanctions'
               USING BY REFERENCE ws-name, ws-san-hit, ws-san-matched
           IF ws-san-hit = "Y"
               DISPLAY esc redx "SANCTIONS HIT: "
                   FUNCTION TRIM(ws-name) " matches "
                   FUNCTION TRIM(ws-san-matched) esc resetx
               CALL '../../Utility Functions/bin/writeSanctionsHold'
                   USING BY REFERENCE ws-san-dir, ws-name,
                   ws-san-matched, ws-san-bank, ws-san-acc,
                   ws-san-amount
               MOVE 'Y' TO ws-refused
           END-IF.

       POST-MEMO.
           MOVE LS-AdminId TO WS-MEMO-OPER
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-BUS-DATE, ws-branch, WS-MEMO-OPER,
               WS-MEMO-STATUS.

       END PROGRAM fxCounter.
