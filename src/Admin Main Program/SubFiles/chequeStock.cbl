      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Cheque book stock register (data/ChequeStock.dat).
      *          Printed books are received into a branch's stock
      *          with their book numbers and leaf series - a series
      *          that overlaps any book already on file is refused -
      *          and a spoilt book is destroyed out of stock with a
      *          reason. Books leave stock only through chequeManage's
      *          Issue Book. The stock report reconciles one branch's
      *          month - opening stock, received, issued, destroyed,
      *          closing - against the books on hand for the monthly
      *          physical count, written to
      *          data/ChequeStock_<branch>_<month>.txt and registered
      *          in the report spool (type CHQSTOCK). Every receipt
      *          and destruction goes through logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chequeStock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile ASSIGN TO "../../../data/ChequeStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BookNo
               FILE STATUS IS WS-CST-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  StockFile.
       01  StockRecord.
           COPY "../../Utility Functions/chequeStockFile.cpy".

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CST-FS           pic xx.
       01  WS-OUT-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-confirm          pic x.
       01  ws-branch           pic x(3).
       01  ws-bookno           pic 9(4).
       01  ws-nbooks           pic 9(3).
       01  ws-firstleaf        pic 9(6).
       01  ws-leaves           pic 9(3).
       01  ws-reason           pic x(20).
       01  ws-ix               pic 9(3).
       01  ws-clash            pic x.
       01  ws-new-lo           pic 9(7).
       01  ws-new-hi           pic 9(7).
       01  ws-old-hi           pic 9(7).
       01  ws-last-book        pic 9(5).
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  WS-REPORT-PATH      pic x(60).
       01  ws-month            pic 9(6).
       01  ws-date-work        pic 9(8).
       01  ws-date-work-r REDEFINES ws-date-work.
           05  ws-date-month   pic 9(6).
           05  ws-date-day     pic 9(2).
       01  ws-month-start      pic 9(8).
       01  ws-cnt-open         pic 9(5).
       01  ws-cnt-recv         pic 9(5).
       01  ws-cnt-issued       pic 9(5).
       01  ws-cnt-destroyed    pic 9(5).
       01  ws-cnt-close        pic s9(6).
       01  ws-cnt-onhand       pic 9(5).
       01  ws-dsp-cnt          pic z(4)9.
       01  ws-dsp-close        pic -(5)9.
       01  ws-last-leaf        pic 9(6).
       01  WS-SplType          pic x(12) value "CHQSTOCK".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           DISPLAY "==============================================="
           DISPLAY "=======      Cheque Book Stock           ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Receive Books, 2=List Branch Stock, "
                   "3=Destroy Book,"
           DISPLAY "4=Monthly Stock Report, 5=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform RECEIVE-BOOKS
                   perform MENU-LOOP
               WHEN 2
                   perform LIST-STOCK
                   perform MENU-LOOP
               WHEN 3
                   perform DESTROY-BOOK
                   perform MENU-LOOP
               WHEN 4
                   perform STOCK-REPORT
                   perform MENU-LOOP
               WHEN 5
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating a new file to store data if not already exist
       File-Check.
           OPEN INPUT StockFile
           IF WS-CST-FS = '35'
               OPEN OUTPUT StockFile
           END-IF
           CLOSE StockFile.

      *-------------------------------------------------------------------*
      *>A delivery from the printer is a run of consecutively
      *>numbered books with consecutive leaf series. Nothing is
      *>written unless every book number and every leaf in the run
      *>is new to the register.
       RECEIVE-BOOKS.
           DISPLAY "Branch Code : "
           ACCEPT ws-branch
           DISPLAY "First Book Number : "
           ACCEPT ws-bookno
           DISPLAY "Number of Books : "
           ACCEPT ws-nbooks
           DISPLAY "First Leaf Number : "
           ACCEPT ws-firstleaf
           DISPLAY "Leaves per Book (e.g. 25) : "
           ACCEPT ws-leaves
           IF ws-branch = SPACES OR ws-bookno = 0
               DISPLAY "ERROR: Branch and book number are required."
               EXIT PARAGRAPH
           END-IF
           IF ws-nbooks = 0 OR ws-nbooks > 100
               DISPLAY "ERROR: Number of books must be 1-100."
               EXIT PARAGRAPH
           END-IF
           IF ws-leaves = 0 OR ws-leaves > 100
               DISPLAY "ERROR: Leaf count must be 1-100."
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-last-book = ws-bookno + ws-nbooks - 1
           MOVE ws-firstleaf TO ws-new-lo
           COMPUTE ws-new-hi = ws-firstleaf + ws-nbooks * ws-leaves
               - 1
           IF ws-last-book > 9999 OR ws-new-hi > 999999
               DISPLAY "ERROR: Book or leaf numbers run past the "
                   "end of the series."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SERIES-CLASH
           IF ws-clash = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O StockFile
           PERFORM VARYING ws-ix FROM 1 BY 1 UNTIL ws-ix > ws-nbooks
               MOVE ws-bookno    TO CST-BookNo
               MOVE ws-branch    TO CST-Branch
               MOVE ws-firstleaf TO CST-FirstLeaf
               MOVE ws-leaves    TO CST-Leaves
               MOVE WS-BUS-DATE  TO CST-RecvDate
               MOVE LS-AdminId   TO CST-RecvBy
               SET CST-IN-STOCK  TO TRUE
               MOVE 0            TO CST-AccNo
               MOVE 0            TO CST-OutDate
               MOVE 0            TO CST-OutBy
               MOVE SPACES       TO CST-Reason
               WRITE StockRecord
                   INVALID KEY
                       DISPLAY "Book " ws-bookno " not saved ("
                           WS-CST-FS ")."
               END-WRITE
               ADD 1 TO ws-bookno
               ADD ws-leaves TO ws-firstleaf
           END-PERFORM
           CLOSE StockFile
           MOVE "CHQRECV" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING ws-branch " " ws-nbooks " books"
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx ws-nbooks " book(s) received into "
               "stock at branch " ws-branch "." esc resetx.

      *>any book already on file whose number falls in the new run,
      *>or whose leaf series overlaps the new leaves, stops the
      *>receipt
       CHECK-SERIES-CLASH.
           MOVE 'N' TO ws-clash
           move 'N' to ws-eof
           OPEN INPUT StockFile
           PERFORM UNTIL ws-eof = 'Y'
               READ StockFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       COMPUTE ws-old-hi = CST-FirstLeaf
                           + CST-Leaves - 1
                       IF CST-BookNo >= ws-bookno
                           AND CST-BookNo <= ws-last-book
                           DISPLAY esc redx "Book " CST-BookNo
                               " is already on file." esc resetx
                           MOVE 'Y' TO ws-clash
                       END-IF
                       IF CST-FirstLeaf <= ws-new-hi
                           AND ws-old-hi >= ws-new-lo
                           DISPLAY esc redx "Leaves " CST-FirstLeaf
                               " onward already belong to book "
                               CST-BookNo "." esc resetx
                           MOVE 'Y' TO ws-clash
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StockFile.

      *-------------------------------------------------------------------*
       LIST-STOCK.
           DISPLAY "Branch Code : "
           ACCEPT ws-branch
           MOVE 0 TO ws-cnt-onhand
           move 'N' to ws-eof
           OPEN INPUT StockFile
           DISPLAY "Book  Leaves          Received  St  Account / "
               "Reason"
           DISPLAY "-----------------------------------------------"
               "---------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ StockFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CST-Branch = ws-branch
                           COMPUTE ws-last-leaf = CST-FirstLeaf
                               + CST-Leaves - 1
                           EVALUATE TRUE
                               WHEN CST-ISSUED
                                   DISPLAY CST-BookNo "  "
                                       CST-FirstLeaf "-" ws-last-leaf
                                       "  " CST-RecvDate "  "
                                       CST-Status "   " CST-AccNo
                               WHEN CST-DESTROYED
                                   DISPLAY CST-BookNo "  "
                                       CST-FirstLeaf "-" ws-last-leaf
                                       "  " CST-RecvDate "  "
                                       CST-Status "   " CST-Reason
                               WHEN OTHER
                                   ADD 1 TO ws-cnt-onhand
                                   DISPLAY CST-BookNo "  "
                                       CST-FirstLeaf "-" ws-last-leaf
                                       "  " CST-RecvDate "  "
                                       CST-Status
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StockFile
           DISPLAY ws-cnt-onhand " book(s) in stock.".

      *-------------------------------------------------------------------*
      *>Only a book still in stock can be destroyed - an issued book
      *>is the customer's, and its leaves are stopped instead.
       DESTROY-BOOK.
           DISPLAY "Book Number : "
           ACCEPT ws-bookno
           OPEN I-O StockFile
           MOVE ws-bookno TO CST-BookNo
           READ StockFile
               INVALID KEY
                   DISPLAY "ERROR: Book not on file."
                   CLOSE StockFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT CST-IN-STOCK
               DISPLAY "ERROR: Book is not in stock (status "
                   CST-Status ")."
               CLOSE StockFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason (max 20) : "
           ACCEPT ws-reason
           IF ws-reason = SPACES
               DISPLAY "ERROR: A reason is required."
               CLOSE StockFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Destroy book " ws-bookno " of branch " CST-Branch
               " ? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = 'Y' AND ws-confirm NOT = 'y'
               DISPLAY "Cancelled."
               CLOSE StockFile
               EXIT PARAGRAPH
           END-IF
           SET CST-DESTROYED TO TRUE
           MOVE WS-BUS-DATE TO CST-OutDate
           MOVE LS-AdminId  TO CST-OutBy
           MOVE ws-reason   TO CST-Reason
           REWRITE StockRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating book failed."
           END-REWRITE
           CLOSE StockFile
           MOVE "CHQDESTR" TO ws-logAction
           MOVE ws-bookno TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Book destroyed out of stock." esc resetx.

      *-------------------------------------------------------------------*
      *>Opening stock is every book received before the month that
      *>had not left stock by its first day; closing stock must
      *>agree with the books on hand when the month is the current
      *>one, and the on-hand list is what the count is taken from.
       STOCK-REPORT.
           DISPLAY "Branch Code : "
           ACCEPT ws-branch
           DISPLAY "Month (YYYYMM) : "
           ACCEPT ws-month
           MOVE ws-month TO ws-date-month
           MOVE 1        TO ws-date-day
           MOVE ws-date-work TO ws-month-start
           MOVE 0 TO ws-cnt-open
           MOVE 0 TO ws-cnt-recv
           MOVE 0 TO ws-cnt-issued
           MOVE 0 TO ws-cnt-destroyed
           MOVE 0 TO ws-cnt-onhand

           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/ChequeStock_" ws-branch "_"
               ws-month ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write stock report "
                   WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Cheque Book Stock - Branch " ws-branch
               " - Month " ws-month DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Books on hand for count:" TO ReportLine
           WRITE ReportLine
           MOVE "Book  First   Last" TO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           move 'N' to ws-eof
           OPEN INPUT StockFile
           PERFORM UNTIL ws-eof = 'Y'
               READ StockFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CST-Branch = ws-branch
                           PERFORM TALLY-ONE-BOOK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StockFile

           COMPUTE ws-cnt-close = ws-cnt-open + ws-cnt-recv
               - ws-cnt-issued - ws-cnt-destroyed
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE ws-cnt-open TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING "Opening stock      " ws-dsp-cnt
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-cnt-recv TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING "Received         + " ws-dsp-cnt
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-cnt-issued TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING "Issued           - " ws-dsp-cnt
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-cnt-destroyed TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING "Destroyed        - " ws-dsp-cnt
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-cnt-close TO ws-dsp-close
           MOVE SPACES TO ReportLine
           STRING "Closing stock     " ws-dsp-close
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-cnt-onhand TO ws-dsp-cnt
           MOVE SPACES TO ReportLine
           STRING "On hand now        " ws-dsp-cnt
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut

           DISPLAY "Opening " ws-cnt-open "  Received " ws-cnt-recv
               "  Issued " ws-cnt-issued "  Destroyed "
               ws-cnt-destroyed
           DISPLAY "Closing " ws-dsp-close "  On hand now "
               ws-cnt-onhand
           IF ws-month = WS-BUS-DATE(1:6)
               AND ws-cnt-close NOT = ws-cnt-onhand
               DISPLAY esc redx "Closing stock does not agree with "
                   "the books on hand - investigate before the count."
                   esc resetx
           END-IF
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           DISPLAY esc greenx "Stock report written to "
               FUNCTION TRIM(WS-REPORT-PATH) esc resetx.

       TALLY-ONE-BOOK.
           IF CST-RecvDate < ws-month-start
               AND (CST-IN-STOCK OR CST-OutDate >= ws-month-start)
               ADD 1 TO ws-cnt-open
           END-IF
           MOVE CST-RecvDate TO ws-date-work
           IF ws-date-month = ws-month
               ADD 1 TO ws-cnt-recv
           END-IF
           MOVE CST-OutDate TO ws-date-work
           IF ws-date-month = ws-month
               IF CST-ISSUED
                   ADD 1 TO ws-cnt-issued
               END-IF
               IF CST-DESTROYED
                   ADD 1 TO ws-cnt-destroyed
               END-IF
           END-IF
           IF CST-IN-STOCK
               ADD 1 TO ws-cnt-onhand
               COMPUTE ws-last-leaf = CST-FirstLeaf + CST-Leaves - 1
               MOVE SPACES TO ReportLine
               STRING CST-BookNo "  " CST-FirstLeaf "  " ws-last-leaf
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF.

       END PROGRAM chequeStock.
