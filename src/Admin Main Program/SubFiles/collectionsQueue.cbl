      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Collections work queue. Lists every open loan with
      *          installments overdue (LN-ArrearsCount above zero),
      *          longest past due first, with the borrower's phone,
      *          the overdue amount and the last contact made. The
      *          officer records each call's outcome against the
      *          loan in data/CollNotes.dat; a promise to pay also
      *          carries the date and amount promised, which the
      *          nightly promiseCheck run marks kept or broken from
      *          the loan's actual collections. Broken promises not
      *          yet followed up make the next morning's call list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. collectionsQueue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT NoteFile ASSIGN TO '../../../data/CollNotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-Key
               FILE STATUS IS WS-CN-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT QueueSeq ASSIGN TO '../../../data/CollQueue.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Q-FS.

           SELECT QueueSorted ASSIGN TO '../../../data/CollQueueSrt.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Q-FS.

           SELECT WORK ASSIGN TO 'CQWRK.DAT'.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
       01  LoanRecord.
           COPY "../../Utility Functions/loanFile.cpy".

       FD  NoteFile.
       01  NoteRecord.
           COPY "../../Utility Functions/collNoteFile.cpy".

       FD  userfile.
       01  userdata.
           COPY "../../Utility Functions/userFile.cpy".

       FD  QueueSeq.
       01  QueueSeqLine.
           05  QS-DPD          PIC 9(5).
           05  QS-LoanID       PIC 9(5).
           05  QS-UID          PIC 9(5).
           05  QS-Count        PIC 9(3).
           05  QS-Overdue      PIC 9(10)V99.
           05  QS-Penalty      PIC 9(10)V99.

       FD  QueueSorted.
       01  QueueSortedLine.
           05  QO-DPD          PIC 9(5).
           05  QO-LoanID       PIC 9(5).
           05  QO-UID          PIC 9(5).
           05  QO-Count        PIC 9(3).
           05  QO-Overdue      PIC 9(10)V99.
           05  QO-Penalty      PIC 9(10)V99.

       SD  WORK.
       01  WorkRecord.
           05  W-DPD           PIC 9(5).
           05  W-LoanID        PIC 9(5).
           05  W-UID           PIC 9(5).
           05  W-Count         PIC 9(3).
           05  W-Overdue       PIC 9(10)V99.
           05  W-Penalty       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-LN-FS        pic xx.
       01  WS-CN-FS        pic xx.
       01  WS-USR-FS       pic xx.
       01  WS-Q-FS         pic xx.
       01  WS-BD-STATUS    pic xx.
       01  ws-choice       pic 9.
       01  ws-eof          pic x value 'N'.
       01  ws-note-eof     pic x value 'N'.
       01  WS-BUS-DATE     pic 9(8).
       01  ws-loanid       pic 9(5).
       01  ws-queue-count  pic 9(5) value 0.
       01  WS-DPD          pic s9(7).
       01  ws-outcome      pic xx.
       01  ws-note         pic x(50).
       01  ws-prom-date    pic 9(8).
       01  ws-prom-amt     pic 9(10)v99.
       01  PrevCNSeq       pic 9(4).
       01  ws-last-date    pic 9(8).
       01  ws-last-outcome pic xx.
       01  ws-last-prom    pic x.
       01  ws-held         pic x value 'N'.
       01  WS-HELD-NOTE    pic x(120).
       01  WS-DSP-A        pic z(9)9.99.
       01  WS-DSP-B        pic z(9)9.99.
       01  ws-logAction    pic x(10).
       01  ws-logAcct      pic x(30).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           DISPLAY "==============================================="
           DISPLAY "=========   Collections Work Queue   =========="
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Work Queue, 2=Record Contact, 3=Contact History,"
           DISPLAY "4=Broken Promises to Call, 5=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform SHOW-QUEUE
                   perform MENU-LOOP
               WHEN 2
                   perform RECORD-CONTACT
                   perform MENU-LOOP
               WHEN 3
                   perform CONTACT-HISTORY
                   perform MENU-LOOP
               WHEN 4
                   perform BROKEN-PROMISES
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
           OPEN INPUT NoteFile
           IF WS-CN-FS = '35'
               OPEN OUTPUT NoteFile
           END-IF
           CLOSE NoteFile.

      *-------------------------------------------------------------------*
      *>Every loan in arrears goes to a work file with its days past
      *>due, counted from the oldest installment still unpaid; the
      *>sort puts the longest overdue at the top of the queue.
       SHOW-QUEUE.
           MOVE 0 TO ws-queue-count
           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY "No loans on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QueueSeq
           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LN-OPEN AND LN-ArrearsCount > 0
                           PERFORM QUEUE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QueueSeq
           CLOSE LoanFile

           IF ws-queue-count = 0
               DISPLAY esc greenx "No loans in arrears." esc resetx
               EXIT PARAGRAPH
           END-IF

           SORT WORK
               ON DESCENDING KEY W-DPD
               ON ASCENDING KEY W-LoanID
               USING QueueSeq GIVING QueueSorted

           DISPLAY "Loan   DPD   Inst Overdue P+I    Penalty"
               "      Phone       Last contact"
           DISPLAY "-----------------------------------------------"
               "-----------------------------------------"
           OPEN INPUT QueueSorted
           OPEN INPUT userfile
           OPEN INPUT NoteFile
           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ QueueSorted
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM SHOW-QUEUE-LINE
               END-READ
           END-PERFORM
           CLOSE NoteFile
           CLOSE userfile
           CLOSE QueueSorted
           DISPLAY "-----------------------------------------------"
               "-----------------------------------------"
           DISPLAY ws-queue-count " loan(s) in arrears.".

       QUEUE-ONE-LOAN.
           MOVE 0 TO WS-DPD
           IF LN-OverdueSince > 0
               AND LN-OverdueSince < WS-BUS-DATE
               COMPUTE WS-DPD =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-OverdueSince)
           END-IF
           MOVE WS-DPD            TO QS-DPD
           MOVE LN-ID             TO QS-LoanID
           MOVE LN-UID            TO QS-UID
           MOVE LN-ArrearsCount   TO QS-Count
           COMPUTE QS-Overdue = LN-OverduePrin + LN-OverdueInt
           MOVE LN-PenaltyAccrued TO QS-Penalty
           WRITE QueueSeqLine
           ADD 1 TO ws-queue-count.

       SHOW-QUEUE-LINE.
           MOVE SPACES TO UPh
           MOVE QO-UID TO UID
           READ userfile
               INVALID KEY
                   MOVE "?" TO UPh
           END-READ
           MOVE QO-LoanID TO ws-loanid
           PERFORM FIND-LAST-CONTACT
           MOVE QO-Overdue TO WS-DSP-A
           MOVE QO-Penalty TO WS-DSP-B
           IF ws-last-date = 0
               DISPLAY QO-LoanID "  " QO-DPD " " QO-Count " "
                   WS-DSP-A " " WS-DSP-B " " UPh " none"
           ELSE
               DISPLAY QO-LoanID "  " QO-DPD " " QO-Count " "
                   WS-DSP-A " " WS-DSP-B " " UPh " "
                   ws-last-date " " ws-last-outcome " " ws-last-prom
           END-IF.

      *>the newest note on the loan - notes are keyed in the order
      *>they were taken, so it is simply the last one read
       FIND-LAST-CONTACT.
           MOVE 0 TO ws-last-date
           MOVE SPACES TO ws-last-outcome ws-last-prom
           MOVE 0 TO PrevCNSeq
           MOVE ws-loanid TO CN-LoanID
           MOVE 0 TO CN-Seq
           move 'N' to ws-note-eof
           START NoteFile KEY IS NOT LESS THAN CN-Key
               INVALID KEY
                   MOVE 'Y' TO ws-note-eof
           END-START
           PERFORM UNTIL ws-note-eof = 'Y'
               READ NoteFile NEXT
                   AT END
                       MOVE 'Y' TO ws-note-eof
                   NOT AT END
                       IF CN-LoanID NOT = ws-loanid
                           MOVE 'Y' TO ws-note-eof
                       ELSE
                           MOVE CN-Seq TO PrevCNSeq
                           MOVE CN-ContactDate TO ws-last-date
                           MOVE CN-Outcome TO ws-last-outcome
                           MOVE CN-PromStatus TO ws-last-prom
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------*
      *>One call or visit. A new promise replaces any promise on the
      *>loan still waiting to fall due - the customer is only ever
      *>held to the latest one.
       RECORD-CONTACT.
           DISPLAY "Enter Loan ID : "
           ACCEPT ws-loanid
           OPEN INPUT LoanFile
           MOVE ws-loanid TO LN-ID
           READ LoanFile
               INVALID KEY
                   DISPLAY "ERROR: Loan not found."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE LoanFile
           IF NOT LN-OPEN
               DISPLAY "Loan is not open (status " LN-Status ")."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Outcome - PP=Promise to pay, NA=No answer,"
           DISPLAY "  LM=Left message, RF=Refused, WN=Wrong number,"
           DISPLAY "  DS=Disputes the debt : "
           ACCEPT ws-outcome
           MOVE FUNCTION UPPER-CASE(ws-outcome) TO CN-Outcome
           IF NOT CN-VALID-OUTCOME
               DISPLAY "ERROR: Unknown outcome code."
               EXIT PARAGRAPH
           END-IF
           MOVE CN-Outcome TO ws-outcome
           DISPLAY "Note (up to 50 characters) : "
           ACCEPT ws-note

           MOVE 0 TO ws-prom-date ws-prom-amt
           IF CN-PROMISED
               DISPLAY "Promised payment date (YYYYMMDD) : "
               ACCEPT ws-prom-date
               IF ws-prom-date < WS-BUS-DATE
                   OR FUNCTION TEST-DATE-YYYYMMDD(ws-prom-date)
                       NOT = 0
                   DISPLAY "ERROR: Promise date must be a valid "
                       "date not before today."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Promised amount : "
               ACCEPT ws-prom-amt
               IF ws-prom-amt = 0
                   DISPLAY "ERROR: Promised amount must be above "
                       "zero."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN I-O NoteFile
           IF ws-outcome = "PP"
               PERFORM CANCEL-OPEN-PROMISE
           END-IF
           PERFORM FIND-LAST-CONTACT

           MOVE ws-loanid    TO CN-LoanID
           COMPUTE CN-Seq = PrevCNSeq + 1
           MOVE WS-BUS-DATE  TO CN-ContactDate
           MOVE LS-AdminId   TO CN-AdminID
           MOVE ws-outcome   TO CN-Outcome
           MOVE ws-note      TO CN-Note
           MOVE ws-prom-date TO CN-PromDate
           MOVE ws-prom-amt  TO CN-PromAmt
           MOVE 0            TO CN-PromPaid
           MOVE 0            TO CN-ResolvedDate
           IF CN-PROMISED
               MOVE "O" TO CN-PromStatus
           ELSE
               MOVE SPACE TO CN-PromStatus
           END-IF
           WRITE NoteRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing contact note failed."
               NOT INVALID KEY
                   DISPLAY esc greenx "Contact " CN-Seq
                       " recorded for loan " CN-LoanID "."
                       esc resetx
           END-WRITE
           CLOSE NoteFile
           MOVE "COLLNOTE" TO ws-logAction
           MOVE ws-loanid TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct.

       CANCEL-OPEN-PROMISE.
           MOVE ws-loanid TO CN-LoanID
           MOVE 0 TO CN-Seq
           move 'N' to ws-note-eof
           START NoteFile KEY IS NOT LESS THAN CN-Key
               INVALID KEY
                   MOVE 'Y' TO ws-note-eof
           END-START
           PERFORM UNTIL ws-note-eof = 'Y'
               READ NoteFile NEXT
                   AT END
                       MOVE 'Y' TO ws-note-eof
                   NOT AT END
                       IF CN-LoanID NOT = ws-loanid
                           MOVE 'Y' TO ws-note-eof
                       ELSE
                           IF CN-PROM-OPEN
                               MOVE "X" TO CN-PromStatus
                               MOVE WS-BUS-DATE TO CN-ResolvedDate
                               REWRITE NoteRecord
                                   INVALID KEY
                                       DISPLAY "ERROR: Cancelling "
                                           "promise " CN-Key " failed."
                               END-REWRITE
                               DISPLAY "Earlier promise of "
                                   CN-PromDate " replaced."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------*
       CONTACT-HISTORY.
           DISPLAY "Enter Loan ID : "
           ACCEPT ws-loanid
           OPEN INPUT NoteFile
           IF WS-CN-FS NOT = "00"
               DISPLAY "No contact notes on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Seq  Date      By    Oc Promised     Amount"
               "        Paid          St Note"
           DISPLAY "-----------------------------------------------"
               "-----------------------------------------"
           MOVE ws-loanid TO CN-LoanID
           MOVE 0 TO CN-Seq
           move 'N' to ws-note-eof
           START NoteFile KEY IS NOT LESS THAN CN-Key
               INVALID KEY
                   MOVE 'Y' TO ws-note-eof
           END-START
           PERFORM UNTIL ws-note-eof = 'Y'
               READ NoteFile NEXT
                   AT END
                       MOVE 'Y' TO ws-note-eof
                   NOT AT END
                       IF CN-LoanID NOT = ws-loanid
                           MOVE 'Y' TO ws-note-eof
                       ELSE
                           MOVE CN-PromAmt  TO WS-DSP-A
                           MOVE CN-PromPaid TO WS-DSP-B
                           DISPLAY CN-Seq " " CN-ContactDate " "
                               CN-AdminID " " CN-Outcome " "
                               CN-PromDate " " WS-DSP-A " "
                               WS-DSP-B " " CN-PromStatus "  "
                               FUNCTION TRIM(CN-Note)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NoteFile.

      *-------------------------------------------------------------------*
      *>The morning call list: every broken promise on a loan nobody
      *>has spoken to since it broke. Notes arrive in loan order, so
      *>a broken promise is held until the loan changes and dropped
      *>if a later note on the same loan turns up first.
       BROKEN-PROMISES.
           OPEN INPUT NoteFile
           IF WS-CN-FS NOT = "00"
               DISPLAY "No contact notes on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan   Promised  Amount        Paid          "
               "Broken"
           DISPLAY "-----------------------------------------------"
               "-------"
           MOVE 'N' TO ws-held
           MOVE 0 TO ws-loanid
           move 'N' to ws-note-eof
           PERFORM UNTIL ws-note-eof = 'Y'
               READ NoteFile NEXT
                   AT END
                       MOVE 'Y' TO ws-note-eof
                   NOT AT END
                       IF CN-LoanID NOT = ws-loanid
                           PERFORM FLUSH-HELD-PROMISE
                           MOVE CN-LoanID TO ws-loanid
                       END-IF
                       MOVE 'N' TO ws-held
                       IF CN-PROM-BROKEN
                           MOVE CN-PromAmt  TO WS-DSP-A
                           MOVE CN-PromPaid TO WS-DSP-B
                           MOVE SPACES TO WS-HELD-NOTE
                           STRING CN-LoanID "  " CN-PromDate "  "
                               WS-DSP-A "  " WS-DSP-B "  "
                               CN-ResolvedDate
                               DELIMITED BY SIZE INTO WS-HELD-NOTE
                           MOVE 'Y' TO ws-held
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FLUSH-HELD-PROMISE
           CLOSE NoteFile.

       FLUSH-HELD-PROMISE.
           IF ws-held = 'Y'
               DISPLAY FUNCTION TRIM(WS-HELD-NOTE TRAILING)
               MOVE 'N' TO ws-held
           END-IF.

       END PROGRAM collectionsQueue.
