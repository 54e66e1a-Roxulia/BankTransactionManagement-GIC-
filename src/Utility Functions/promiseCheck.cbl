      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Nightly promise-to-pay check. Every open promise in
      *          data/CollNotes.dat is measured against what was
      *          actually collected on its loan - the principal,
      *          interest and penalty legs LoanCollection and
      *          loanRepay post to Transactions.dat - from the day
      *          the promise was taken up to the day promised. A
      *          promise met in full is marked kept; one whose date
      *          has come and gone short is marked broken and goes
      *          on the spooled broken-promise list the collections
      *          officers call from the next morning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. promiseCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NoteFile ASSIGN TO '../../../data/CollNotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-Key
               FILE STATUS IS WS-CN-FS.

           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  NoteFile.
       01  NoteRecord.
           copy 'collNoteFile.cpy'.

       FD  TrxFile.
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       FD  LoanFile.
       01  LoanRecord.
           copy 'loanFile.cpy'.

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CN-FS            PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-LN-FS            PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-TRX-DATE         PIC 9(8).
       01  WS-DESC-HEAD        PIC X(30).
       01  WS-DESC-LNID        PIC X(10).
       01  WS-TRX-LNID         PIC 9(5).
       01  WS-KEPT-COUNT       PIC 9(5) VALUE 0.
       01  WS-BROKEN-COUNT     PIC 9(5) VALUE 0.
       01  WS-DSP-A            PIC Z(9)9.99.
       01  WS-DSP-B            PIC Z(9)9.99.
       01  WS-PHONE            PIC X(11).
       01  WS-NAME             PIC X(20).
      *>the open promises, loaded once so Transactions.dat is read
      *>a single time however many promises are waiting
       01  WS-PROM-MAX         PIC 9(3) VALUE 500.
       01  WS-PROM-COUNT       PIC 9(3) VALUE 0.
       01  WS-PX               PIC 9(3).
       01  WS-PROM-TABLE.
           05  WS-PROM-ENTRY OCCURS 500 TIMES.
               10  WS-P-KEY.
                   15  WS-P-LOANID PIC 9(5).
                   15  WS-P-SEQ    PIC 9(4).
               10  WS-P-FROM       PIC 9(8).
               10  WS-P-TO         PIC 9(8).
               10  WS-P-PAID       PIC 9(10)V99.
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'trxTypeCodes.cpy'.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           STRING "../../../data/BrokenPromises_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           OPEN INPUT NoteFile
           IF WS-CN-FS = '35'
               OPEN OUTPUT NoteFile
           END-IF
           CLOSE NoteFile

           PERFORM LOAD-OPEN-PROMISES
           IF WS-PROM-COUNT > 0
               PERFORM MEASURE-COLLECTIONS
           END-IF

           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write broken-promise list "
                   WS-OUT-FS esc resetx
               GOBACK
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Broken Promises to Pay - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Loan   Seq  Borrower             Phone       "
               "Promised        Amount          Paid"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           OPEN I-O NoteFile
           OPEN INPUT LoanFile
           OPEN INPUT userfile
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROM-COUNT
               PERFORM SETTLE-ONE-PROMISE
           END-PERFORM
           CLOSE userfile
           CLOSE LoanFile
           CLOSE NoteFile

           MOVE SPACES TO ReportLine
           STRING "Promises kept: " WS-KEPT-COUNT
               "   broken: " WS-BROKEN-COUNT
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut

           DISPLAY "Promise check: " WS-KEPT-COUNT " kept, "
               WS-BROKEN-COUNT " broken."
           MOVE "BROKENPTP" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

       LOAD-OPEN-PROMISES.
           OPEN INPUT NoteFile
           IF WS-CN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ NoteFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CN-PROM-OPEN
                           PERFORM ADD-OPEN-PROMISE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NoteFile
           .

       ADD-OPEN-PROMISE.
           IF WS-PROM-COUNT >= WS-PROM-MAX
               DISPLAY "Warning: more than " WS-PROM-MAX
                   " open promises - the rest wait for tomorrow."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROM-COUNT
           MOVE CN-Key         TO WS-P-KEY(WS-PROM-COUNT)
           MOVE CN-ContactDate TO WS-P-FROM(WS-PROM-COUNT)
           MOVE CN-PromDate    TO WS-P-TO(WS-PROM-COUNT)
           MOVE 0              TO WS-P-PAID(WS-PROM-COUNT)
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Every loan repayment leg - scheduled or overdue collection,
      *>counter repayment or settlement - is a withdrawal whose
      *>description ends "LNID=" and the loan number. Each one dated
      *>inside a promise's window counts towards that promise.
       MEASURE-COLLECTIONS.
           OPEN INPUT TrxFile
           IF WS-TRX-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ TrxFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF TrxType = TRX-TYPE-WITHDRAW
                           AND Description(1:5) = "Loan "
                           PERFORM APPLY-ONE-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TrxFile
           .

       APPLY-ONE-LEG.
           MOVE SPACES TO WS-DESC-HEAD WS-DESC-LNID
           UNSTRING Description DELIMITED BY "LNID="
               INTO WS-DESC-HEAD WS-DESC-LNID
           END-UNSTRING
           IF WS-DESC-LNID(1:5) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DESC-LNID(1:5) TO WS-TRX-LNID
           MOVE TimeStamp(1:8) TO WS-TRX-DATE
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROM-COUNT
               IF WS-P-LOANID(WS-PX) = WS-TRX-LNID
                   AND WS-TRX-DATE >= WS-P-FROM(WS-PX)
                   AND WS-TRX-DATE <= WS-P-TO(WS-PX)
                   ADD Amount TO WS-P-PAID(WS-PX)
               END-IF
           END-PERFORM
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Kept as soon as the promised amount is in; broken once the
      *>promised day has been run without it. Anything else stays
      *>open with the amount collected so far.
       SETTLE-ONE-PROMISE.
           MOVE WS-P-KEY(WS-PX) TO CN-Key
           READ NoteFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-P-PAID(WS-PX) TO CN-PromPaid
           IF CN-PromPaid >= CN-PromAmt
               MOVE "K" TO CN-PromStatus
               MOVE WS-BUS-DATE TO CN-ResolvedDate
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               IF WS-BUS-DATE >= CN-PromDate
                   MOVE "B" TO CN-PromStatus
                   MOVE WS-BUS-DATE TO CN-ResolvedDate
                   ADD 1 TO WS-BROKEN-COUNT
                   PERFORM WRITE-BROKEN-LINE
               END-IF
           END-IF
           REWRITE NoteRecord
               INVALID KEY
                   DISPLAY "Error updating promise " CN-Key
           END-REWRITE
           .

       WRITE-BROKEN-LINE.
           MOVE SPACES TO WS-NAME WS-PHONE
           MOVE CN-LoanID TO LN-ID
           READ LoanFile
               INVALID KEY
                   MOVE "?" TO WS-NAME
               NOT INVALID KEY
                   MOVE LN-UID TO UID
                   READ userfile
                       INVALID KEY
                           MOVE "?" TO WS-NAME
                       NOT INVALID KEY
                           MOVE UName TO WS-NAME
                           MOVE UPh   TO WS-PHONE
                   END-READ
           END-READ
           MOVE CN-PromAmt  TO WS-DSP-A
           MOVE CN-PromPaid TO WS-DSP-B
           MOVE SPACES TO ReportLine
           STRING CN-LoanID "  " CN-Seq " " WS-NAME " " WS-PHONE " "
               CN-PromDate " " WS-DSP-A " " WS-DSP-B
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       END PROGRAM promiseCheck.
