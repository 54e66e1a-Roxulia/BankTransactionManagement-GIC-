      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Nightly cash structuring scan. fiuCashReport only
      *          sees a single cash movement at or over the FIU
      *          threshold and checkVelocity one account at a time;
      *          this batch looks for the same person breaking cash
      *          up to stay under it. Every cash deposit and
      *          withdrawal over the last STRWINDY days (TrxLimits.dat,
      *          default 7) whose amount falls in the band up to
      *          STRBANDP percent (default 10) below the threshold is
      *          gathered under the account holder's NRC, whichever
      *          of their accounts or branches it went through. A
      *          customer with at least STRMINCT such movements
      *          (default 3) adding up to the threshold or more is a
      *          match: each contributing transaction goes onto
      *          data/SuspectQueue.dat under rule STRUCTUR for the
      *          review screen (once only - a re-run or a later night
      *          still inside the window queues nothing twice), and
      *          the customer is listed with the transactions on the
      *          spooled structuring report (STRUCTCASH).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashStructuring.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT CustomerFile ASSIGN TO '../../../data/Customers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

           SELECT SuspectQueue
               ASSIGN TO "../../../data/SuspectQueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-FS.

           SELECT CandSeq ASSIGN TO '../../../data/Structuring.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FS.

           SELECT CandSorted ASSIGN TO '../../../data/StructSrt.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FS.

           SELECT WORK ASSIGN TO 'STWRK.DAT'.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TrxFile.
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  CustomerFile.
       01  CustomerRecord.
           copy 'customerFile.cpy'.

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       FD  SuspectQueue.
       01  SuspectRecord.
           05  SUS-Date        PIC 9(8).
           05  SUS-TrxID       PIC X(11).
           05  SUS-AccNo       PIC 9(16).
           05  SUS-Rule        PIC X(8).
           05  SUS-Status      PIC X.

      *>one in-band cash movement under its holder's NRC;
      *>direction D deposit, W withdrawal
       FD  CandSeq.
       01  CandLine.
           05  CS-NRC          PIC X(30).
           05  CS-Stamp        PIC 9(14).
           05  CS-TrxID        PIC X(11).
           05  CS-AccNo        PIC 9(16).
           05  CS-Branch       PIC X(3).
           05  CS-Dir          PIC X.
           05  CS-Amount       PIC 9(10)V99.
           05  CS-Name         PIC X(20).

       FD  CandSorted.
       01  CandSortedLine.
           05  CO-NRC          PIC X(30).
           05  CO-Stamp        PIC 9(14).
           05  CO-TrxID        PIC X(11).
           05  CO-AccNo        PIC 9(16).
           05  CO-Branch       PIC X(3).
           05  CO-Dir          PIC X.
           05  CO-Amount       PIC 9(10)V99.
           05  CO-Name         PIC X(20).

       SD  WORK.
       01  WorkRecord.
           05  W-NRC           PIC X(30).
           05  W-Stamp         PIC 9(14).
           05  W-TrxID         PIC X(11).
           05  W-AccNo         PIC 9(16).
           05  W-Branch        PIC X(3).
           05  W-Dir           PIC X.
           05  W-Amount        PIC 9(10)V99.
           05  W-Name          PIC X(20).

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-PARM-FS          PIC XX.
       01  WS-SUS-FS           PIC XX.
       01  WS-CS-FS            PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-THRESHOLD        PIC 9(10)V99.
       01  WS-BAND-PCT         PIC 9(3)V99.
       01  WS-BAND-FLOOR       PIC 9(10)V99.
       01  WS-WIN-DAYS         PIC 9(3).
       01  WS-WIN-START        PIC 9(8).
       01  WS-MIN-COUNT        PIC 9(3).
       01  WS-CASH-ACC         PIC 9(16).
       01  WS-DIRECTION        PIC X.
       01  WS-MAP-KEY          PIC X(8).
       01  WS-CASH-SIDE        PIC X.

      *>STRUCTUR items already on the queue, so none goes on twice
       01  WS-QUEUED-LIST.
           05  WS-QUEUED-ID    PIC X(11) OCCURS 500 TIMES.
       01  WS-QUEUED-USED      PIC 9(3) VALUE 0.
       01  WS-QX               PIC 9(3).
       01  WS-ON-QUEUE         PIC X.

      *>the customer being totalled on the control break, with the
      *>movements that make up the total
       01  WS-CUR-NRC          PIC X(30).
       01  WS-CUR-NAME         PIC X(20).
       01  WS-CUR-COUNT        PIC 9(5).
       01  WS-CUR-TOTAL        PIC 9(12)V99.
       01  WS-CUR-NEW          PIC 9(5).
       01  WS-CUR-ITEMS.
           05  WS-ITEM OCCURS 200 TIMES.
               10  WS-IT-TrxID     PIC X(11).
               10  WS-IT-AccNo     PIC 9(16).
               10  WS-IT-Stamp     PIC 9(14).
               10  WS-IT-Branch    PIC X(3).
               10  WS-IT-Dir       PIC X.
               10  WS-IT-Amount    PIC 9(10)V99.
       01  WS-IT-USED          PIC 9(3).
       01  WS-IX               PIC 9(3).

       01  WS-CAND-COUNT       PIC 9(7) VALUE 0.
       01  WS-MATCH-COUNT      PIC 9(5) VALUE 0.
       01  WS-NEW-MATCHES      PIC 9(5) VALUE 0.
       01  WS-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9) VALUE 0.
       01  WS-CNT-REJECTS      PIC 9(9) VALUE 0.
       01  WS-DSP-AMT          PIC Z(9)9.99.
       01  WS-DSP-TOTAL        PIC Z(11)9.99.
       01  WS-DSP-FLAG         PIC X(6).
       01  WS-ALERT-SOURCE     PIC X(12) VALUE "Structuring".
       01  WS-ALERT-TEXT       PIC X(60).
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'trxTypeCodes.cpy'.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           CALL '../../Utility Functions/bin/loadFiuThreshold'
               USING BY REFERENCE WS-THRESHOLD
           PERFORM LOAD-STRUCT-PARAMS
           COMPUTE WS-BAND-FLOOR ROUNDED =
               WS-THRESHOLD * (100 - WS-BAND-PCT) / 100
           COMPUTE WS-WIN-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - WS-WIN-DAYS + 1)
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/Structuring_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           OPEN INPUT TrxFile
           IF WS-FS NOT = "00"
               DISPLAY esc redx "Unable to open Transactions.dat "
                   WS-FS esc resetx
               GOBACK
           END-IF
           OPEN INPUT userfile
           IF WS-USR-FS NOT = "00"
               DISPLAY esc redx "Unable to open UserAccounts.dat "
                   WS-USR-FS esc resetx
               CLOSE TrxFile
               GOBACK
           END-IF
           OPEN OUTPUT CandSeq
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ TrxFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF TimeStamp(1:8) >= WS-WIN-START
                           AND TimeStamp(1:8) <= WS-BUS-DATE
                           AND (TrxType = TRX-TYPE-DEPOSIT
                             OR TrxType = TRX-TYPE-WITHDRAW)
                           AND Amount >= WS-BAND-FLOOR
                           AND Amount < WS-THRESHOLD
                           PERFORM GATHER-ONE-TRX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CandSeq
           CLOSE userfile
           CLOSE TrxFile

           SORT WORK
               ON ASCENDING KEY W-NRC W-Stamp
               USING CandSeq GIVING CandSorted

           PERFORM LOAD-QUEUED-ITEMS
           PERFORM WRITE-REPORT

           DISPLAY "Cash structuring scan - " WS-CAND-COUNT
               " in-band movement(s), " WS-MATCH-COUNT
               " customer(s) matched, " WS-NEW-MATCHES " new."
           IF WS-NEW-MATCHES > 0
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-NEW-MATCHES " customer(s) newly queued for "
                   "cash structuring review"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-ALERT-SOURCE, WS-ALERT-TEXT
           END-IF
           MOVE "STRUCTCASH" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE WS-READ-COUNT, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

       LOAD-STRUCT-PARAMS.
           *> shop defaults: a week, 10% under the threshold, three
           *> movements
           MOVE 7  TO WS-WIN-DAYS
           MOVE 10 TO WS-BAND-PCT
           MOVE 3  TO WS-MIN-COUNT
           MOVE 'N' TO ws-eof
           OPEN INPUT paramfile
           IF WS-PARM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE param-label
                           WHEN "STRWINDY"
                               MOVE param-value TO WS-WIN-DAYS
                           WHEN "STRBANDP"
                               MOVE param-value TO WS-BAND-PCT
                           WHEN "STRMINCT"
                               MOVE param-value TO WS-MIN-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           IF WS-WIN-DAYS = 0
               MOVE 1 TO WS-WIN-DAYS
           END-IF
           IF WS-BAND-PCT > 100
               MOVE 100 TO WS-BAND-PCT
           END-IF
           IF WS-MIN-COUNT < 2
               MOVE 2 TO WS-MIN-COUNT
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The cash side is the receiver of a deposit and the sender of
      *>a withdrawal, as on the FIU extract; the movement is filed
      *>under that account's primary holder.
       GATHER-ONE-TRX.
      *>deposit and withdraw rows also carry FD/RD placements, service
      *>charges and the like - only a row that lands on the cash GL is
      *>cash over the counter
           CALL '../../Utility Functions/bin/trxGlKey'
               USING BY REFERENCE TransactionRecord, WS-MAP-KEY,
               WS-CASH-SIDE
           IF WS-CASH-SIDE = SPACE
               EXIT PARAGRAPH
           END-IF
           IF TrxType = TRX-TYPE-DEPOSIT
               MOVE ReceiverAcc TO WS-CASH-ACC
               MOVE "D" TO WS-DIRECTION
           ELSE
               MOVE SenderAcc TO WS-CASH-ACC
               MOVE "W" TO WS-DIRECTION
           END-IF
           IF WS-CASH-ACC = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASH-ACC TO UAccNo
           READ userfile KEY IS UAccNo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF UNrc = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE UNrc         TO CS-NRC
           MOVE TimeStamp    TO CS-Stamp
           MOVE TrxID        TO CS-TrxID
           MOVE WS-CASH-ACC  TO CS-AccNo
           MOVE TrxBranch    TO CS-Branch
           MOVE WS-DIRECTION TO CS-Dir
           MOVE Amount       TO CS-Amount
           MOVE UName        TO CS-Name
           WRITE CandLine
           ADD 1 TO WS-CAND-COUNT
           .

       LOAD-QUEUED-ITEMS.
           MOVE 0 TO WS-QUEUED-USED
           MOVE 'N' TO ws-eof
           OPEN INPUT SuspectQueue
           IF WS-SUS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ SuspectQueue
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF SUS-Rule = "STRUCTUR"
                           AND SUS-Date >= WS-WIN-START
                           AND WS-QUEUED-USED < 500
                           ADD 1 TO WS-QUEUED-USED
                           MOVE SUS-TrxID
                               TO WS-QUEUED-ID(WS-QUEUED-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SuspectQueue
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Movements sorted by NRC and time, judged on each change of
      *>NRC.
       WRITE-REPORT.
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write structuring report "
                   WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE WS-THRESHOLD TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           STRING "Cash Structuring Scan - " WS-BUS-DATE
               "  window from " WS-WIN-START "  threshold "
               WS-DSP-AMT
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-BAND-FLOOR TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           STRING "Band from " WS-DSP-AMT ", at least "
               WS-MIN-COUNT " movements totalling the threshold"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           OPEN INPUT CustomerFile
           MOVE SPACES TO WS-CUR-NRC
           MOVE 'N' TO ws-eof
           OPEN INPUT CandSorted
           PERFORM UNTIL ws-eof = 'Y'
               READ CandSorted
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CO-NRC NOT = WS-CUR-NRC
                           IF WS-CUR-NRC NOT = SPACES
                               PERFORM CLOSE-CUSTOMER
                           END-IF
                           PERFORM OPEN-CUSTOMER
                       END-IF
                       PERFORM ADD-MOVEMENT
               END-READ
           END-PERFORM
           IF WS-CUR-NRC NOT = SPACES
               PERFORM CLOSE-CUSTOMER
           END-IF
           CLOSE CandSorted
           IF WS-CUST-FS = "00"
               CLOSE CustomerFile
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING WS-MATCH-COUNT " customer(s) matched, "
               WS-NEW-MATCHES " newly queued, " WS-CNT-WRITTEN
               " transaction(s) added to the suspect queue"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           .

       OPEN-CUSTOMER.
           MOVE CO-NRC TO WS-CUR-NRC
           MOVE CO-Name TO WS-CUR-NAME
           MOVE 0 TO WS-CUR-COUNT
           MOVE 0 TO WS-CUR-TOTAL
           MOVE 0 TO WS-IT-USED
      *>the customer master is the authoritative name when a row
      *>exists for the NRC; the account row's name is the fallback
           IF WS-CUST-FS = "00"
               MOVE CO-NRC TO CUST-NRC
               READ CustomerFile KEY IS CUST-NRC
                   NOT INVALID KEY
                       MOVE CUST-Name TO WS-CUR-NAME
               END-READ
           END-IF
           .

       ADD-MOVEMENT.
           ADD 1 TO WS-CUR-COUNT
           ADD CO-Amount TO WS-CUR-TOTAL
           IF WS-IT-USED < 200
               ADD 1 TO WS-IT-USED
               MOVE CO-TrxID  TO WS-IT-TrxID(WS-IT-USED)
               MOVE CO-AccNo  TO WS-IT-AccNo(WS-IT-USED)
               MOVE CO-Stamp  TO WS-IT-Stamp(WS-IT-USED)
               MOVE CO-Branch TO WS-IT-Branch(WS-IT-USED)
               MOVE CO-Dir    TO WS-IT-Dir(WS-IT-USED)
               MOVE CO-Amount TO WS-IT-Amount(WS-IT-USED)
           END-IF
           .

      *>a match lists the customer and every contributing movement;
      *>only the movements not yet on the queue are queued now
       CLOSE-CUSTOMER.
           IF WS-CUR-COUNT < WS-MIN-COUNT
               OR WS-CUR-TOTAL < WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           MOVE 0 TO WS-CUR-NEW
           MOVE WS-CUR-TOTAL TO WS-DSP-TOTAL
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING WS-CUR-NRC " " WS-CUR-NAME " " WS-CUR-COUNT
               " movement(s) totalling " WS-DSP-TOTAL
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "  TrxID       Date     Br  Account          D"
               "         Amount  Queue"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-IT-USED
               PERFORM QUEUE-MOVEMENT
               MOVE WS-IT-Amount(WS-IX) TO WS-DSP-AMT
               MOVE SPACES TO ReportLine
               STRING "  " WS-IT-TrxID(WS-IX) " "
                   WS-IT-Stamp(WS-IX)(1:8) " "
                   WS-IT-Branch(WS-IX) " " WS-IT-AccNo(WS-IX) " "
                   WS-IT-Dir(WS-IX) " " WS-DSP-AMT "  " WS-DSP-FLAG
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-PERFORM
           IF WS-CUR-COUNT > WS-IT-USED
               MOVE SPACES TO ReportLine
               STRING "  ... " WS-CUR-COUNT " in all, first "
                   WS-IT-USED " listed"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           IF WS-CUR-NEW > 0
               ADD 1 TO WS-NEW-MATCHES
           END-IF
           .

       QUEUE-MOVEMENT.
           MOVE 'N' TO WS-ON-QUEUE
           PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-QUEUED-USED
               IF WS-QUEUED-ID(WS-QX) = WS-IT-TrxID(WS-IX)
                   MOVE 'Y' TO WS-ON-QUEUE
                   MOVE WS-QUEUED-USED TO WS-QX
               END-IF
           END-PERFORM
           IF WS-ON-QUEUE = 'Y'
               MOVE "before" TO WS-DSP-FLAG
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SuspectQueue
           IF WS-SUS-FS NOT = "00"
               CLOSE SuspectQueue
               OPEN OUTPUT SuspectQueue
               IF WS-SUS-FS NOT = "00"
                   MOVE "FAILED" TO WS-DSP-FLAG
                   ADD 1 TO WS-CNT-REJECTS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-BUS-DATE         TO SUS-Date
           MOVE WS-IT-TrxID(WS-IX)  TO SUS-TrxID
           MOVE WS-IT-AccNo(WS-IX)  TO SUS-AccNo
           MOVE "STRUCTUR"          TO SUS-Rule
           MOVE "O"                 TO SUS-Status
           WRITE SuspectRecord
           CLOSE SuspectQueue
           MOVE "new" TO WS-DSP-FLAG
           ADD 1 TO WS-CUR-NEW
           ADD 1 TO WS-CNT-WRITTEN
           IF WS-QUEUED-USED < 500
               ADD 1 TO WS-QUEUED-USED
               MOVE WS-IT-TrxID(WS-IX) TO WS-QUEUED-ID(WS-QUEUED-USED)
           END-IF
           .

       END PROGRAM cashStructuring.
