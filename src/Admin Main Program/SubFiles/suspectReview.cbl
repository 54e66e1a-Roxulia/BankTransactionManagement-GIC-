      * Author: Sat Paing Thu
      * Date: 22.8.2026
      * Purpose: Review screen for the suspicious-activity queue
      *          checkVelocity and otpStepUp feed. Lists the open
      *          items and lets
      *          a supervisor mark each one cleared or escalated;
      *          every decision is recorded through logAdminAction.
      *          An item judged genuinely suspicious is escalated to
      *          a suspicious transaction report instead: a case is
      *          opened in data/StrCases.dat with the reviewer's
      *          narrative, the customer's particulars from
      *          Customers.dat and the linked transactions, for the
      *          compliance officer to file from strFiling.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "../../../data/SuspectScratch.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS2.
           SELECT userfile
               ASSIGN TO "../../../data/UserAccounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.
           SELECT CustomerFile
               ASSIGN TO "../../../data/Customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.
           SELECT TrxFile
               ASSIGN TO "../../../data/Transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.
           SELECT StrCaseFile
               ASSIGN TO "../../../data/StrCases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STR-ID
               FILE STATUS IS WS-STR-FS.

       DATA DIVISION.
       FILE SECTION.
           05  SCR-Rule        PIC X(8).
           05  SCR-Status      PIC X.

       FD  userfile.
       01  userdata.
           COPY "../../Utility Functions/userFile.cpy".

       FD  CustomerFile.
       01  CustomerRecord.
           COPY "../../Utility Functions/customerFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

       FD  StrCaseFile.
       01  StrCaseRecord.
           COPY "../../Utility Functions/strCaseFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS           pic xx.
       01  WS-FS2          pic xx.
       01  ws-found        pic x.
       01  ws-logAction    pic x(10).
       01  ws-logAcct      pic x(30).
       01  WS-USR-FS       pic xx.
       01  WS-CUST-FS      pic xx.
       01  WS-TRX-FS       pic xx.
       01  WS-STR-FS       pic xx.
       01  WS-BD-STATUS    pic xx.
       01  WS-BUS-DATE     pic 9(8).
       01  ws-case-ok      pic x.
       01  ws-sus-acc      pic 9(16).
       01  ws-sus-rule     pic x(8).
       01  ws-link-id      pic x(11).
       01  ws-lx           pic 9(2).
       01  ws-dup          pic x.
       01  ws-trx-found    pic x.
       01  PrevSTRID       pic 9(6).

       COPY "../../Utility Functions/colorCodes.cpy".

       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Open Items, 2=Clear Item, "
                   "3=Escalate Item, 4=Exit,"
           DISPLAY "5=Escalate to STR"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
                   MOVE "E" TO ws-newstat
                   perform DECIDE-ITEM
                   perform MENU-LOOP
               WHEN 5
                   MOVE "S" TO ws-newstat
                   perform DECIDE-ITEM
                   perform MENU-LOOP
               WHEN 4
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
      *-------------------------------------------------------------------*
      *>The flagged transaction already posted; the decision here
      *>only changes the queue item's status - C cleared, E
      *>escalated, S escalated to a suspicious transaction report -
      *>through the usual scratch-file rewrite. The STR case is on
      *>file before the queue is touched.
       DECIDE-ITEM.
           DISPLAY "Enter TrxID of the item : "
           ACCEPT ws-trxid
                           AND SUS-Status = "O"
                           MOVE ws-newstat TO SCR-Status
                           MOVE 'Y' TO ws-found
                           MOVE SUS-AccNo TO ws-sus-acc
                           MOVE SUS-Rule  TO ws-sus-rule
                       ELSE
                           MOVE SUS-Status TO SCR-Status
                       END-IF
               EXIT PARAGRAPH
           END-IF

           IF ws-newstat = "S"
               PERFORM OPEN-STR-CASE
               IF ws-case-ok NOT = 'Y'
                   DISPLAY "Item left open on the queue."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           move 'N' to ws-eof
           OPEN INPUT SuspectScratch
           OPEN OUTPUT SuspectQueue
           CLOSE SuspectScratch
           CLOSE SuspectQueue

           EVALUATE ws-newstat
               WHEN "C"
                   MOVE "SUSCLEAR" TO ws-logAction
               WHEN "S"
                   MOVE "SUSSTR" TO ws-logAction
               WHEN OTHER
                   MOVE "SUSESCAL" TO ws-logAction
           END-EVALUATE
           MOVE ws-trxid TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Item updated." esc resetx.

      *-------------------------------------------------------------------*
      *>The case carries the subject as Customers.dat has them today
      *>and up to ten transactions: the flagged one, every other
      *>queue item on the same account, and any the reviewer adds.
       OPEN-STR-CASE.
           MOVE 'N' TO ws-case-ok
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           INITIALIZE StrCaseRecord
           MOVE SPACES TO STR-Ref
           MOVE "D" TO STR-Status
           MOVE WS-BUS-DATE TO STR-OpenDate
           MOVE LS-AdminId TO STR-OpenedBy
           MOVE ws-sus-rule TO STR-Rule
           MOVE ws-sus-acc TO STR-AccNo
           MOVE 0 TO STR-LinkCount
           MOVE 0 TO STR-DecidedBy STR-DecidedDate
           MOVE SPACES TO STR-DeclineReason

           PERFORM LOAD-STR-SUBJECT
           IF STR-NRC = SPACES
               DISPLAY esc redx "ERROR: The item's account is not on "
                   "file - no subject for a report." esc resetx
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Why is this suspicious? (up to 3 lines, blank "
               "line ends)"
           DISPLAY "Narrative 1 : "
           ACCEPT STR-NarrLine(1)
           IF STR-NarrLine(1) = SPACES
               DISPLAY "ERROR: A report needs a narrative."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Narrative 2 : "
           ACCEPT STR-NarrLine(2)
           IF STR-NarrLine(2) NOT = SPACES
               DISPLAY "Narrative 3 : "
               ACCEPT STR-NarrLine(3)
           END-IF

           IF ws-trxid NOT = SPACES
               MOVE ws-trxid TO ws-link-id
               PERFORM ADD-STR-LINK
           END-IF
           PERFORM LINK-QUEUE-ITEMS
           PERFORM ACCEPT-EXTRA-LINKS

           OPEN I-O StrCaseFile
           IF WS-STR-FS = "35"
               OPEN OUTPUT StrCaseFile
               CLOSE StrCaseFile
               OPEN I-O StrCaseFile
           END-IF
           IF WS-STR-FS NOT = "00"
               DISPLAY esc redx "ERROR: Unable to open StrCases.dat "
                   WS-STR-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PrevSTRID
           MOVE 0 TO STR-ID
           move 'N' to ws-eof
           START StrCaseFile KEY IS NOT LESS THAN STR-ID
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ StrCaseFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE STR-ID TO PrevSTRID
               END-READ
           END-PERFORM
           MOVE PrevSTRID TO STR-ID
           ADD 1 TO STR-ID
           WRITE StrCaseRecord
               INVALID KEY
                   DISPLAY esc redx "ERROR: Writing STR case failed."
                       esc resetx
               NOT INVALID KEY
                   MOVE 'Y' TO ws-case-ok
                   DISPLAY esc greenx "STR case " STR-ID " opened with "
                       STR-LinkCount " transaction(s) - awaiting "
                       "compliance approval." esc resetx
           END-WRITE
           CLOSE StrCaseFile.

       LOAD-STR-SUBJECT.
           MOVE SPACES TO STR-NRC STR-Name STR-Address STR-Phone
           MOVE SPACES TO STR-Branch
           OPEN INPUT userfile
           IF WS-USR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-sus-acc TO UAccNo
           READ userfile KEY IS UAccNo
               INVALID KEY
                   CLOSE userfile
                   EXIT PARAGRAPH
           END-READ
           MOVE UNrc    TO STR-NRC
           MOVE UName   TO STR-Name
           MOVE UBranch TO STR-Branch
           CLOSE userfile
           OPEN INPUT CustomerFile
           IF WS-CUST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE STR-NRC TO CUST-NRC
           READ CustomerFile KEY IS CUST-NRC
               NOT INVALID KEY
                   MOVE CUST-ID        TO STR-CustID
                   MOVE CUST-Name      TO STR-Name
                   MOVE CUST-Address   TO STR-Address
                   MOVE CUST-Phone     TO STR-Phone
                   MOVE CUST-BirthDate TO STR-BirthDate
           END-READ
           CLOSE CustomerFile.

       LINK-QUEUE-ITEMS.
           move 'N' to ws-eof
           OPEN INPUT SuspectQueue
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ SuspectQueue
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF SUS-AccNo = ws-sus-acc
                           AND SUS-TrxID NOT = SPACES
                           MOVE SUS-TrxID TO ws-link-id
                           PERFORM ADD-STR-LINK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SuspectQueue.

       ACCEPT-EXTRA-LINKS.
           DISPLAY "Linked transactions so far : " STR-LinkCount
           MOVE "X" TO ws-link-id
           PERFORM UNTIL ws-link-id = SPACES OR STR-LinkCount >= 10
               DISPLAY "Further TrxID to link (blank to finish) : "
               ACCEPT ws-link-id
               IF ws-link-id NOT = SPACES
                   PERFORM CHECK-TRX-EXISTS
                   IF ws-trx-found = 'Y'
                       PERFORM ADD-STR-LINK
                   ELSE
                       DISPLAY "No transaction with that TrxID."
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-TRX-EXISTS.
           MOVE 'N' TO ws-trx-found
           OPEN INPUT TrxFile
           IF WS-TRX-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-link-id TO TrxID
           READ TrxFile
               NOT INVALID KEY
                   MOVE 'Y' TO ws-trx-found
           END-READ
           CLOSE TrxFile.

       ADD-STR-LINK.
           MOVE 'N' TO ws-dup
           PERFORM VARYING ws-lx FROM 1 BY 1
                   UNTIL ws-lx > STR-LinkCount
               IF STR-Link(ws-lx) = ws-link-id
                   MOVE 'Y' TO ws-dup
               END-IF
           END-PERFORM
           IF ws-dup = 'N' AND STR-LinkCount < 10
               ADD 1 TO STR-LinkCount
               MOVE ws-link-id TO STR-Link(STR-LinkCount)
           END-IF.

       END PROGRAM suspectReview.
