      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Cheque services in UMain. The customer lists the
      *          unused leaves of their own cheque books from
      *          data/Cheques.dat and stops one leaf or a run of
      *          leaves - the stop is written straight onto the leaf,
      *          so inward clearing refuses it from that moment. A
      *          new book can be ordered for collection at the
      *          account's home branch; the order lands in the
      *          product request queue (data/ProductRequests.dat)
      *          the branch works from, and its progress shows back
      *          in myInstructions. A stop instruction carries the
      *          catalogue STOPPAY charge, once per instruction
      *          however many leaves it covers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chequeSelf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChequeFile ASSIGN TO "../../../data/Cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-Key
               FILE STATUS IS WS-CHQ-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT PrqFile
               ASSIGN TO '../../../data/ProductRequests.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-ID
               FILE STATUS IS WS-PRQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ChequeFile.
       01  ChequeRecord.
           COPY "../../Utility Functions/chequeFile.cpy".

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  PrqFile.
       01  PrqRecord.
           COPY "../../Utility Functions/productRequestFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHQ-FS           PIC XX.
       01  WS-FS               PIC XX.
       01  WS-PRQ-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  ws-eof              PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  WS-MyAccNo          PIC 9(16).
       01  WS-MyBranch         PIC X(3).
       01  WS-MyProd           PIC X(2).
       01  WS-FromLeaf         PIC 9(6).
       01  WS-ToLeaf           PIC 9(6).
       01  WS-Leaf             PIC 9(6).
       01  WS-Confirm          PIC X.
       01  WS-Stopped          PIC 9(3).
       01  WS-Skipped          PIC 9(3).
       01  WS-Count            PIC 9(5).
       01  WS-PrevID           PIC 9(5).
       01  WS-OpenReq          PIC X.
       01  WS-Notice           PIC X(60).
       01  WS-NoticeClass      PIC X VALUE "Y".
       01  WS-RtnCount         PIC 9(3).
       01  WS-Barred           PIC X.
       01  WS-SvcEvent         PIC X(8) VALUE "STOPPAY".
       01  WS-SvcOper          PIC X(5) VALUE "SELF".
       01  WS-SvcCharged       PIC 9(10)V99.
       01  WS-SvcStatus        PIC XX.
       01  WS-DspCharge        PIC Z(9)9.99.

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-UID              PIC 9(5).

       PROCEDURE DIVISION USING LS-UID.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           OPEN INPUT UserFile
           IF WS-FS NOT = "00"
               DISPLAY "Account not found."
               EXIT PROGRAM
           END-IF
           MOVE LS-UID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE UserFile
                   EXIT PROGRAM
           END-READ
           CLOSE UserFile
           MOVE UAccNo  TO WS-MyAccNo
           MOVE UBranch TO WS-MyBranch
           MOVE UProdType TO WS-MyProd

           DISPLAY "========== Cheque Services =========="
           perform MENU-LOOP
           EXIT PROGRAM.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Unused Leaves, 2=Stop Cheque(s), "
                   "3=Order Cheque Book, 4=Back"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-UNUSED
                   perform MENU-LOOP
               WHEN 2
                   perform STOP-LEAVES
                   perform MENU-LOOP
               WHEN 3
                   perform ORDER-BOOK
                   perform MENU-LOOP
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-UNUSED.
           MOVE 0 TO WS-Count
           move 'N' to ws-eof
           OPEN INPUT ChequeFile
           IF WS-CHQ-FS NOT = "00"
               DISPLAY "No cheque books have been issued to you."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MyAccNo TO CHQ-AccNo
           MOVE 0          TO CHQ-Leaf
           START ChequeFile KEY IS NOT LESS THAN CHQ-Key
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           DISPLAY "Book  Leaf    Issued"
           DISPLAY "---------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ ChequeFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CHQ-AccNo NOT = WS-MyAccNo
                           MOVE 'Y' TO ws-eof
                       ELSE
                           IF CHQ-UNUSED
                               ADD 1 TO WS-Count
                               DISPLAY CHQ-BookNo "  " CHQ-Leaf "  "
                                   CHQ-IssueDate
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChequeFile
           DISPLAY WS-Count " unused leaf(s).".

      *-------------------------------------------------------------------*
      *>One leaf or a run of leaves. Only the customer's own unused
      *>leaves are touched; anything already paid, returned or
      *>stopped in the run is passed over and counted.
       STOP-LEAVES.
           DISPLAY "First leaf to stop : "
           ACCEPT WS-FromLeaf
           DISPLAY "Last leaf to stop (0 for just the one) : "
           ACCEPT WS-ToLeaf
           IF WS-ToLeaf = 0
               MOVE WS-FromLeaf TO WS-ToLeaf
           END-IF
           IF WS-ToLeaf < WS-FromLeaf OR WS-ToLeaf - WS-FromLeaf > 99
               DISPLAY esc redx
                   "Give a run of at most 100 leaves, first to last."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Stop leaves " WS-FromLeaf " to " WS-ToLeaf
               " ? (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
               DISPLAY "Nothing stopped."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ChequeFile
           IF WS-CHQ-FS NOT = "00"
               DISPLAY "No cheque books have been issued to you."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Stopped
           MOVE 0 TO WS-Skipped
           MOVE WS-FromLeaf TO WS-Leaf
           PERFORM UNTIL WS-Leaf > WS-ToLeaf
               MOVE WS-MyAccNo TO CHQ-AccNo
               MOVE WS-Leaf    TO CHQ-Leaf
               READ ChequeFile
                   INVALID KEY
                       ADD 1 TO WS-Skipped
                   NOT INVALID KEY
                       IF CHQ-UNUSED
                           SET CHQ-STOPPED TO TRUE
                           REWRITE ChequeRecord
                               INVALID KEY
                                   ADD 1 TO WS-Skipped
                               NOT INVALID KEY
                                   ADD 1 TO WS-Stopped
                           END-REWRITE
                       ELSE
                           ADD 1 TO WS-Skipped
                       END-IF
               END-READ
               ADD 1 TO WS-Leaf
           END-PERFORM
           CLOSE ChequeFile

           IF WS-Stopped = 0
               DISPLAY esc redx
                   "No unused leaf of yours in that run - nothing "
                   "stopped." esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Notice
           STRING "Cheque stop placed on leaves " WS-FromLeaf
               " to " WS-ToLeaf DELIMITED BY SIZE INTO WS-Notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE LS-UID, WS-Notice, WS-NoticeClass
           DISPLAY esc greenx WS-Stopped " leaf(s) stopped." esc resetx
           IF WS-Skipped > 0
               DISPLAY WS-Skipped " leaf(s) not yours or not unused "
                   "- left as they were."
           END-IF
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE WS-MyAccNo, WS-SvcEvent, WS-SvcOper,
               WS-SvcCharged, WS-SvcStatus
           IF WS-SvcStatus = "00"
               MOVE WS-SvcCharged TO WS-DspCharge
               DISPLAY "Stop payment charge " WS-DspCharge " debited."
           END-IF.

      *-------------------------------------------------------------------*
      *>Cheque books are drawn on current accounts only. One open
      *>order at a time - a second would only print a second book.
       ORDER-BOOK.
           IF WS-MyProd NOT = "CU"
               DISPLAY esc redx
                   "Cheque books are issued on current accounts only."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           CALL '../../Utility Functions/bin/isChequeBarred'
               USING BY REFERENCE WS-MyAccNo, WS-RtnCount, WS-Barred
           IF WS-Barred = "Y"
               DISPLAY esc redx
                   "New cheque books are withheld after repeated "
                   "returned cheques - please see your branch."
                   esc resetx
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PrqFile
           IF WS-PRQ-FS = '35'
               OPEN OUTPUT PrqFile
           END-IF
           CLOSE PrqFile
           MOVE 0 TO WS-PrevID
           MOVE 'N' TO WS-OpenReq
           move 'N' to ws-eof
           OPEN INPUT PrqFile
           PERFORM UNTIL ws-eof = 'Y'
               READ PrqFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF PRQ-ID > WS-PrevID
                           MOVE PRQ-ID TO WS-PrevID
                       END-IF
                       IF PRQ-UID = LS-UID AND PRQ-CHEQUEBOOK
                           AND (PRQ-RECEIVED OR PRQ-IN-PROGRESS)
                           MOVE 'Y' TO WS-OpenReq
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PrqFile
           IF WS-OpenReq = 'Y'
               DISPLAY "You already have a cheque book on order - "
                   "track it under My Instructions."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Order a new cheque book for collection at branch "
               WS-MyBranch " ? (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
               DISPLAY "Nothing ordered."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PrevID TO PRQ-ID
           ADD 1 TO PRQ-ID
           MOVE LS-UID TO PRQ-UID
           MOVE "CB" TO PRQ-Kind
           MOVE 0 TO PRQ-Amount
           MOVE 0 TO PRQ-Term
           MOVE WS-BUS-DATE TO PRQ-Date
           MOVE "R" TO PRQ-Status
           MOVE SPACES TO PRQ-Note
           STRING "Collect at branch " WS-MyBranch
               DELIMITED BY SIZE INTO PRQ-Note
           MOVE WS-MyBranch TO PRQ-Branch
           OPEN I-O PrqFile
           WRITE PrqRecord
               INVALID KEY
                   DISPLAY "Order not saved (" WS-PRQ-FS ")."
                   CLOSE PrqFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE PrqFile
           DISPLAY esc greenx "Cheque book order " PRQ-ID
               " received - track it under My Instructions."
               esc resetx.

       END PROGRAM chequeSelf.
