      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Treasury release queue for outgoing interbank
      *          payments. Payments above the release threshold wait
      *          in the outgoing register (data/InterbankOut.dat) as
      *          queued; treasury works through them against the
      *          running position of our settlement account at the
      *          central bank - the day's opening balance entered
      *          here (data/CBPosition.dat) less everything already
      *          put in today's outgoing settlement file - and
      *          releases each one into the file, holds it for later
      *          or returns it to the sender from the settlement
      *          control account. The morning build sends every
      *          warehoused payment whose value date has come into
      *          the day's file. Every decision is logged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. treasuryRelease.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IboFile ASSIGN TO "../../../data/InterbankOut.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBO-Ref
               FILE STATUS IS WS-IBO-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

           SELECT SettlementOut ASSIGN TO WS-SETTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT PositionFile ASSIGN TO "../../../data/CBPosition.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IboFile.
       01  IboRecord.
       COPY "../../Utility Functions/interbankOutFile.cpy".

       FD  UserFile.
       01  UserRecord.
       COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
       COPY "../../Utility Functions/transactionFile.cpy".

       FD  SettlementOut.
       01  SettlementLine.
           05  STL-BankCode    PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  STL-ExtAcc      PIC 9(16).
           05  FILLER          PIC X VALUE SPACE.
           05  STL-Amount      PIC 9(10).99.
           05  FILLER          PIC X VALUE SPACE.
           05  STL-OurRef      PIC X(11).
           05  FILLER          PIC X VALUE SPACE.
           05  STL-SenderAcc   PIC 9(16).

      *>central bank settlement account opening balance per day -
      *>the last line for a date is the one that counts
       FD  PositionFile.
       01  PositionLine.
           05  CBP-Date        PIC 9(8).
           05  CBP-Opening     PIC 9(12)V99.
           05  CBP-AdminId     PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-IBO-FS           PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-POS-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-Lock1            PIC 9(5).
       01  WS-Lock2            PIC 9(5).
       01  WS-LocksHeld        PIC 9 VALUE 0.
       01  WS-LockStatus       PIC X(2).
       01  ws-eof              PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  ws-action           PIC X.
       01  ws-confirm          PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-SETTL-PATH       PIC X(60).
       01  WS-SettlUID         PIC 9(5).
       01  WS-SettlAcc         PIC 9(16).
      *>the returned sender's branch, for the return row
       01  WS-SenderBranch     PIC X(3).
       01  WS-OPENING          PIC 9(12)V99 VALUE 0.
       01  WS-HAVE-OPENING     PIC X VALUE 'N'.
       01  WS-SENT-TODAY       PIC 9(12)V99 VALUE 0.
       01  WS-POSITION         PIC S9(12)V99 VALUE 0.
       01  WS-AFTER            PIC S9(12)V99.
       01  WS-NEW-OPENING      PIC 9(12)V99.
       01  WS-DSP-AMT          PIC Z(11)9.99.
       01  WS-DSP-POS          PIC -Z(11)9.99.
       01  WS-DSP-AFTER        PIC -Z(11)9.99.
       01  WS-RELEASED         PIC 9(5).
       01  WS-HELD             PIC 9(5).
       01  WS-RETURNED         PIC 9(5).
       01  WS-WAITING          PIC 9(5).
       01  WS-XrefSide         PIC X.
       01  WS-Notice           PIC X(60).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       COPY "../../Utility Functions/trxConstants.cpy".

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           call '../../Utility Functions/bin/loadSettlementAcct'
           using by REFERENCE WS-SettlUID
           MOVE SPACES TO WS-SETTL-PATH
           STRING "../../../data/OutSettlement_" WS-BUS-DATE
               ".dat" DELIMITED BY SIZE INTO WS-SETTL-PATH
           DISPLAY "==============================================="
           DISPLAY "=======  Treasury Release Queue         ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           PERFORM LOAD-POSITION
           DISPLAY "-----------------------------------------------"
           IF WS-HAVE-OPENING = 'Y'
               MOVE WS-POSITION TO WS-DSP-POS
               DISPLAY "Settlement account position : " WS-DSP-POS
           ELSE
               DISPLAY "Settlement account position : opening "
                   "balance not entered for " WS-BUS-DATE
           END-IF
           DISPLAY "1=Work Release Queue, 2=Send Warehoused Due,"
           DISPLAY "3=Enter Opening Position, 4=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform WORK-RELEASE-QUEUE
                   perform MENU-LOOP
               WHEN 2
                   perform SEND-WAREHOUSED
                   perform MENU-LOOP
               WHEN 3
                   perform ENTER-OPENING
                   perform MENU-LOOP
               WHEN 4
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>opening balance for today, less every payment already put
      *>in a settlement file today
       LOAD-POSITION.
           MOVE 'N' TO WS-HAVE-OPENING
           MOVE 0 TO WS-OPENING
           MOVE 0 TO WS-SENT-TODAY
           move 'N' to ws-eof
           OPEN INPUT PositionFile
           IF WS-POS-FS = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ PositionFile
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF CBP-Date = WS-BUS-DATE
                               MOVE CBP-Opening TO WS-OPENING
                               MOVE 'Y' TO WS-HAVE-OPENING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PositionFile
           END-IF
           move 'N' to ws-eof
           OPEN INPUT IboFile
           IF WS-IBO-FS = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ IboFile NEXT
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF (IBO-PENDING OR IBO-SETTLED)
                               AND IBO-SentDate = WS-BUS-DATE
                               ADD IBO-Amount TO WS-SENT-TODAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IboFile
           END-IF
           COMPUTE WS-POSITION = WS-OPENING - WS-SENT-TODAY
           .

       ENTER-OPENING.
           DISPLAY "Central bank settlement account opening "
               "balance for " WS-BUS-DATE " : "
           ACCEPT WS-NEW-OPENING
           OPEN EXTEND PositionFile
           IF WS-POS-FS NOT = "00"
               CLOSE PositionFile
               OPEN OUTPUT PositionFile
           END-IF
           MOVE WS-BUS-DATE TO CBP-Date
           MOVE WS-NEW-OPENING TO CBP-Opening
           MOVE LS-AdminId TO CBP-AdminId
           WRITE PositionLine
           CLOSE PositionFile
           MOVE "CBOPENPOS" TO ws-logAction
           MOVE WS-NEW-OPENING TO WS-DSP-AMT
           MOVE SPACES TO ws-logAcct
           STRING WS-BUS-DATE " " FUNCTION TRIM(WS-DSP-AMT)
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           DISPLAY esc greenx "Opening position recorded." esc resetx
           .

      *-------------------------------------------------------------------*
      *>Each queued or held payment in turn, with what the position
      *>would be after it. One not yet at its value date can only
      *>be held or returned.
       WORK-RELEASE-QUEUE.
           IF WS-HAVE-OPENING NOT = 'Y'
               DISPLAY esc redx "Enter today's opening position "
                   "first (option 3)." esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RELEASED
           MOVE 0 TO WS-HELD
           MOVE 0 TO WS-RETURNED
           MOVE 0 TO WS-WAITING
           move 'N' to ws-eof
           OPEN I-O IboFile
           IF WS-IBO-FS NOT = "00"
               DISPLAY "No outgoing register on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ IboFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IBO-QUEUED OR IBO-HELD
                           ADD 1 TO WS-WAITING
                           PERFORM DECIDE-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IboFile
           IF WS-WAITING = 0
               DISPLAY "Release queue is empty."
           ELSE
               DISPLAY "Queue worked - " WS-RELEASED " released, "
                   WS-HELD " held, " WS-RETURNED " returned."
           END-IF
           .

       DECIDE-ONE-PAYMENT.
           COMPUTE WS-AFTER = WS-POSITION - IBO-Amount
           MOVE IBO-Amount TO WS-DSP-AMT
           MOVE WS-POSITION TO WS-DSP-POS
           MOVE WS-AFTER TO WS-DSP-AFTER
           DISPLAY "-----------------------------------------------"
           DISPLAY IBO-Ref "  to " IBO-BankCode " " IBO-ExtAcc
           DISPLAY "  amount " WS-DSP-AMT "  value date "
               IBO-ValueDate "  from " IBO-SenderAcc
           IF IBO-HELD
               DISPLAY "  (held earlier)"
           END-IF
           DISPLAY "  position now " WS-DSP-POS "  after "
               WS-DSP-AFTER
           IF IBO-ValueDate > WS-BUS-DATE
               DISPLAY "  not yet due - H)old, X)return, S)kip : "
           ELSE
               DISPLAY "  R)elease, H)old, X)return, S)kip : "
           END-IF
           ACCEPT ws-action
           MOVE FUNCTION UPPER-CASE(ws-action) TO ws-action
           EVALUATE ws-action
               WHEN "R"
                   IF IBO-ValueDate > WS-BUS-DATE
                       DISPLAY "  not due until " IBO-ValueDate
                           " - left in the queue."
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-AFTER < 0
                       DISPLAY esc redx "  The settlement account "
                           "goes short by this payment - release "
                           "anyway? (Y/N) : " esc resetx
                       ACCEPT ws-confirm
                       IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM RELEASE-ONE-PAYMENT
               WHEN "H"
                   SET IBO-HELD TO TRUE
                   MOVE LS-AdminId TO IBO-ReleasedBy
                   REWRITE IboRecord
                       INVALID KEY
                           DISPLAY "  register update failed."
                           EXIT PARAGRAPH
                   END-REWRITE
                   ADD 1 TO WS-HELD
                   MOVE "IBHOLD" TO ws-logAction
                   PERFORM LOG-DECISION
               WHEN "X"
                   PERFORM RETURN-ONE-PAYMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *>into today's settlement file, pending the clearing house's
      *>acknowledgement like any other
       RELEASE-ONE-PAYMENT.
           PERFORM WRITE-SETTLEMENT-LINE
           SET IBO-PENDING TO TRUE
           MOVE WS-BUS-DATE TO IBO-SentDate
           MOVE LS-AdminId TO IBO-ReleasedBy
           REWRITE IboRecord
               INVALID KEY
                   DISPLAY "  register update failed for " IBO-Ref
                   EXIT PARAGRAPH
           END-REWRITE
           SUBTRACT IBO-Amount FROM WS-POSITION
           ADD 1 TO WS-RELEASED
           MOVE "IBRELEASE" TO ws-logAction
           PERFORM LOG-DECISION
           DISPLAY esc greenx "  released." esc resetx
           .

       WRITE-SETTLEMENT-LINE.
           OPEN EXTEND SettlementOut
           IF WS-OUT-FS NOT = "00"
               CLOSE SettlementOut
               OPEN OUTPUT SettlementOut
           END-IF
           MOVE IBO-BankCode  TO STL-BankCode
           MOVE IBO-ExtAcc    TO STL-ExtAcc
           MOVE IBO-Amount    TO STL-Amount
           MOVE IBO-Ref       TO STL-OurRef
           MOVE IBO-SenderAcc TO STL-SenderAcc
           WRITE SettlementLine
           CLOSE SettlementOut
           .

       LOG-DECISION.
           MOVE SPACES TO ws-logAcct
           STRING IBO-Ref " " IBO-SenderAcc DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           .

      *-------------------------------------------------------------------*
      *>Warehoused payments whose value date has come go into
      *>today's file - the first job of the treasury day.
       SEND-WAREHOUSED.
           MOVE 0 TO WS-RELEASED
           move 'N' to ws-eof
           OPEN I-O IboFile
           IF WS-IBO-FS NOT = "00"
               DISPLAY "No outgoing register on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ IboFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IBO-WAREHOUSED
                           AND IBO-ValueDate <= WS-BUS-DATE
                           PERFORM WRITE-SETTLEMENT-LINE
                           SET IBO-PENDING TO TRUE
                           MOVE WS-BUS-DATE TO IBO-SentDate
                           REWRITE IboRecord
                               INVALID KEY
                                   DISPLAY "  register update failed "
                                       "for " IBO-Ref
                           END-REWRITE
                           ADD 1 TO WS-RELEASED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IboFile
           DISPLAY WS-RELEASED " warehoused payment(s) sent in "
               FUNCTION TRIM(WS-SETTL-PATH)
           MOVE "IBWHSEND" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING WS-RELEASED " sent" DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           .

      *-------------------------------------------------------------------*
      *>Returned unsent: the money goes back out of the settlement
      *>control account to the sender as a normal transfer posting,
      *>the same way a clearing-house reject is refunded.
       RETURN-ONE-PAYMENT.
           PERFORM TAKE-REFUND-LOCKS
           IF WS-LocksHeld = 0
               DISPLAY "  return skipped - records in use by "
                   "another session."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserFile
           IF WS-USR-FS NOT = "00"
               DISPLAY "  return failed - accounts file "
                   "unavailable."
               PERFORM RELEASE-REFUND-LOCKS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SettlUID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   DISPLAY "  return failed - settlement account "
                       "not found."
                   CLOSE UserFile
                   PERFORM RELEASE-REFUND-LOCKS
                   EXIT PARAGRAPH
           END-READ
           MOVE UAccNo TO WS-SettlAcc
           SUBTRACT IBO-Amount FROM Balance
           ADD 1 TO TrxCount
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxSentPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           REWRITE UserRecord
               INVALID KEY
                   DISPLAY "  return debit failed."
                   CLOSE UserFile
                   PERFORM RELEASE-REFUND-LOCKS
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE IBO-SenderUID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   DISPLAY "  return failed - sender " IBO-SenderUID
                       " not found; settlement debit reversed."
                   MOVE WS-SettlUID TO UID
                   READ UserFile KEY IS UID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD IBO-Amount TO Balance
                           REWRITE UserRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   CLOSE UserFile
                   PERFORM RELEASE-REFUND-LOCKS
                   EXIT PARAGRAPH
           END-READ
           ADD IBO-Amount TO Balance
           REWRITE UserRecord
               INVALID KEY
                   DISPLAY "  return credit failed."
                   CLOSE UserFile
                   PERFORM RELEASE-REFUND-LOCKS
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE UBranch TO WS-SenderBranch
           CLOSE UserFile
           PERFORM RELEASE-REFUND-LOCKS

           MOVE WS-SettlAcc TO SenderAcc
           MOVE IBO-SenderAcc TO ReceiverAcc
           MOVE SPACES TO Description
           STRING "Interbank return " IBO-Ref
               DELIMITED BY SIZE INTO Description
           MOVE IBO-Amount TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-SenderBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           MOVE WS-BUS-DATE TO TrxValueDate
           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "  return ledger row failed for "
                       IBO-Ref
           END-WRITE
           CLOSE TrxFile
           MOVE "S" TO WS-XrefSide
           call '../../Utility Functions/bin/writeTrxXref'
           using by REFERENCE WS-SettlAcc, TimeStamp, TrxID,
               WS-XrefSide
           MOVE "R" TO WS-XrefSide
           call '../../Utility Functions/bin/writeTrxXref'
           using by REFERENCE IBO-SenderAcc, TimeStamp, TrxID,
               WS-XrefSide

           SET IBO-RETURNED TO TRUE
           MOVE WS-BUS-DATE TO IBO-AckDate
           MOVE LS-AdminId TO IBO-ReleasedBy
           REWRITE IboRecord
               INVALID KEY
                   DISPLAY "  register update failed for " IBO-Ref
           END-REWRITE
           ADD 1 TO WS-RETURNED
           MOVE "IBRETURN" TO ws-logAction
           PERFORM LOG-DECISION

           MOVE SPACES TO WS-Notice
           STRING "Interbank transfer " IBO-Ref " not sent - "
               "refunded" DELIMITED BY SIZE INTO WS-Notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE IBO-SenderUID, WS-Notice
           DISPLAY "  returned to the sender."
           .

       TAKE-REFUND-LOCKS.
           MOVE 0 TO WS-LocksHeld
           IF IBO-SenderUID < WS-SettlUID
               MOVE IBO-SenderUID TO WS-Lock1
               MOVE WS-SettlUID TO WS-Lock2
           ELSE
               MOVE WS-SettlUID TO WS-Lock1
               MOVE IBO-SenderUID TO WS-Lock2
           END-IF
           call '../../Utility Functions/bin/acquireLock'
           using by REFERENCE WS-Lock1, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LocksHeld
           IF WS-Lock2 NOT = WS-Lock1
               call '../../Utility Functions/bin/acquireLock'
               using by REFERENCE WS-Lock2, WS-LockStatus
               IF WS-LockStatus NOT = "00"
                   call '../../Utility Functions/bin/releaseLock'
                   using by REFERENCE WS-Lock1
                   MOVE 0 TO WS-LocksHeld
                   EXIT PARAGRAPH
               END-IF
               MOVE 2 TO WS-LocksHeld
           END-IF
           .

       RELEASE-REFUND-LOCKS.
           IF WS-LocksHeld >= 1
               call '../../Utility Functions/bin/releaseLock'
               using by REFERENCE WS-Lock1
           END-IF
           IF WS-LocksHeld >= 2
               call '../../Utility Functions/bin/releaseLock'
               using by REFERENCE WS-Lock2
           END-IF
           MOVE 0 TO WS-LocksHeld
           .

       END PROGRAM treasuryRelease.
