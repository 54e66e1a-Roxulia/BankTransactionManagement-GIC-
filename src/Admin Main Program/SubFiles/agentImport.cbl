      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Import the day's agent banking file - the cash our
      *          agents took in from and paid out to customers. A
      *          cash-in (I) credits the customer and debits the
      *          agent's float account; a cash-out (O) debits the
      *          customer and credits the float. Each entry is held
      *          to the agent master (data/Agents.dat: agent active,
      *          single-transaction and daily limits) and to both
      *          accounts (active, same currency, the debited side
      *          able to pay), and posts as one transfer between the
      *          two. Failures go to data/AgentRejects.dat with
      *          reason codes, as the channel import does; nothing
      *          posts unless the trailer's control totals match the
      *          details, and a file already imported is refused.
      *          Every posting is also written to the month's
      *          data/AgentPosted_<yyyymm>.dat, which the commission
      *          run pays from.
      *
      *          File layout (fixed columns):
      *            D agent-id(5) type(I/O) account(16) amount(12)
      *              reference(20)
      *            T count(7) amount(12)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agentImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AgentFile ASSIGN TO '../../../data/Agents.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGT-ID
               FILE STATUS IS WS-AGT-FS.

           SELECT ImportFile ASSIGN TO WS-IMPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-FS.

           SELECT RejectFile
               ASSIGN TO '../../../data/AgentRejects.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FS.

           SELECT ImportLog
               ASSIGN TO '../../../data/AgentImportAudit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT PostedFile ASSIGN TO WS-POSTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  UserFile.
       01  UserRecord.
       COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
       COPY "../../Utility Functions/transactionFile.cpy".

       FD  AgentFile.
       01  AgentRecord.
       COPY "../../Utility Functions/agentFile.cpy".

       FD  ImportFile.
       01  ImportLine.
           05  IMP-RecType     PIC X.
           05  IMP-AgentId     PIC 9(5).
           05  IMP-TrxKind     PIC X.
           05  IMP-AccNo       PIC 9(16).
           05  IMP-Amount      PIC 9(10)V99.
           05  IMP-Reference   PIC X(20).
       01  TrailerLine REDEFINES ImportLine.
           05  TRL-RecType     PIC X.
           05  TRL-Count       PIC 9(7).
           05  TRL-Amount      PIC 9(10)V99.
           05  FILLER          PIC X(35).

       FD  RejectFile.
       01  RejectLine          PIC X(100).

       FD  ImportLog.
       01  ImportLogLine       PIC X(100).

      *>one line per posted agent entry, per month - what the
      *>commission run counts
       FD  PostedFile.
       01  PostedLine.
           05  APS-AgentId     PIC 9(5).
           05  APS-Kind        PIC X.
           05  APS-AccNo       PIC 9(16).
           05  APS-Amount      PIC 9(10)V99.
           05  APS-TrxID       PIC X(11).
           05  APS-Date        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-TrxFS            PIC XX.
       01  WS-AGT-FS           PIC XX.
       01  WS-IMP-FS           PIC XX.
       01  WS-REJ-FS           PIC XX.
       01  WS-LOG-FS           PIC XX.
       01  WS-PST-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X VALUE 'N'.
       01  WS-IMPORT-PATH      PIC X(60).
       01  WS-POSTED-PATH      PIC X(60).
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-DET-COUNT        PIC 9(7) VALUE 0.
       01  WS-DET-AMOUNT       PIC 9(12)V99 VALUE 0.
       01  WS-TRL-COUNT        PIC 9(7) VALUE 0.
       01  WS-TRL-AMOUNT       PIC 9(12)V99 VALUE 0.
       01  WS-TRL-SEEN         PIC X VALUE 'N'.
       01  WS-OK-COUNT         PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(7) VALUE 0.
       01  WS-REASON           PIC X(4).
       01  WS-IBF-COUNT        PIC 9(7).
       01  WS-IBF-TOTAL        PIC 9(12)V99.
       01  WS-IBF-STATUS       PIC X(2).
       01  WS-DAY-AMOUNT       PIC 9(13)V99.
      *>the two sides of one entry - the debited account pays the
      *>credited one
       01  WS-CUST-UID         PIC 9(5).
       01  WS-DR-UID           PIC 9(5).
       01  WS-CR-UID           PIC 9(5).
       01  WS-DR-ACC           PIC 9(16).
       01  WS-CR-ACC           PIC 9(16).
       01  WS-DR-COUNT         PIC 9(5).
       01  WS-DR-BRANCH        PIC X(3).
       01  WS-FLOAT-CCY        PIC X(3).
       01  WS-TRX-CCY          PIC X(3).
       01  WS-LockA            PIC 9(5).
       01  WS-LockB            PIC 9(5).
       01  WS-Lock1            PIC 9(5).
       01  WS-Lock2            PIC 9(5).
       01  WS-LockStatus       PIC X(2).
       01  WS-XrefSide         PIC X.
       01  WS-PitTag           PIC X.
       01  WS-PitBefore        PIC X(600).
       01  WS-PitAfter         PIC X(600).
       01  WS-Notice           PIC X(60).
       01  WS-DSP-AMT          PIC Z(9)9.99.

       COPY "../../Utility Functions/trxConstants.cpy".

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-StatusCode       PIC X(2).
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-StatusCode, LS-AdminId.
       Main-Section.
           CALL '../../Utility Functions/bin/loadTrxLimits'
           USING BY REFERENCE minAmoDepo, maxAmoDepo,
               minwithdraw, maxwithdraw, minaccountbalance
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS

           DISPLAY "=====   Agent Banking Transaction Import   ====="
           DISPLAY "Enter import file path "
               "(blank = ../../../data/AgentIn.dat): "
           ACCEPT WS-IMPORT-PATH
           IF WS-IMPORT-PATH = SPACES
               MOVE "../../../data/AgentIn.dat" TO WS-IMPORT-PATH
           END-IF

           PERFORM CONTROL-TOTAL-PASS
           IF WS-TRL-SEEN NOT = 'Y'
               DISPLAY esc redx
               DISPLAY "No trailer record - file refused."
               DISPLAY esc resetx
               MOVE "97" TO LS-StatusCode
               GOBACK
           END-IF
           IF WS-DET-COUNT NOT = WS-TRL-COUNT
               OR WS-DET-AMOUNT NOT = WS-TRL-AMOUNT
               DISPLAY esc redx
               DISPLAY "Control totals do not match the details - "
                   "file refused, nothing posted."
               DISPLAY "  details: " WS-DET-COUNT " for "
                   WS-DET-AMOUNT
               DISPLAY "  trailer: " WS-TRL-COUNT " for "
                   WS-TRL-AMOUNT
               DISPLAY esc resetx
               MOVE "97" TO LS-StatusCode
               GOBACK
           END-IF

           MOVE WS-DET-COUNT TO WS-IBF-COUNT
           MOVE WS-DET-AMOUNT TO WS-IBF-TOTAL
           CALL '../../Utility Functions/bin/registerInboundFile'
               USING BY REFERENCE WS-IMPORT-PATH, WS-IBF-COUNT,
               WS-IBF-TOTAL, LS-AdminId, WS-IBF-STATUS
           IF WS-IBF-STATUS = "94"
               DISPLAY esc redx
               DISPLAY "Duplicate file - refused, nothing posted."
               DISPLAY esc resetx
               MOVE "97" TO LS-StatusCode
               GOBACK
           END-IF

           OPEN I-O AgentFile
           IF WS-AGT-FS NOT = "00"
               DISPLAY esc redx "No agents on file - nothing posted."
                   esc resetx
               MOVE "99" TO LS-StatusCode
               GOBACK
           END-IF
           PERFORM POSTING-PASS
           CLOSE AgentFile
           CALL '../../Utility Functions/bin/markInboundPosted'
               USING BY REFERENCE WS-IMPORT-PATH, WS-IBF-STATUS

           DISPLAY "================================================"
           DISPLAY "Import finished: " WS-OK-COUNT " posted, "
               WS-REJECT-COUNT " rejected."
           IF WS-REJECT-COUNT > 0
               DISPLAY "Rejects written to data/AgentRejects.dat"
           END-IF
           MOVE "00" TO LS-StatusCode
           GOBACK.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>First pass only counts and sums the details against the
      *>trailer, so a truncated file can never half-post.
       CONTROL-TOTAL-PASS.
           MOVE 0 TO WS-DET-COUNT WS-DET-AMOUNT
           MOVE 'N' TO WS-TRL-SEEN ws-eof
           OPEN INPUT ImportFile
           IF WS-IMP-FS NOT = "00"
               DISPLAY esc redx "Unable to open import file "
                   WS-IMP-FS esc resetx
               MOVE "99" TO LS-StatusCode
               GOBACK
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ImportFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE IMP-RecType
                           WHEN "D"
                               ADD 1 TO WS-DET-COUNT
                               ADD IMP-Amount TO WS-DET-AMOUNT
                           WHEN "T"
                               MOVE TRL-Count  TO WS-TRL-COUNT
                               MOVE TRL-Amount TO WS-TRL-AMOUNT
                               MOVE 'Y' TO WS-TRL-SEEN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ImportFile
           .

       POSTING-PASS.
           MOVE 'N' TO ws-eof
           OPEN INPUT ImportFile
           OPEN OUTPUT RejectFile
           OPEN EXTEND ImportLog
           IF WS-LOG-FS NOT = "00"
               CLOSE ImportLog
               OPEN OUTPUT ImportLog
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ImportFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IMP-RecType = "D"
                           PERFORM POST-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ImportFile
           CLOSE RejectFile
           CLOSE ImportLog
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Reason codes: T01 bad transaction kind or no amount, G01
      *>agent unknown,
      *>G02 agent not active, G03 over the agent's single
      *>transaction limit, G04 over the agent's daily limit, A01
      *>account unknown, A02 account not active, A03 account is the
      *>agent's own float, A04 account and float in different
      *>currencies, F01 customer's funds short for a cash-out, F02
      *>agent's float short for a cash-in, L01 record busy.
       POST-ONE-ENTRY.
           MOVE SPACES TO WS-REASON
           IF (IMP-TrxKind NOT = "I" AND IMP-TrxKind NOT = "O")
               OR IMP-Amount = 0
               MOVE "T01" TO WS-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE IMP-AgentId TO AGT-ID
           READ AgentFile
               INVALID KEY
                   MOVE "G01" TO WS-REASON
           END-READ
           IF WS-REASON NOT = SPACES
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM ROLL-AGENT-DAY
           IF NOT AGT-ACTIVE
               MOVE "G02" TO WS-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF IMP-Amount > AGT-TrxLimit
               MOVE "G03" TO WS-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-AMOUNT = AGT-DayAmount + IMP-Amount
           IF WS-DAY-AMOUNT > AGT-DayLimit
               MOVE "G04" TO WS-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           OPEN I-O UserFile
           MOVE AGT-FloatUID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   MOVE "G01" TO WS-REASON
           END-READ
           IF WS-REASON = SPACES
               MOVE UCurrency TO WS-FLOAT-CCY
               MOVE IMP-AccNo TO UAccNo
               READ UserFile KEY IS UAccNo
                   INVALID KEY
                       MOVE "A01" TO WS-REASON
               END-READ
           END-IF
           IF WS-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT ACCT-ACTIVE
                       MOVE "A02" TO WS-REASON
                   WHEN UID = AGT-FloatUID
                       MOVE "A03" TO WS-REASON
                   WHEN UCurrency NOT = WS-FLOAT-CCY
                       MOVE "A04" TO WS-REASON
               END-EVALUATE
           END-IF
           IF WS-REASON NOT = SPACES
               CLOSE UserFile
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE UID TO WS-CUST-UID
           MOVE UCurrency TO WS-TRX-CCY
           IF IMP-TrxKind = "I"
               MOVE AGT-FloatUID TO WS-DR-UID
               MOVE AGT-FloatAcc TO WS-DR-ACC
               MOVE WS-CUST-UID  TO WS-CR-UID
               MOVE IMP-AccNo    TO WS-CR-ACC
           ELSE
               MOVE WS-CUST-UID  TO WS-DR-UID
               MOVE IMP-AccNo    TO WS-DR-ACC
               MOVE AGT-FloatUID TO WS-CR-UID
               MOVE AGT-FloatAcc TO WS-CR-ACC
           END-IF

      *>both records locked lowest-UID-first, as every two-sided
      *>posting does; a busy record parks the entry as L01
           MOVE WS-DR-UID TO WS-LockA
           MOVE WS-CR-UID TO WS-LockB
           PERFORM ACQUIRE-ORDERED-LOCKS
           IF WS-LockStatus NOT = "00"
               MOVE "L01" TO WS-REASON
               CLOSE UserFile
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM MOVE-THE-MONEY
           CLOSE UserFile
           PERFORM RELEASE-ORDERED-LOCKS
           IF WS-REASON NOT = SPACES
               IF WS-REASON = "F02"
                   ADD 1 TO AGT-DayRejects
                   PERFORM REWRITE-AGENT
               END-IF
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-TRANSFER-ROW
           ADD 1 TO AGT-DayCount
           ADD IMP-Amount TO AGT-DayAmount
           PERFORM REWRITE-AGENT
           ADD 1 TO WS-OK-COUNT
           MOVE SPACES TO ImportLogLine
           STRING "POSTED AGENT=" IMP-AgentId
               " KIND=" IMP-TrxKind
               " ACCT=" IMP-AccNo
               " AMOUNT=" IMP-Amount
               " TRXID=" TrxID
               " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO ImportLogLine
           WRITE ImportLogLine
           PERFORM WRITE-POSTED-LINE

           MOVE IMP-Amount TO WS-DSP-AMT
           MOVE SPACES TO WS-Notice
           IF IMP-TrxKind = "I"
               STRING "Agent cash-in " FUNCTION TRIM(WS-DSP-AMT)
                   " credited to your account"
                   DELIMITED BY SIZE INTO WS-Notice
           ELSE
               STRING "Agent cash-out " FUNCTION TRIM(WS-DSP-AMT)
                   " paid from your account"
                   DELIMITED BY SIZE INTO WS-Notice
           END-IF
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-CUST-UID, WS-Notice
           .

      *>the first entry of a new business date folds the finished
      *>day's count into the running average and starts over
       ROLL-AGENT-DAY.
           IF AGT-DayDate = WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           IF AGT-DayDate NOT = 0
               IF AGT-AvgCount = 0
                   MOVE AGT-DayCount TO AGT-AvgCount
               ELSE
                   COMPUTE AGT-AvgCount ROUNDED =
                       (AGT-AvgCount * 6 + AGT-DayCount) / 7
               END-IF
           END-IF
           MOVE WS-BUS-DATE TO AGT-DayDate
           MOVE 0 TO AGT-DayCount AGT-DayAmount AGT-DayRejects
           PERFORM REWRITE-AGENT
           .

       REWRITE-AGENT.
           REWRITE AgentRecord
               INVALID KEY
                   DISPLAY "Warning: agent " AGT-ID
                       " figures not updated."
           END-REWRITE
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Funds are proved on the debited record as it stands under
      *>the lock; both sides are then rewritten under the one open
      *>of the user file.
       MOVE-THE-MONEY.
           MOVE WS-DR-UID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   MOVE "A01" TO WS-REASON
                   EXIT PARAGRAPH
           END-READ
           IF Balance - IMP-Amount < minaccountbalance
               IF IMP-TrxKind = "I"
                   MOVE "F02" TO WS-REASON
               ELSE
                   MOVE "F01" TO WS-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE UserRecord TO WS-PitBefore
           SUBTRACT IMP-Amount FROM Balance
           ADD 1 TO TrxCount
           MOVE TrxCount TO WS-DR-COUNT
           MOVE UBranch TO WS-DR-BRANCH
           MOVE WS-BUS-DATE TO ULastTrxDate
           REWRITE UserRecord
               INVALID KEY
                   MOVE "A01" TO WS-REASON
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter

           MOVE WS-CR-UID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   DISPLAY "Warning: credit side " WS-CR-UID
                       " missing after the debit."
                   EXIT PARAGRAPH
           END-READ
           MOVE UserRecord TO WS-PitBefore
           ADD IMP-Amount TO Balance
           MOVE WS-BUS-DATE TO ULastTrxDate
           REWRITE UserRecord
               INVALID KEY
                   DISPLAY "Warning: credit side " WS-CR-UID
                       " not updated."
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter
           .

       WRITE-TRANSFER-ROW.
           MOVE SPACES TO TrxID
           STRING
               WS-DR-COUNT DELIMITED BY SIZE
               WS-TrxSentPrefix DELIMITED BY SIZE
               WS-DR-UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           MOVE WS-DR-ACC TO SenderAcc
           MOVE WS-CR-ACC TO ReceiverAcc
           MOVE SPACES TO Description
           IF IMP-TrxKind = "I"
               STRING "Agent cash-in " IMP-AgentId
                   DELIMITED BY SIZE INTO Description
           ELSE
               STRING "Agent cash-out " IMP-AgentId
                   DELIMITED BY SIZE INTO Description
           END-IF
           MOVE IMP-Amount TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE AGT-Branch TO TrxBranch
           MOVE "AGENT" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-TRX-CCY TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE WS-BUS-DATE TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "Writing agent transaction failed for "
                       "account " IMP-AccNo
           END-WRITE
           MOVE SPACES TO WS-PitBefore
           MOVE TransactionRecord TO WS-PitAfter
           MOVE "T" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter
           CLOSE TrxFile
           MOVE "S" TO WS-XrefSide
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE WS-DR-ACC, TimeStamp, TrxID,
               WS-XrefSide
           MOVE "R" TO WS-XrefSide
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE WS-CR-ACC, TimeStamp, TrxID,
               WS-XrefSide
           .

       WRITE-POSTED-LINE.
           MOVE SPACES TO WS-POSTED-PATH
           STRING "../../../data/AgentPosted_" WS-BUS-DATE(1:6)
               ".dat" DELIMITED BY SIZE INTO WS-POSTED-PATH
           OPEN EXTEND PostedFile
           IF WS-PST-FS NOT = "00"
               CLOSE PostedFile
               OPEN OUTPUT PostedFile
               IF WS-PST-FS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE IMP-AgentId TO APS-AgentId
           MOVE IMP-TrxKind TO APS-Kind
           MOVE IMP-AccNo   TO APS-AccNo
           MOVE IMP-Amount  TO APS-Amount
           MOVE TrxID       TO APS-TrxID
           MOVE WS-BUS-DATE TO APS-Date
           WRITE PostedLine
           CLOSE PostedFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       ACQUIRE-ORDERED-LOCKS.
           IF WS-LockA < WS-LockB
               MOVE WS-LockA TO WS-Lock1
               MOVE WS-LockB TO WS-Lock2
           ELSE
               MOVE WS-LockB TO WS-Lock1
               MOVE WS-LockA TO WS-Lock2
           END-IF
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-Lock1, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-Lock2, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               CALL '../../Utility Functions/bin/releaseLock'
                   USING BY REFERENCE WS-Lock1
           END-IF
           .

       RELEASE-ORDERED-LOCKS.
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-Lock1
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-Lock2
           .

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO RejectLine
           STRING "REASON=" WS-REASON
               " AGENT=" IMP-AgentId
               " KIND=" IMP-TrxKind
               " ACCT=" IMP-AccNo
               " AMOUNT=" IMP-Amount
               " REF=" FUNCTION TRIM(IMP-Reference)
               DELIMITED BY SIZE INTO RejectLine
           WRITE RejectLine
           MOVE SPACES TO ImportLogLine
           STRING "REJECT REASON=" WS-REASON
               " AGENT=" IMP-AgentId
               " ACCT=" IMP-AccNo
               " AMOUNT=" IMP-Amount
               " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO ImportLogLine
           WRITE ImportLogLine
           .

       END PROGRAM agentImport.
