      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Agent banking. Keeps the agent master
      *          (data/Agents.dat - the agent's float account and its
      *          single-transaction and daily limits), runs the day's
      *          agent file through agentImport, pays the monthly
      *          commission and reports the agents that need the
      *          branch's attention.
      *          Commission is a flat amount per posted transaction -
      *          AGTCOMMI per cash-in and AGTCOMMO per cash-out in
      *          data/TrxLimits.dat - counted from the month's
      *          data/AgentPosted_<yyyymm>.dat and credited to the
      *          agent's float as "Agent commission" (commission
      *          expense in the GL). It is paid for the month before
      *          the business date, once per agent per month; the
      *          register is spooled as AGENTCOMM.
      *          The exception report (spool AGENTEXC) lists agents
      *          whose float has run below AGTFLTMN, whose cash-ins
      *          were refused today for want of float, or whose
      *          count today exceeds AGTSPIKE percent of their
      *          running daily average.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agentManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgentFile ASSIGN TO "../../../data/Agents.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGT-ID
               FILE STATUS IS WS-AGT-FS.

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

           SELECT PostedFile ASSIGN TO WS-POSTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-FS.

           SELECT ParamFile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AgentFile.
       01  AgentRecord.
           COPY "../../Utility Functions/agentFile.cpy".

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

      *>as agentImport writes it
       FD  PostedFile.
       01  PostedLine.
           05  APS-AgentId     PIC 9(5).
           05  APS-Kind        PIC X.
           05  APS-AccNo       PIC 9(16).
           05  APS-Amount      PIC 9(10)V99.
           05  APS-TrxID       PIC X(11).
           05  APS-Date        PIC 9(8).

       FD  ParamFile.
       01  ParamRec.
           05  prm-label       PIC X(8).
           05  prm-value       PIC 9(10)V99.

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AGT-FS           pic xx.
       01  WS-FS               pic xx.
       01  WS-TrxFS            pic xx.
       01  WS-PST-FS           pic xx.
       01  WS-PRM-FS           pic xx.
       01  WS-OUT-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  statusCode          pic xx.
       01  ws-agtid            pic 9(5).
       01  ws-prev-agtid       pic 9(5).
       01  ws-accno            pic 9(16).
       01  ws-amount           pic 9(10)v99.
       01  ws-new-status       pic x.
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-notice           pic x(60).
       01  WS-POSTED-PATH      pic x(60).
       01  WS-REPORT-PATH      pic x(60).
       01  WS-SplType          pic x(12).
       01  ws-dsp-amount       pic z(9)9.99.
       01  ws-dsp-balance      pic -z(9)9.99.
       01  ws-dsp-avg          pic zzzz9.99.
       01  ws-dsp-cnt          pic z(4)9.
      *>agent parameters, with the shop defaults
       01  ws-comm-in          pic 9(10)v99 value 500.
       01  ws-comm-out         pic 9(10)v99 value 500.
       01  ws-float-min        pic 9(10)v99 value 100000.
       01  ws-spike-pct        pic 9(10)v99 value 300.
      *>the commission month - the one before the business date
       01  ws-comm-month       pic 9(6).
       01  ws-comm-month-r REDEFINES ws-comm-month.
           05  ws-comm-yy      pic 9(4).
           05  ws-comm-mm      pic 9(2).
       01  ws-agt-count        pic 9(3) value 0.
       01  ws-ax               pic 9(3).
       01  ws-agt-table.
           05  ws-agt-entry OCCURS 500 TIMES.
               10  ws-at-id        pic 9(5).
               10  ws-at-in        pic 9(7).
               10  ws-at-out       pic 9(7).
       01  ws-comm             pic 9(10)v99.
       01  ws-tot-comm         pic 9(12)v99.
       01  ws-paid-count       pic 9(5).
       01  ws-skipped          pic 9(7).
       01  ws-spike-limit      pic 9(7)v99.
       01  ws-flags            pic x(40).
       01  ws-flag-ptr         pic 9(2).
       01  ws-flag-count       pic 9(5).
       01  ws-uid              pic 9(5).
       01  WS-LockUID          pic 9(5).
       01  WS-LockStatus       pic x(2).
       01  ws-XrefSide         pic x.
       01  WS-PitTag           pic x.
       01  WS-PitBefore        pic x(600).
       01  WS-PitAfter         pic x(600).

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
           PERFORM LOAD-AGENT-PARAMS
           DISPLAY "==============================================="
           DISPLAY "=======         Agent Banking            ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Agents, 2=Register Agent, "
                   "3=Change Limits/Status,"
           DISPLAY "4=Import Agent File, 5=Monthly Commission Run,"
           DISPLAY "6=Float & Activity Exceptions, 7=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-AGENTS
                   perform MENU-LOOP
               WHEN 2
                   perform REGISTER-AGENT
                   perform MENU-LOOP
               WHEN 3
                   perform CHANGE-AGENT
                   perform MENU-LOOP
               WHEN 4
                   CALL '../SubFiles/bin/agentImport'
                       USING statusCode, LS-AdminId
                   perform MENU-LOOP
               WHEN 5
                   perform COMMISSION-RUN
                   perform MENU-LOOP
               WHEN 6
                   perform EXCEPTION-REPORT
                   perform MENU-LOOP
               WHEN 7
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating new files to store data if not already exist
       File-Check.
           OPEN INPUT AgentFile
           IF WS-AGT-FS = '35'
               OPEN OUTPUT AgentFile
           END-IF
           CLOSE AgentFile.

       LOAD-AGENT-PARAMS.
           MOVE 'N' TO ws-eof
           OPEN INPUT ParamFile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ParamFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE prm-label
                           WHEN "AGTCOMMI"
                               MOVE prm-value TO ws-comm-in
                           WHEN "AGTCOMMO"
                               MOVE prm-value TO ws-comm-out
                           WHEN "AGTFLTMN"
                               MOVE prm-value TO ws-float-min
                           WHEN "AGTSPIKE"
                               MOVE prm-value TO ws-spike-pct
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ParamFile.

      *-------------------------------------------------------------------*
       LIST-AGENTS.
           move 'N' to ws-eof
           OPEN INPUT AgentFile
           IF WS-AGT-FS NOT = "00"
               DISPLAY "No agents on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID    Name                           Br  "
               "Float account    St Today Paid to"
           DISPLAY "-----------------------------------------------"
               "------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ AgentFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF AGT-DayDate NOT = WS-BUS-DATE
                           MOVE 0 TO AGT-DayCount
                       END-IF
                       MOVE AGT-DayCount TO ws-dsp-cnt
                       DISPLAY AGT-ID " " AGT-Name " " AGT-Branch " "
                           AGT-FloatAcc " " AGT-Status "  "
                           ws-dsp-cnt " " AGT-CommMonth
               END-READ
           END-PERFORM
           CLOSE AgentFile.

      *-------------------------------------------------------------------*
      *>The float is one of our own active accounts, opened for the
      *>agent through the normal account opening; one account can
      *>float only one agent.
       REGISTER-AGENT.
           INITIALIZE AgentRecord
           DISPLAY "Agent (shop) name : "
           ACCEPT AGT-Name
           DISPLAY "Village / location : "
           ACCEPT AGT-Location
           DISPLAY "Servicing branch code : "
           ACCEPT AGT-Branch
           IF AGT-Name = SPACES OR AGT-Branch = SPACES
               DISPLAY "ERROR: Name and branch are required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Float account number : "
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
           MOVE UID TO ws-uid
           DISPLAY "Single transaction limit : "
           ACCEPT AGT-TrxLimit
           DISPLAY "Daily limit (cash in plus cash out) : "
           ACCEPT AGT-DayLimit
           IF AGT-TrxLimit = 0 OR AGT-DayLimit < AGT-TrxLimit
               DISPLAY "ERROR: Limits must be set, the daily limit "
                   "at least the single one."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O AgentFile
           MOVE 0 TO ws-prev-agtid
           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ AgentFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE AGT-ID TO ws-prev-agtid
                       IF AGT-FloatAcc = ws-accno
                           AND NOT AGT-TERMINATED
                           DISPLAY "ERROR: That account already floats "
                               "agent " AGT-ID "."
                           CLOSE AgentFile
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE AGT-ID = ws-prev-agtid + 1
           MOVE ws-accno    TO AGT-FloatAcc
           MOVE ws-uid      TO AGT-FloatUID
           MOVE "A"         TO AGT-Status
           MOVE WS-BUS-DATE TO AGT-OpenDate
           MOVE 0 TO AGT-DayDate AGT-DayCount AGT-DayAmount
               AGT-DayRejects AGT-AvgCount AGT-CommMonth
           WRITE AgentRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing agent failed."
                   CLOSE AgentFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE AgentFile
           MOVE "AGENTADD" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING AGT-ID " " AGT-FloatAcc DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Agent " AGT-ID " registered."
               esc resetx.

      *-------------------------------------------------------------------*
       CHANGE-AGENT.
           DISPLAY "Agent ID : "
           ACCEPT ws-agtid
           OPEN I-O AgentFile
           MOVE ws-agtid TO AGT-ID
           READ AgentFile
               INVALID KEY
                   DISPLAY "ERROR: Agent not found."
                   CLOSE AgentFile
                   EXIT PARAGRAPH
           END-READ
           MOVE AGT-TrxLimit TO ws-dsp-amount
           DISPLAY FUNCTION TRIM(AGT-Name) " - status " AGT-Status
               " single limit " ws-dsp-amount
           MOVE AGT-DayLimit TO ws-dsp-amount
           DISPLAY "  daily limit " ws-dsp-amount
           DISPLAY "New single transaction limit (0 = unchanged) : "
           ACCEPT ws-amount
           IF ws-amount > 0
               MOVE ws-amount TO AGT-TrxLimit
           END-IF
           DISPLAY "New daily limit (0 = unchanged) : "
           ACCEPT ws-amount
           IF ws-amount > 0
               MOVE ws-amount TO AGT-DayLimit
           END-IF
           IF AGT-DayLimit < AGT-TrxLimit
               DISPLAY "ERROR: The daily limit cannot be below the "
                   "single one."
               CLOSE AgentFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Status A=Active S=Suspended T=Terminated "
               "(blank = unchanged) : "
           ACCEPT ws-new-status
           IF ws-new-status NOT = SPACE AND ws-new-status NOT = "A"
               AND ws-new-status NOT = "S" AND ws-new-status NOT = "T"
               DISPLAY "ERROR: Status must be A, S or T."
               CLOSE AgentFile
               EXIT PARAGRAPH
           END-IF
           IF ws-new-status NOT = SPACE
               MOVE ws-new-status TO AGT-Status
           END-IF
           REWRITE AgentRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating agent failed."
                   CLOSE AgentFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE AgentFile
           MOVE "AGENTUPD" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING AGT-ID " " AGT-Status DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Agent updated." esc resetx.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Last month's postings are counted per agent, then each
      *>agent not yet paid for that month is credited. An agent
      *>whose float could not be credited (account gone or busy)
      *>stays unpaid and is picked up by the next run.
       COMMISSION-RUN.
           MOVE WS-BUS-DATE(1:6) TO ws-comm-month
           IF ws-comm-mm = 1
               MOVE 12 TO ws-comm-mm
               SUBTRACT 1 FROM ws-comm-yy
           ELSE
               SUBTRACT 1 FROM ws-comm-mm
           END-IF
           MOVE SPACES TO WS-POSTED-PATH
           STRING "../../../data/AgentPosted_" ws-comm-month ".dat"
               DELIMITED BY SIZE INTO WS-POSTED-PATH
           MOVE 0 TO ws-agt-count ws-skipped
           INITIALIZE ws-agt-table
           OPEN INPUT PostedFile
           IF WS-PST-FS NOT = "00"
               DISPLAY "No agent postings for " ws-comm-month "."
               EXIT PARAGRAPH
           END-IF
           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ PostedFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM TALLY-POSTING
               END-READ
           END-PERFORM
           CLOSE PostedFile
           IF ws-skipped > 0
               DISPLAY esc redx "Agent table full - " ws-skipped
                   " posting(s) not counted." esc resetx
           END-IF

           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/AgentCommission_" ws-comm-month
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write commission register "
                   WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Agent Commission for " ws-comm-month
               " - paid " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE "Agent Cash-in Cash-out    Commission  Result"
               TO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE 0 TO ws-tot-comm ws-paid-count
           PERFORM VARYING ws-ax FROM 1 BY 1
                   UNTIL ws-ax > ws-agt-count
               PERFORM PAY-ONE-AGENT
           END-PERFORM
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE ws-tot-comm TO ws-dsp-amount
           MOVE SPACES TO ReportLine
           STRING ws-paid-count " agent(s) paid, total "
               ws-dsp-amount DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           MOVE "AGENTCOMM" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           MOVE "AGENTCOMM" TO ws-logAction
           MOVE ws-comm-month TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Commission for " ws-comm-month ": "
               ws-paid-count " agent(s) paid. Register "
               FUNCTION TRIM(WS-REPORT-PATH) esc resetx.

       TALLY-POSTING.
           PERFORM VARYING ws-ax FROM 1 BY 1
                   UNTIL ws-ax > ws-agt-count
                   OR ws-at-id(ws-ax) = APS-AgentId
               CONTINUE
           END-PERFORM
           IF ws-ax > ws-agt-count
               IF ws-agt-count >= 500
                   ADD 1 TO ws-skipped
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-agt-count
               MOVE ws-agt-count TO ws-ax
               MOVE APS-AgentId TO ws-at-id(ws-ax)
           END-IF
           IF APS-Kind = "I"
               ADD 1 TO ws-at-in(ws-ax)
           ELSE
               ADD 1 TO ws-at-out(ws-ax)
           END-IF.

       PAY-ONE-AGENT.
           COMPUTE ws-comm = ws-at-in(ws-ax) * ws-comm-in
               + ws-at-out(ws-ax) * ws-comm-out
           MOVE ws-comm TO ws-dsp-amount
           MOVE SPACES TO ReportLine
           STRING ws-at-id(ws-ax) " " ws-at-in(ws-ax) " "
               ws-at-out(ws-ax) " " ws-dsp-amount "  "
               DELIMITED BY SIZE INTO ReportLine

           OPEN I-O AgentFile
           MOVE ws-at-id(ws-ax) TO AGT-ID
           READ AgentFile
               INVALID KEY
                   CLOSE AgentFile
                   MOVE "no such agent" TO ReportLine(39:)
                   WRITE ReportLine
                   EXIT PARAGRAPH
           END-READ
           IF AGT-CommMonth >= ws-comm-month
               CLOSE AgentFile
               MOVE "already paid" TO ReportLine(39:)
               WRITE ReportLine
               EXIT PARAGRAPH
           END-IF
           IF ws-comm = 0
               CLOSE AgentFile
               MOVE "nothing due" TO ReportLine(39:)
               WRITE ReportLine
               EXIT PARAGRAPH
           END-IF

           PERFORM CREDIT-COMMISSION
           IF WS-LockStatus NOT = "00"
               CLOSE AgentFile
               MOVE "NOT PAID - float unavailable"
                   TO ReportLine(39:)
               WRITE ReportLine
               EXIT PARAGRAPH
           END-IF
           MOVE ws-comm-month TO AGT-CommMonth
           REWRITE AgentRecord
               INVALID KEY
                   DISPLAY "Warning: agent " AGT-ID
                       " not marked paid."
           END-REWRITE
           CLOSE AgentFile
           ADD ws-comm TO ws-tot-comm
           ADD 1 TO ws-paid-count
           MOVE "paid" TO ReportLine(39:)
           WRITE ReportLine

           MOVE SPACES TO ws-notice
           STRING "Agent commission " FUNCTION TRIM(ws-dsp-amount)
               " for " ws-comm-month " credited"
               DELIMITED BY SIZE INTO ws-notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE AGT-FloatUID, ws-notice.

      *>One credit to the float under its lock; a non-zero
      *>WS-LockStatus tells the caller nothing was posted.
       CREDIT-COMMISSION.
           MOVE AGT-FloatUID TO WS-LockUID
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserFile
           MOVE AGT-FloatUID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   MOVE "23" TO WS-LockStatus
           END-READ
           IF WS-LockStatus = "00" AND NOT ACCT-ACTIVE
               MOVE "02" TO WS-LockStatus
           END-IF
           IF WS-LockStatus NOT = "00"
               CLOSE UserFile
               CALL '../../Utility Functions/bin/releaseLock'
                   USING BY REFERENCE WS-LockUID
               EXIT PARAGRAPH
           END-IF
           MOVE UserRecord TO WS-PitBefore
           ADD ws-comm TO Balance
           ADD 1 TO TrxCount
           MOVE WS-BUS-DATE TO ULastTrxDate
           MOVE SPACES TO TrxID
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxDepoPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           REWRITE UserRecord
               INVALID KEY
                   MOVE "99" TO WS-LockStatus
           END-REWRITE
           IF WS-LockStatus NOT = "00"
               CLOSE UserFile
               CALL '../../Utility Functions/bin/releaseLock'
                   USING BY REFERENCE WS-LockUID
               EXIT PARAGRAPH
           END-IF
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter
           CLOSE UserFile
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-LockUID

           MOVE 0 TO SenderAcc
           MOVE AGT-FloatAcc TO ReceiverAcc
           MOVE "Agent commission" TO Description
           MOVE ws-comm TO Amount
           MOVE TRX-TYPE-DEPOSIT TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE WS-BUS-DATE TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing commission entry " TrxID
                       " failed."
           END-WRITE
           CLOSE TrxFile
           MOVE "R" TO ws-XrefSide
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE AGT-FloatAcc, TimeStamp, TrxID,
               ws-XrefSide
           MOVE SPACES TO WS-PitBefore
           MOVE TransactionRecord TO WS-PitAfter
           MOVE "T" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Today's figures only count when the agent's day is today;
      *>the spike test needs an average to compare against.
       EXCEPTION-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/AgentExceptions_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write exception report "
                   WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Agent Float and Activity Exceptions - "
               WS-BUS-DATE DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE "Agent Br  Float balance  Today  Avg/day  Exceptions"
               TO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE 0 TO ws-flag-count
           OPEN INPUT AgentFile
           OPEN INPUT UserFile
           move 'N' to ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ AgentFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF AGT-ACTIVE
                           PERFORM CHECK-ONE-AGENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UserFile
           CLOSE AgentFile
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING ws-flag-count " agent(s) need attention."
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           MOVE "AGENTEXC" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           DISPLAY esc greenx ws-flag-count " agent(s) flagged - "
               FUNCTION TRIM(WS-REPORT-PATH) esc resetx.

       CHECK-ONE-AGENT.
           IF AGT-DayDate NOT = WS-BUS-DATE
               MOVE 0 TO AGT-DayCount AGT-DayRejects
           END-IF
           MOVE AGT-FloatUID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   MOVE 0 TO Balance
           END-READ
           MOVE SPACES TO ws-flags
           MOVE 1 TO ws-flag-ptr
           IF Balance < ws-float-min
               STRING "FLOAT LOW " DELIMITED BY SIZE
                   INTO ws-flags WITH POINTER ws-flag-ptr
           END-IF
           IF AGT-DayRejects > 0
               STRING "FLOAT REFUSED " DELIMITED BY SIZE
                   INTO ws-flags WITH POINTER ws-flag-ptr
           END-IF
           COMPUTE ws-spike-limit = AGT-AvgCount * ws-spike-pct / 100
           IF AGT-AvgCount > 0 AND AGT-DayCount > ws-spike-limit
               STRING "ACTIVITY SPIKE" DELIMITED BY SIZE
                   INTO ws-flags WITH POINTER ws-flag-ptr
           END-IF
           IF ws-flags = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-flag-count
           MOVE Balance TO ws-dsp-balance
           MOVE AGT-DayCount TO ws-dsp-cnt
           MOVE AGT-AvgCount TO ws-dsp-avg
           MOVE SPACES TO ReportLine
           STRING AGT-ID " " AGT-Branch " " ws-dsp-balance " "
               ws-dsp-cnt "  " ws-dsp-avg "  " ws-flags
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine.

       END PROGRAM agentManage.
