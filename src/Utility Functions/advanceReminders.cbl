      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Nightly advance reminders. A customer hears ahead of
      *          time about every loan installment falling due within
      *          LNREMDAY days (TrxLimits.dat, default 3) - with a
      *          warning when the linked account's available balance
      *          (balance less liens) will not cover it and any
      *          arrears - and about every fixed deposit maturing
      *          within FDREMDAY days (default 7), with the maturity
      *          instruction on the deposit and how to change it.
      *          Notices go through notifyUser as informational
      *          events, so ContactPrefs.dat decides whether each one
      *          also goes to the outbound gateway. The window is
      *          taken from the night after the last run
      *          (data/ReminderRun.dat), so each due date is reminded
      *          once even across skipped nights. The list sent is
      *          spooled as REMINDERS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. advanceReminders.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SchedFile ASSIGN TO '../../../data/LoanSchedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSC-Key
               FILE STATUS IS WS-LSC-FS.

           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT FDFile ASSIGN TO '../../../data/FixedDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXD-ID
               FILE STATUS IS WS-FD-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT RunFile ASSIGN TO '../../../data/ReminderRun.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SchedFile.
       01  SchedRecord.
           copy 'loanScheduleFile.cpy'.

       FD  LoanFile.
       01  LoanRecord.
           copy 'loanFile.cpy'.

       FD  FDFile.
       01  FDRecord.
           copy 'fixedDepositFile.cpy'.

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

      *>the business date of the last night reminders went out
       FD  RunFile.
       01  RunLine.
           05  RUN-LastDate    PIC 9(8).

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LSC-FS           PIC XX.
       01  WS-LN-FS            PIC XX.
       01  WS-FD-FS            PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-RUN-FS           PIC XX.
       01  WS-PARM-FS          PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-LIEN-STATUS      PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-LAST-RUN         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-LN-DAYS          PIC 9(3).
       01  WS-FD-DAYS          PIC 9(3).
      *>each window runs from the day after last night's horizon to
      *>tonight's horizon, as day numbers
       01  WS-BUS-INT          PIC 9(7).
       01  WS-LAST-INT         PIC 9(7).
       01  WS-WIN-FROM         PIC 9(7).
       01  WS-WIN-TO           PIC 9(7).
       01  WS-DUE-INT          PIC 9(7).
       01  WS-EFF-DATE         PIC 9(8).
       01  WS-DUE-AMOUNT       PIC 9(10)V99.
       01  WS-NEEDED           PIC 9(10)V99.
       01  WS-LIEN-TOTAL       PIC 9(10)V99.
       01  WS-AVAILABLE        PIC S9(10)V99.
       01  WS-DSP-AMT          PIC Z(9)9.99.
       01  WS-SHORT-FLAG       PIC X.
       01  WS-INSTR-TEXT       PIC X(32).
       01  WS-NOTICE           PIC X(60).
       01  WS-NOTICE-CLASS     PIC X VALUE "I".
       01  WS-NOTICE-UID       PIC 9(5).
       01  WS-LOAN-COUNT       PIC 9(5) VALUE 0.
       01  WS-SHORT-COUNT      PIC 9(5) VALUE 0.
       01  WS-FD-COUNT         PIC 9(5) VALUE 0.
       01  WS-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9) VALUE 0.
       01  WS-CNT-REJECTS      PIC 9(9) VALUE 0.
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/Reminders_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH
           PERFORM LOAD-REMINDER-DAYS
           PERFORM LOAD-LAST-RUN

           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write reminder list "
                   WS-OUT-FS esc resetx
               GOBACK
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Advance Reminders - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Kind Ref    UID   Due        Amount/Instruction"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           OPEN INPUT LoanFile
           OPEN INPUT userfile
           PERFORM REMIND-INSTALLMENTS
           CLOSE LoanFile
           CLOSE userfile
           PERFORM REMIND-MATURITIES

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING WS-LOAN-COUNT " installment reminder(s), "
               WS-SHORT-COUNT " with a balance warning, "
               WS-FD-COUNT " maturity reminder(s)"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut

           OPEN OUTPUT RunFile
           MOVE WS-BUS-DATE TO RUN-LastDate
           WRITE RunLine
           CLOSE RunFile

           DISPLAY "Advance reminders - " WS-LOAN-COUNT
               " installment(s), " WS-SHORT-COUNT " short, "
               WS-FD-COUNT " maturity(ies)."
           MOVE "REMINDERS" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE WS-READ-COUNT, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Unpaid schedule rows whose collection day - the due date or
      *>the next business day after it, as LoanCollection takes it -
      *>falls in tonight's window, on loans still open.
       REMIND-INSTALLMENTS.
           COMPUTE WS-WIN-FROM = WS-LAST-INT + WS-LN-DAYS + 1
           COMPUTE WS-WIN-TO   = WS-BUS-INT + WS-LN-DAYS
           MOVE 'N' TO ws-eof
           OPEN INPUT SchedFile
           IF WS-LSC-FS NOT = "00"
               CLOSE SchedFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ SchedFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF LSC-UNPAID AND LSC-DueDate > WS-BUS-DATE
                           PERFORM CHECK-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SchedFile
           .

       CHECK-ONE-INSTALLMENT.
           CALL '../../Utility Functions/bin/nextBusinessDay'
               USING BY REFERENCE LSC-DueDate, WS-EFF-DATE
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-EFF-DATE)
           IF WS-DUE-INT < WS-WIN-FROM OR WS-DUE-INT > WS-WIN-TO
               EXIT PARAGRAPH
           END-IF
           MOVE LSC-LoanID TO LN-ID
           READ LoanFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT LN-OPEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DUE-AMOUNT = LSC-Principal + LSC-Interest
           MOVE WS-DUE-AMOUNT TO WS-DSP-AMT
           MOVE LN-UID TO WS-NOTICE-UID
           MOVE SPACES TO WS-NOTICE
           STRING "Loan " LN-ID " installment "
               FUNCTION TRIM(WS-DSP-AMT) " due " WS-EFF-DATE
               DELIMITED BY SIZE INTO WS-NOTICE
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-NOTICE-UID, WS-NOTICE,
               WS-NOTICE-CLASS
           ADD 1 TO WS-LOAN-COUNT
           ADD 1 TO WS-CNT-WRITTEN

      *>the collection takes any arrears first, so the balance has
      *>to cover those as well as this installment
           COMPUTE WS-NEEDED = WS-DUE-AMOUNT + LN-OverduePrin
               + LN-OverdueInt + LN-PenaltyAccrued
           MOVE 'N' TO WS-SHORT-FLAG
           MOVE LN-UID TO UID
           READ userfile
               INVALID KEY
                   MOVE 0 TO WS-AVAILABLE
               NOT INVALID KEY
                   CALL '../../Utility Functions/bin/getLienTotal'
                       USING BY REFERENCE UAccNo, WS-LIEN-TOTAL,
                       WS-LIEN-STATUS
                   IF WS-LIEN-STATUS NOT = "00"
                       MOVE 0 TO WS-LIEN-TOTAL
                   END-IF
                   COMPUTE WS-AVAILABLE = Balance - WS-LIEN-TOTAL
           END-READ
           IF WS-AVAILABLE < WS-NEEDED
               MOVE 'Y' TO WS-SHORT-FLAG
               MOVE SPACES TO WS-NOTICE
               STRING "Balance short of loan " LN-ID
                   " installment - top up by " WS-EFF-DATE
                   DELIMITED BY SIZE INTO WS-NOTICE
               CALL '../../Utility Functions/bin/notifyUser'
                   USING BY REFERENCE WS-NOTICE-UID, WS-NOTICE,
                   WS-NOTICE-CLASS
               ADD 1 TO WS-SHORT-COUNT
           END-IF

           MOVE SPACES TO ReportLine
           STRING "LOAN " LN-ID "  " LN-UID " " WS-EFF-DATE " "
               WS-DSP-AMT DELIMITED BY SIZE INTO ReportLine
           IF WS-SHORT-FLAG = 'Y'
               MOVE WS-NEEDED TO WS-DSP-AMT
               MOVE "SHORT - needs" TO ReportLine(52:13)
               MOVE WS-DSP-AMT TO ReportLine(66:13)
           END-IF
           WRITE ReportLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Open deposits maturing in tonight's window, told what the
      *>maturity job will do with them while there is time to
      *>change it.
       REMIND-MATURITIES.
           COMPUTE WS-WIN-FROM = WS-LAST-INT + WS-FD-DAYS + 1
           COMPUTE WS-WIN-TO   = WS-BUS-INT + WS-FD-DAYS
           MOVE 'N' TO ws-eof
           OPEN INPUT FDFile
           IF WS-FD-FS NOT = "00"
               CLOSE FDFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ FDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF FXD-OPEN AND FXD-MaturityDate > WS-BUS-DATE
                           PERFORM CHECK-ONE-MATURITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FDFile
           .

       CHECK-ONE-MATURITY.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(FXD-MaturityDate)
           IF WS-DUE-INT < WS-WIN-FROM OR WS-DUE-INT > WS-WIN-TO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FXD-INSTR-ROLLP
                   MOVE "roll over principal" TO WS-INSTR-TEXT
               WHEN FXD-INSTR-ROLLPI
                   MOVE "roll over principal+interest"
                       TO WS-INSTR-TEXT
               WHEN OTHER
                   MOVE "pay out to your account" TO WS-INSTR-TEXT
           END-EVALUATE
           MOVE FXD-UID TO WS-NOTICE-UID
           MOVE SPACES TO WS-NOTICE
           STRING "FD " FXD-ID " matures " FXD-MaturityDate ": "
               FUNCTION TRIM(WS-INSTR-TEXT)
               DELIMITED BY SIZE INTO WS-NOTICE
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-NOTICE-UID, WS-NOTICE,
               WS-NOTICE-CLASS
           MOVE SPACES TO WS-NOTICE
           STRING "To change FD " FXD-ID " instruction visit a branch"
               " before " FXD-MaturityDate
               DELIMITED BY SIZE INTO WS-NOTICE
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-NOTICE-UID, WS-NOTICE,
               WS-NOTICE-CLASS
           ADD 1 TO WS-FD-COUNT
           ADD 1 TO WS-CNT-WRITTEN

           MOVE SPACES TO ReportLine
           STRING "FD   " FXD-ID "  " FXD-UID " " FXD-MaturityDate " "
               WS-INSTR-TEXT DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>No run file (first night) starts the windows at tomorrow, so
      *>everything already inside them is reminded once.
       LOAD-LAST-RUN.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           MOVE 0 TO WS-LAST-RUN
           OPEN INPUT RunFile
           IF WS-RUN-FS = "00"
               READ RunFile
                   NOT AT END
                       IF RUN-LastDate IS NUMERIC
                           MOVE RUN-LastDate TO WS-LAST-RUN
                       END-IF
               END-READ
               CLOSE RunFile
           END-IF
           EVALUATE TRUE
      *>a re-run the same night has nothing new to send
               WHEN WS-LAST-RUN = WS-BUS-DATE
                   MOVE WS-BUS-INT TO WS-LAST-INT
               WHEN WS-LAST-RUN = 0 OR WS-LAST-RUN > WS-BUS-DATE
                   COMPUTE WS-LAST-INT = WS-BUS-INT - 1 - WS-FD-DAYS
                   IF WS-LN-DAYS > WS-FD-DAYS
                       COMPUTE WS-LAST-INT =
                           WS-BUS-INT - 1 - WS-LN-DAYS
                   END-IF
               WHEN OTHER
                   COMPUTE WS-LAST-INT =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-RUN)
           END-EVALUATE
           .

       LOAD-REMINDER-DAYS.
           *> shop defaults: installments 3 days ahead, deposits 7
           MOVE 3 TO WS-LN-DAYS
           MOVE 7 TO WS-FD-DAYS
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
                           WHEN "LNREMDAY"
                               MOVE param-value TO WS-LN-DAYS
                           WHEN "FDREMDAY"
                               MOVE param-value TO WS-FD-DAYS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

       END PROGRAM advanceReminders.
