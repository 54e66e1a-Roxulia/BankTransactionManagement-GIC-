      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Nightly repricing of floating-rate loans. When the
      *          base rate in force (data/BaseRates.dat, through
      *          getBaseRate) differs from the one a floating loan
      *          was last priced off, the loan moves to the new base
      *          plus its own margin: the installments not yet due
      *          in data/LoanSchedule.dat are re-laid over the same
      *          remaining term with interest at the new rate, and
      *          LN-Installment, LN-Outstanding and LN-Rate follow.
      *          Runs after LoanCollection, so every re-laid row
      *          falls due after tonight and the borrower's notice
      *          through notifyUser reaches them before the first
      *          changed installment. Each repricing is logged to
      *          LoanAudit.log and listed on the day's report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanReprice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT SchedFile ASSIGN TO '../../../data/LoanSchedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSC-Key
               FILE STATUS IS WS-LSC-FS.

           SELECT LoanLog
               ASSIGN TO '../../../data/LoanAudit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
       01  LoanRecord.
           copy 'loanFile.cpy'.

       FD  SchedFile.
       01  SchedRecord.
           copy 'loanScheduleFile.cpy'.

       FD  LoanLog.
       01  LoanLogLine         PIC X(120).

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LN-FS            PIC XX.
       01  WS-LSC-FS           PIC XX.
       01  WS-LOG-FS           PIC XX.
       01  WS-RPT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BASE-STATUS      PIC XX.
       01  WS-SchedStatus      PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  ws-sched-eof        PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-BASE-RATE        PIC 9(3)V99.
       01  WS-OLD-RATE         PIC 9(3)V99.
       01  WS-NEW-RATE         PIC 9(3)V99.
       01  WS-OLD-INST         PIC 9(10)V99.
       01  WS-NEW-INST         PIC 9(10)V99.
       01  WS-LEFT-PRIN        PIC 9(10)V99.
       01  WS-LEFT-INT         PIC 9(10)V99.
       01  WS-NEW-INT          PIC 9(10)V99.
       01  WS-LEFT-MONTHS      PIC 9(3).
       01  WS-FIRST-DUE        PIC 9(8).
       01  WS-SCHED-BASE       PIC 9(8).
       01  WS-NEW-OUTST        PIC S9(12)V99.
       01  WS-REPRICED         PIC 9(5) VALUE 0.
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-REPORT-OPEN      PIC X VALUE 'N'.
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.
       01  WS-Notice           PIC X(60).
       01  WS-NoticeClass      PIC X VALUE "I".
       01  WS-DSP-OLD          PIC ZZ9.99.
       01  WS-DSP-NEW          PIC ZZ9.99.
       01  WS-DSP-OINST        PIC Z(9)9.99.
       01  WS-DSP-NINST        PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           CALL '../../Utility Functions/bin/getBaseRate'
               USING BY REFERENCE WS-BUS-DATE, WS-BASE-RATE,
               WS-BASE-STATUS
           IF WS-BASE-STATUS NOT = "00"
               DISPLAY "No base rate in force - nothing to reprice."
               GOBACK
           END-IF
           STRING "../../../data/LoanReprice_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           OPEN I-O LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY "No loans on file."
               GOBACK
           END-IF
           OPEN EXTEND LoanLog
           IF WS-LOG-FS NOT = "00"
               CLOSE LoanLog
               OPEN OUTPUT LoanLog
           END-IF

           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ LoanFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF LN-OPEN AND LN-FLOATING
                           AND LN-BaseRate NOT = WS-BASE-RATE
                           PERFORM REPRICE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LoanLog
           CLOSE LoanFile
           IF WS-REPORT-OPEN = 'Y'
               CLOSE ReportOut
               MOVE "LOANREPRICE" TO WS-SplType
               CALL '../../Utility Functions/bin/registerSpool'
                   USING BY REFERENCE WS-SplType, WS-BUS-DATE,
                   WS-SplAdmin, WS-REPORT-PATH
           END-IF
           DISPLAY "Loan repricing: " WS-REPRICED
               " floating loan(s) moved to base rate " WS-BASE-RATE
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Flat-rate pricing, as at origination, over what is left:
      *>the principal of the installments not yet due carries the
      *>new rate for the months still to run and the total is
      *>spread evenly. Overdue installments are already owed at
      *>the old rate and are left as they stand.
       REPRICE-ONE-LOAN.
           MOVE LN-Rate TO WS-OLD-RATE
           MOVE LN-Installment TO WS-OLD-INST
           COMPUTE WS-NEW-RATE = WS-BASE-RATE + LN-Margin
           PERFORM SUM-UNDUE-ROWS

           IF WS-LEFT-MONTHS = 0
      *>nothing left to re-lay - the rate is still moved so the
      *>loan is not picked up again every night
               MOVE WS-NEW-RATE   TO LN-Rate
               MOVE WS-BASE-RATE  TO LN-BaseRate
               MOVE WS-BUS-DATE   TO LN-RepriceDate
               REWRITE LoanRecord
                   INVALID KEY
                       DISPLAY "Error updating loan " LN-ID
               END-REWRITE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NEW-INT ROUNDED =
               WS-LEFT-PRIN * WS-NEW-RATE * WS-LEFT-MONTHS
           COMPUTE WS-NEW-INST ROUNDED =
               (WS-LEFT-PRIN + WS-NEW-INT) / WS-LEFT-MONTHS

      *>the new rows start on the first undue row's own date: the
      *>schedule builder starts on the base date's month when the
      *>base date is still before the due day
           COMPUTE WS-SCHED-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DUE) - 1)
           CALL '../../Utility Functions/bin/buildLoanSchedule'
               USING BY REFERENCE LN-ID, WS-SCHED-BASE, LN-DueDay,
               WS-LEFT-MONTHS, WS-LEFT-PRIN, WS-NEW-INT,
               WS-SchedStatus
           IF WS-SchedStatus NOT = "00"
               DISPLAY "Loan " LN-ID " not repriced - schedule "
                   "unavailable (" WS-SchedStatus ")"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NEW-OUTST = LN-Outstanding - WS-LEFT-PRIN
               - WS-LEFT-INT + WS-LEFT-PRIN + WS-NEW-INT
           IF WS-NEW-OUTST < 0
               MOVE 0 TO WS-NEW-OUTST
           END-IF
           MOVE WS-NEW-OUTST  TO LN-Outstanding
           MOVE WS-NEW-INST   TO LN-Installment
           MOVE WS-NEW-RATE   TO LN-Rate
           MOVE WS-BASE-RATE  TO LN-BaseRate
           MOVE WS-BUS-DATE   TO LN-RepriceDate
           REWRITE LoanRecord
               INVALID KEY
                   DISPLAY "Error updating loan " LN-ID
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-REPRICED

           MOVE WS-OLD-RATE TO WS-DSP-OLD
           MOVE WS-NEW-RATE TO WS-DSP-NEW
           MOVE WS-OLD-INST TO WS-DSP-OINST
           MOVE WS-NEW-INST TO WS-DSP-NINST
           PERFORM NOTIFY-BORROWER
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LoanLogLine
           STRING "REPRICE LNID=" LN-ID
               " UID=" LN-UID
               " OLDRATE=" WS-OLD-RATE
               " NEWRATE=" WS-NEW-RATE
               " INSTALLMENT=" WS-NEW-INST
               " FROM=" WS-FIRST-DUE
               " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO LoanLogLine
           WRITE LoanLogLine
           .

      *>principal and interest still to come on the rows not yet
      *>due, how many there are and when the first falls
       SUM-UNDUE-ROWS.
           MOVE 0 TO WS-LEFT-PRIN WS-LEFT-INT WS-LEFT-MONTHS
           MOVE 0 TO WS-FIRST-DUE
           OPEN INPUT SchedFile
           IF WS-LSC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LN-ID TO LSC-LoanID
           MOVE 0 TO LSC-InstNo
           MOVE 'N' TO ws-sched-eof
           START SchedFile KEY IS NOT LESS THAN LSC-Key
               INVALID KEY
                   MOVE 'Y' TO ws-sched-eof
           END-START
           PERFORM UNTIL ws-sched-eof = 'Y'
               READ SchedFile NEXT
                   AT END
                       MOVE 'Y' TO ws-sched-eof
                   NOT AT END
                       IF LSC-LoanID NOT = LN-ID
                           MOVE 'Y' TO ws-sched-eof
                       ELSE
                           IF LSC-UNPAID
                               ADD 1 TO WS-LEFT-MONTHS
                               COMPUTE WS-LEFT-PRIN = WS-LEFT-PRIN
                                   + LSC-Principal - LSC-PaidPrin
                               COMPUTE WS-LEFT-INT = WS-LEFT-INT
                                   + LSC-Interest - LSC-PaidInt
                               IF WS-FIRST-DUE = 0
                                   OR LSC-DueDate < WS-FIRST-DUE
                                   MOVE LSC-DueDate TO WS-FIRST-DUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SchedFile
           .

       NOTIFY-BORROWER.
           MOVE SPACES TO WS-Notice
           STRING "Loan " LN-ID " rate now "
               FUNCTION TRIM(WS-DSP-NEW) ", installment "
               FUNCTION TRIM(WS-DSP-NINST) " from " WS-FIRST-DUE
               DELIMITED BY SIZE INTO WS-Notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE LN-UID, WS-Notice, WS-NoticeClass
           .

      *>opened on the first repricing so a quiet night leaves no
      *>empty report behind
       WRITE-REPORT-LINE.
           IF WS-REPORT-OPEN = 'N'
               OPEN OUTPUT ReportOut
               MOVE 'Y' TO WS-REPORT-OPEN
               MOVE SPACES TO ReportLine
               STRING "Floating Loan Repricing for " WS-BUS-DATE
                   " - base rate " WS-BASE-RATE
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "Loan  UID    Old Rt New Rt  Old Installment"
                   "  New Installment  Months  First Due"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACES TO ReportLine
           STRING LN-ID " " LN-UID "  " WS-DSP-OLD " " WS-DSP-NEW
               "  " WS-DSP-OINST "    " WS-DSP-NINST "     "
               WS-LEFT-MONTHS "   " WS-FIRST-DUE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       END PROGRAM loanReprice.
