      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Monthly credit bureau submission. Every loan in
      *          Loans.dat is written to the bureau's fixed-width
      *          file - borrower NRC and name (from Customers.dat
      *          through the borrower's UserAccounts.dat row),
      *          principal, outstanding, installment, days past due,
      *          status and any write-off - between a header and a
      *          trailer carrying the control totals. The period is
      *          the calendar month before the business date, as for
      *          the statement cycle, and the bureau member number is
      *          the CBMEMBER line of data/TrxLimits.dat. Each run is
      *          recorded in data/BureauRuns.dat; a second run for
      *          the same month is refused unless a second admin
      *          signs in to override it. Both the file and its
      *          control report go to the spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. creditBureau.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               FILE STATUS IS WS-FS.

           SELECT CustomerFile ASSIGN TO '../../../data/Customers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.

           SELECT WofFile ASSIGN TO '../../../data/WriteOffs.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOF-LoanID
               FILE STATUS IS WS-WOF-FS.

           SELECT RunFile ASSIGN TO '../../../data/BureauRuns.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBR-Period
               FILE STATUS IS WS-RUN-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT BureauOut ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT ControlOut ASSIGN TO WS-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
       01  LoanRecord.
           copy '../../Utility Functions/loanFile.cpy'.

       FD  userfile.
       01  userdata.
           copy '../../Utility Functions/userFile.cpy'.

       FD  CustomerFile.
       01  CustomerRecord.
           copy '../../Utility Functions/customerFile.cpy'.

       FD  WofFile.
       01  WofRecord.
           05  WOF-LoanID      PIC 9(5).
           05  WOF-UID         PIC 9(5).
           05  WOF-Amount      PIC 9(10)V99.
           05  WOF-Date        PIC 9(8).
           05  WOF-MakerId     PIC 9(5).
           05  WOF-CheckerId   PIC 9(5).
           05  WOF-Recovered   PIC 9(10)V99.

      *>one row per month submitted - who ran it, when, what went
      *>out, and who overrode the last re-run if there was one
       FD  RunFile.
       01  RunRecord.
           05  CBR-Period      PIC 9(6).
           05  CBR-RunDate     PIC 9(8).
           05  CBR-AdminId     PIC 9(5).
           05  CBR-Records     PIC 9(7).
           05  CBR-TotOutst    PIC 9(14)V99.
           05  CBR-RunCount    PIC 9(2).
           05  CBR-OverrideBy  PIC 9(5).

       FD  paramfile.
       01  paramline.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

       FD  BureauOut.
       01  BureauLine          PIC X(200).

       FD  ControlOut.
       01  ControlLine         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LN-FS            PIC XX.
       01  WS-FS               PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-WOF-FS           PIC XX.
       01  WS-RUN-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-CTL-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X VALUE 'N'.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-OUT-PATH         PIC X(60).
       01  WS-CTL-PATH         PIC X(60).
       01  WS-Confirm          PIC X.
       01  WS-RERUN            PIC X VALUE 'N'.
       01  WS-OVERRIDE-BY      PIC 9(5) VALUE 0.
       01  WS-PRIOR-RUNS       PIC 9(2) VALUE 0.
       01  WS-MEMBER-NO        PIC 9(10) VALUE 0.
       01  WS-DPD              PIC S9(7).

      *>the reporting period is the calendar month before the
      *>business date - the run happens early in the next month
       01  WS-PERIOD.
           05  WS-PER-YEAR     PIC 9(4).
           05  WS-PER-MONTH    PIC 9(2).

       01  WS-CNT-RECORDS      PIC 9(7) VALUE 0.
       01  WS-CNT-OPEN         PIC 9(7) VALUE 0.
       01  WS-CNT-CLOSED       PIC 9(7) VALUE 0.
       01  WS-CNT-WOFF         PIC 9(7) VALUE 0.
       01  WS-CNT-ARREARS      PIC 9(7) VALUE 0.
       01  WS-CNT-NOCUST       PIC 9(7) VALUE 0.
       01  WS-TOT-PRINCIPAL    PIC 9(14)V99 VALUE 0.
       01  WS-TOT-OUTSTANDING  PIC 9(14)V99 VALUE 0.
       01  WS-TOT-WRITEOFF     PIC 9(14)V99 VALUE 0.
       01  WS-DSP-AMT          PIC Z(13)9.99.
       01  WS-SplType          PIC X(12).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).
       01  WS-CheckerId        PIC 9(5).
       01  WS-CheckerName      PIC X(20).
       01  WS-CheckerRole      PIC 9.
       01  WS-CheckerStatus    PIC X(2).

      *>bureau submission layout - one 200-byte record of each kind,
      *>amounts unsigned with two implied decimals, dates CCYYMMDD
       01  CB-Header.
           05  CBH-RecType     PIC X VALUE "H".
           05  CBH-MemberNo    PIC 9(10).
           05  CBH-Period      PIC 9(6).
           05  CBH-CreateDate  PIC 9(8).
           05  CBH-FileType    PIC X(8) VALUE "CONSLOAN".
           05  FILLER          PIC X(167) VALUE SPACES.

       01  CB-Detail.
           05  CBD-RecType     PIC X VALUE "D".
           05  CBD-LoanID      PIC 9(5).
           05  CBD-NRC         PIC X(30).
           05  CBD-Name        PIC X(20).
           05  CBD-AccNo       PIC 9(16).
           05  CBD-OpenDate    PIC 9(8).
           05  CBD-TermMonths  PIC 9(3).
           05  CBD-Principal   PIC 9(12)V99.
           05  CBD-Outstanding PIC 9(12)V99.
           05  CBD-Installment PIC 9(12)V99.
           05  CBD-DPD         PIC 9(4).
           05  CBD-Arrears     PIC 9(3).
           05  CBD-Status      PIC X.
           05  CBD-Restructured PIC X.
           05  CBD-WriteOff    PIC 9(12)V99.
           05  CBD-WriteOffDate PIC 9(8).
           05  CBD-Recovered   PIC 9(12)V99.
           05  FILLER          PIC X(30) VALUE SPACES.

       01  CB-Trailer.
           05  CBT-RecType     PIC X VALUE "T".
           05  CBT-MemberNo    PIC 9(10).
           05  CBT-Period      PIC 9(6).
           05  CBT-Records     PIC 9(7).
           05  CBT-TotPrincipal PIC 9(14)V99.
           05  CBT-TotOutst    PIC 9(14)V99.
           05  CBT-TotWriteOff PIC 9(14)V99.
           05  FILLER          PIC X(128) VALUE SPACES.

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM SET-BUREAU-PERIOD
           PERFORM LOAD-BUREAU-PARAMS

           DISPLAY color-blue
           DISPLAY "===== Credit Bureau Submission for period "
               WS-PERIOD " ====="
           DISPLAY esc resetx

           PERFORM CHECK-PRIOR-RUN
           IF WS-RERUN = 'Y'
               PERFORM SUPERVISOR-OVERRIDE
               IF WS-OVERRIDE-BY = 0
                   GOBACK
               END-IF
           END-IF

           STRING "../../../data/CreditBureau_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-OUT-PATH
           STRING "../../../data/CreditBureauCtl_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-CTL-PATH

           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY esc redx "Unable to open Loans.dat "
                   WS-LN-FS
               DISPLAY esc resetx
               GOBACK
           END-IF
           OPEN OUTPUT BureauOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write bureau file "
                   WS-OUT-FS
               DISPLAY esc resetx
               CLOSE LoanFile
               GOBACK
           END-IF
           OPEN INPUT userfile
           OPEN INPUT CustomerFile
           OPEN INPUT WofFile

           MOVE WS-MEMBER-NO TO CBH-MemberNo
           MOVE WS-PERIOD    TO CBH-Period
           MOVE WS-BUS-DATE  TO CBH-CreateDate
           WRITE BureauLine FROM CB-Header

           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM WRITE-ONE-BORROWER
               END-READ
           END-PERFORM

           MOVE WS-MEMBER-NO       TO CBT-MemberNo
           MOVE WS-PERIOD          TO CBT-Period
           MOVE WS-CNT-RECORDS     TO CBT-Records
           MOVE WS-TOT-PRINCIPAL   TO CBT-TotPrincipal
           MOVE WS-TOT-OUTSTANDING TO CBT-TotOutst
           MOVE WS-TOT-WRITEOFF    TO CBT-TotWriteOff
           WRITE BureauLine FROM CB-Trailer

           CLOSE WofFile
           CLOSE CustomerFile
           CLOSE userfile
           CLOSE BureauOut
           CLOSE LoanFile

           PERFORM WRITE-CONTROL-REPORT
           PERFORM RECORD-RUN

           MOVE "CRBUREAU" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-OUT-PATH
           MOVE "CRBUREAUCTL" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-CTL-PATH

           MOVE "CRBUREAU" TO ws-logAction
           MOVE WS-PERIOD TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct

           DISPLAY esc greenx "Bureau file written - "
               WS-CNT-RECORDS " borrower record(s): "
               FUNCTION TRIM(WS-OUT-PATH) esc resetx
           GOBACK
           .

       SET-BUREAU-PERIOD.
           MOVE WS-BUS-DATE(1:4) TO WS-PER-YEAR
           MOVE WS-BUS-DATE(5:2) TO WS-PER-MONTH
           IF WS-PER-MONTH = 1
               MOVE 12 TO WS-PER-MONTH
               SUBTRACT 1 FROM WS-PER-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PER-MONTH
           END-IF
           .

       LOAD-BUREAU-PARAMS.
           MOVE 'N' TO ws-eof
           OPEN INPUT paramfile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE param-label
                           WHEN "CBMEMBER"
                               MOVE param-value TO WS-MEMBER-NO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A month already on the run register has already gone to the
      *>bureau - sending it again would double every borrower there.
       CHECK-PRIOR-RUN.
           OPEN INPUT RunFile
           IF WS-RUN-FS = '35'
               OPEN OUTPUT RunFile
           END-IF
           CLOSE RunFile

           MOVE 'N' TO WS-RERUN
           OPEN INPUT RunFile
           MOVE WS-PERIOD TO CBR-Period
           READ RunFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RERUN
                   MOVE CBR-RunCount TO WS-PRIOR-RUNS
                   DISPLAY esc redx
                   DISPLAY "Period " WS-PERIOD " was already "
                       "submitted on " CBR-RunDate " by admin "
                       CBR-AdminId " (" CBR-Records " records)."
                   DISPLAY esc resetx
           END-READ
           CLOSE RunFile
           .

       SUPERVISOR-OVERRIDE.
           MOVE 0 TO WS-OVERRIDE-BY
           DISPLAY "Re-run needs a supervisor override. Proceed? "
               "(Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
               DISPLAY "Bureau run abandoned."
               EXIT PARAGRAPH
           END-IF
           CALL '../SubFiles/bin/adminLogin'
               USING WS-CheckerId, WS-CheckerName,
               WS-CheckerRole, WS-CheckerStatus
           IF WS-CheckerStatus NOT = "00"
               DISPLAY esc redx
                   "[ERROR] Supervisor approval failed."
               DISPLAY esc resetx
               EXIT PARAGRAPH
           END-IF
           IF WS-CheckerId = LS-AdminId
               DISPLAY esc redx
                   "[ERROR] The supervisor must be a different admin "
                   "from the one running the file."
               DISPLAY esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CheckerId TO WS-OVERRIDE-BY
           DISPLAY esc greenx "Re-run approved by "
               FUNCTION TRIM(WS-CheckerName) "." esc resetx
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>One detail record per loan. NRC and name come from the
      *>customer master the borrower's account points at; an
      *>account with no customer row yet reports its own.
       WRITE-ONE-BORROWER.
           MOVE SPACES TO CBD-NRC CBD-Name
           MOVE 0 TO CBD-AccNo
           MOVE LN-UID TO UID
           READ userfile
               INVALID KEY
                   MOVE "UNKNOWN BORROWER" TO CBD-Name
               NOT INVALID KEY
                   MOVE UNrc    TO CBD-NRC
                   MOVE UName   TO CBD-Name
                   MOVE UAccNo  TO CBD-AccNo
                   MOVE UNrc    TO CUST-NRC
                   READ CustomerFile KEY IS CUST-NRC
                       INVALID KEY
                           ADD 1 TO WS-CNT-NOCUST
                       NOT INVALID KEY
                           MOVE CUST-Name TO CBD-Name
                   END-READ
           END-READ

           MOVE LN-ID           TO CBD-LoanID
           MOVE LN-OpenDate     TO CBD-OpenDate
           MOVE LN-TermMonths   TO CBD-TermMonths
           MOVE LN-Principal    TO CBD-Principal
           MOVE LN-Outstanding  TO CBD-Outstanding
           MOVE LN-Installment  TO CBD-Installment
           MOVE LN-ArrearsCount TO CBD-Arrears
           MOVE LN-Status       TO CBD-Status
           IF LN-RESTRUCTURED
               MOVE "Y" TO CBD-Restructured
           ELSE
               MOVE "N" TO CBD-Restructured
           END-IF

           MOVE 0 TO WS-DPD
           IF LN-OPEN AND LN-OverdueSince > 0
               AND LN-OverdueSince < WS-BUS-DATE
               COMPUTE WS-DPD =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-OverdueSince)
           END-IF
           IF WS-DPD > 9999
               MOVE 9999 TO WS-DPD
           END-IF
           MOVE WS-DPD TO CBD-DPD

           MOVE 0 TO CBD-WriteOff CBD-WriteOffDate CBD-Recovered
           IF LN-WRITTENOFF
               MOVE LN-ID TO WOF-LoanID
               READ WofFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WOF-Amount    TO CBD-WriteOff
                       MOVE WOF-Date      TO CBD-WriteOffDate
                       MOVE WOF-Recovered TO CBD-Recovered
               END-READ
           END-IF

           WRITE BureauLine FROM CB-Detail
           ADD 1 TO WS-CNT-RECORDS
           ADD LN-Principal   TO WS-TOT-PRINCIPAL
           ADD LN-Outstanding TO WS-TOT-OUTSTANDING
           ADD CBD-WriteOff   TO WS-TOT-WRITEOFF
           EVALUATE TRUE
               WHEN LN-OPEN
                   ADD 1 TO WS-CNT-OPEN
                   IF LN-ArrearsCount > 0
                       ADD 1 TO WS-CNT-ARREARS
                   END-IF
               WHEN LN-WRITTENOFF
                   ADD 1 TO WS-CNT-WOFF
               WHEN OTHER
                   ADD 1 TO WS-CNT-CLOSED
           END-EVALUATE
           .

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT ControlOut
           IF WS-CTL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ControlLine
           STRING "Credit Bureau Submission Control - period "
               WS-PERIOD " run " WS-BUS-DATE
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE SPACES TO ControlLine
           STRING "Member number            : " WS-MEMBER-NO
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE SPACES TO ControlLine
           STRING "Detail records           : " WS-CNT-RECORDS
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE SPACES TO ControlLine
           STRING "  open / in arrears      : " WS-CNT-OPEN " / "
               WS-CNT-ARREARS
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE SPACES TO ControlLine
           STRING "  closed                 : " WS-CNT-CLOSED
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE SPACES TO ControlLine
           STRING "  written off            : " WS-CNT-WOFF
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE SPACES TO ControlLine
           STRING "  no customer master row : " WS-CNT-NOCUST
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE WS-TOT-PRINCIPAL TO WS-DSP-AMT
           MOVE SPACES TO ControlLine
           STRING "Total principal          : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE WS-TOT-OUTSTANDING TO WS-DSP-AMT
           MOVE SPACES TO ControlLine
           STRING "Total outstanding        : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           MOVE WS-TOT-WRITEOFF TO WS-DSP-AMT
           MOVE SPACES TO ControlLine
           STRING "Total written off        : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ControlLine
           WRITE ControlLine
           IF WS-OVERRIDE-BY > 0
               MOVE SPACES TO ControlLine
               STRING "RE-RUN of a submitted period, overridden by "
                   "admin " WS-OVERRIDE-BY
                   DELIMITED BY SIZE INTO ControlLine
               WRITE ControlLine
           END-IF
           CLOSE ControlOut
           .

       RECORD-RUN.
           OPEN I-O RunFile
           MOVE WS-PERIOD          TO CBR-Period
           MOVE WS-BUS-DATE        TO CBR-RunDate
           MOVE LS-AdminId         TO CBR-AdminId
           MOVE WS-CNT-RECORDS     TO CBR-Records
           MOVE WS-TOT-OUTSTANDING TO CBR-TotOutst
           COMPUTE CBR-RunCount = WS-PRIOR-RUNS + 1
           MOVE WS-OVERRIDE-BY     TO CBR-OverrideBy
           IF WS-RERUN = 'Y'
               REWRITE RunRecord
                   INVALID KEY
                       DISPLAY "Run register not updated."
               END-REWRITE
           ELSE
               WRITE RunRecord
                   INVALID KEY
                       DISPLAY "Run register not written."
               END-WRITE
           END-IF
           CLOSE RunFile
           .

       END PROGRAM creditBureau.
