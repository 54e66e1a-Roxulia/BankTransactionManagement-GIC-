      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Supervised restructuring of a running loan for a
      *          borrower in hardship - a term extension, a lower
      *          installment, or a payment holiday of up to three
      *          months. The terms the loan ran on before the change
      *          are kept in data/LoanRestructures.dat next to the
      *          new ones, so the original contract is never lost.
      *          Any arrears are rolled into a fresh schedule laid
      *          down by buildLoanSchedule, interest for the extra
      *          months is added at the loan's own rate, the loan is
      *          flagged restructured for loanProvision, and a
      *          restructure agreement is printed for the borrower
      *          to sign. Every restructure needs a second admin.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanRestructure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT RstFile ASSIGN TO '../../../data/LoanRestructures.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRS-Key
               FILE STATUS IS WS-RST-FS.

           SELECT SchedFile ASSIGN TO '../../../data/LoanSchedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSC-Key
               FILE STATUS IS WS-LSC-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT AgreementOut ASSIGN TO WS-AGREE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
       01  LoanRecord.
           copy '../../Utility Functions/loanFile.cpy'.

       FD  RstFile.
       01  RstRecord.
           copy '../../Utility Functions/loanRestructFile.cpy'.

       FD  SchedFile.
       01  SchedRecord.
           copy '../../Utility Functions/loanScheduleFile.cpy'.

       FD  userfile.
       01  userdata.
           copy '../../Utility Functions/userFile.cpy'.

       FD  AgreementOut.
       01  AgreeLine           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LN-FS            PIC XX.
       01  WS-RST-FS           PIC XX.
       01  WS-LSC-FS           PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-LoanID           PIC 9(5).
       01  WS-Confirm          PIC X.
       01  WS-RST-TYPE         PIC 9.
       01  WS-EXT-MONTHS       PIC 9(2).
       01  WS-TARGET-INST      PIC 9(10)V99.
       01  WS-HOLIDAY          PIC 9 VALUE 0.
       01  WS-REASON           PIC X(40).
       01  WS-LOAN-TOTAL       PIC 9(12)V99.
       01  WS-YR-A             PIC 9(4).
       01  WS-MM-A             PIC 9(2).
       01  WS-YR-B             PIC 9(4).
       01  WS-MM-B             PIC 9(2).
       01  WS-ELAPSED-MONTHS   PIC S9(4).
       01  WS-OLD-REMAIN       PIC S9(4).
       01  WS-NEW-REMAIN       PIC S9(4).
       01  WS-ADDED-MONTHS     PIC 9(3).
       01  WS-MONTH-COST       PIC 9(10)V99.
       01  WS-UNEARNED         PIC 9(10)V99.
       01  WS-EXTRA-INT        PIC 9(10)V99.
       01  WS-NEW-OUTSTANDING  PIC 9(10)V99.
       01  WS-NEW-INST         PIC 9(10)V99.
       01  WS-NEW-TERM         PIC 9(3).
       01  WS-SCHED-INT        PIC 9(10)V99.
       01  WS-SCHED-MONTHS     PIC 9(3).
       01  WS-NO-MONTHS        PIC 9(3) VALUE 0.
       01  WS-NO-PRIN          PIC 9(10)V99 VALUE 0.
       01  WS-NO-INT           PIC 9(10)V99 VALUE 0.
       01  WS-BASE-DATE        PIC 9(8).
       01  WS-SchedStatus      PIC XX.
       01  WS-NUMERATOR        PIC S9(12)V99.
       01  WS-DIVISOR          PIC S9(12)V99.
       01  WS-NEXT-SEQ         PIC 9(2).
       01  WS-FIRST-DUE        PIC 9(8).
       01  WS-OLD-TERM         PIC 9(3).
       01  WS-OLD-INST         PIC 9(10)V99.
       01  WS-OLD-OUTSTANDING  PIC 9(10)V99.
       01  WS-CAP-TOTAL        PIC 9(10)V99.
       01  WS-DSP-TERM-A       PIC ZZ9.
       01  WS-DSP-TERM-B       PIC ZZ9.
       01  WS-ROW-TOTAL        PIC 9(10)V99.
       01  WS-MAX-REMAIN       PIC 9(3) VALUE 360.
       01  WS-DSP-A            PIC Z(9)9.99.
       01  WS-DSP-B            PIC Z(9)9.99.
       01  WS-DSP-C            PIC Z(9)9.99.
       01  WS-TYPE-TEXT        PIC X(20).
       01  WS-AGREE-PATH       PIC X(60).
       01  WS-SplType          PIC X(12).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).
       01  WS-CheckerId        PIC 9(5).
       01  WS-CheckerName      PIC X(20).
       01  WS-CheckerRole      PIC 9.
       01  WS-CheckerStatus    PIC X(2).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM RST-FILE-CHECK
           DISPLAY "==============================================="
           DISPLAY "=========   Loan Restructuring     ============"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Restructure Loan, 2=Restructure History, "
                   "3=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform RESTRUCTURE-LOAN
                   perform MENU-LOOP
               WHEN 2
                   perform RESTRUCTURE-HISTORY
                   perform MENU-LOOP
               WHEN 3
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating a new file to store data if not already exist
       RST-FILE-CHECK.
           OPEN INPUT RstFile
           IF WS-RST-FS = '35'
               OPEN OUTPUT RstFile
           END-IF
           CLOSE RstFile.

      *-------------------------------------------------------------------*
       RESTRUCTURE-LOAN.
           DISPLAY "Loan ID to restructure : "
           ACCEPT WS-LoanID
           OPEN I-O LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY "ERROR: Unable to open Loans.dat."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LoanID TO LN-ID
           READ LoanFile
               INVALID KEY
                   DISPLAY "ERROR: No loan with that ID."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT LN-OPEN
               DISPLAY "Loan is not open - nothing to restructure."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF

           PERFORM DERIVE-POSITION
           PERFORM SHOW-POSITION

           DISPLAY "Restructure type - 1=Extend term, "
               "2=Lower installment, 3=Payment holiday : "
           ACCEPT WS-RST-TYPE
           MOVE 0 TO WS-HOLIDAY WS-ADDED-MONTHS
           MOVE WS-BUS-DATE TO WS-BASE-DATE
           EVALUATE WS-RST-TYPE
               WHEN 1
                   PERFORM PLAN-EXTENSION
               WHEN 2
                   PERFORM PLAN-LOWER-INSTALLMENT
               WHEN 3
                   PERFORM PLAN-HOLIDAY
               WHEN OTHER
                   DISPLAY "Invalid restructure type."
                   MOVE 0 TO WS-NEW-REMAIN
           END-EVALUATE
           IF WS-NEW-REMAIN < 1
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EXTRA-INT ROUNDED =
               WS-MONTH-COST * WS-ADDED-MONTHS
           COMPUTE WS-NEW-OUTSTANDING =
               LN-Outstanding + WS-EXTRA-INT
           COMPUTE WS-NEW-INST ROUNDED =
               WS-NEW-OUTSTANDING / WS-NEW-REMAIN
           COMPUTE WS-NEW-TERM =
               WS-ELAPSED-MONTHS + WS-HOLIDAY + WS-NEW-REMAIN
           PERFORM SHOW-PROPOSAL

           DISPLAY "Reason for restructure : "
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "ERROR: A reason is required."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF

           DISPLAY esc redx
           DISPLAY "A restructure requires a second admin's approval."
           DISPLAY esc resetx
           CALL '../SubFiles/bin/adminLogin'
               USING WS-CheckerId, WS-CheckerName,
               WS-CheckerRole, WS-CheckerStatus
           IF WS-CheckerStatus NOT = "00"
               DISPLAY esc redx
                   "[ERROR] Second admin approval failed."
               DISPLAY esc resetx
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF
           IF WS-CheckerId = LS-AdminId
               DISPLAY esc redx
                   "[ERROR] The approving admin must be different "
                   "from the admin restructuring."
               DISPLAY esc resetx
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Restructure loan " WS-LoanID " on these terms? "
               "(Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
               DISPLAY "Restructure abandoned."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF

           MOVE LN-TermMonths  TO WS-OLD-TERM
           MOVE LN-Installment TO WS-OLD-INST
           MOVE LN-Outstanding TO WS-OLD-OUTSTANDING
           COMPUTE WS-CAP-TOTAL = LN-OverduePrin + LN-OverdueInt
           PERFORM FIND-FIRST-DUE
           PERFORM WRITE-HISTORY-ROW
           IF WS-RST-FS NOT = "00"
               DISPLAY "ERROR: Restructure history not written - "
                   "loan unchanged."
               CLOSE LoanFile
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-OUTSTANDING TO LN-Outstanding
           MOVE WS-NEW-INST        TO LN-Installment
           MOVE WS-NEW-TERM        TO LN-TermMonths
           MOVE 0 TO LN-OverduePrin LN-OverdueInt
           MOVE 0 TO LN-OverdueSince LN-ArrearsCount
           MOVE "Y" TO LN-RestructFlag
           MOVE WS-BUS-DATE TO LN-RestructDate
           ADD 1 TO LN-RestructCount
           REWRITE LoanRecord
               INVALID KEY
                   DISPLAY "ERROR: Loan row not updated."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM REBUILD-SCHEDULE
           PERFORM PRINT-AGREEMENT
           CLOSE LoanFile

           MOVE "LOANRSTR" TO ws-logAction
           MOVE WS-LoanID TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           DISPLAY esc greenx "Loan " WS-LoanID " restructured, "
               "approved by " FUNCTION TRIM(WS-CheckerName) "."
               esc resetx
           DISPLAY "Agreement for signature: "
               FUNCTION TRIM(WS-AGREE-PATH).

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Where the loan stands today: the principal inside
      *>LN-Outstanding (worked out for a row booked before it was
      *>carried separately), the interest not yet earned, the
      *>months already run since opening and the months the
      *>contract still has to run.
       DERIVE-POSITION.
           IF LN-PrinOutstanding = 0 AND LN-Outstanding > 0
               COMPUTE WS-LOAN-TOTAL = LN-Principal +
                   (LN-Principal * LN-Rate * LN-TermMonths)
               IF WS-LOAN-TOTAL = 0
                   MOVE LN-Outstanding TO LN-PrinOutstanding
               ELSE
                   COMPUTE LN-PrinOutstanding ROUNDED =
                       LN-Outstanding * LN-Principal / WS-LOAN-TOTAL
               END-IF
           END-IF
           COMPUTE WS-UNEARNED = LN-Outstanding - LN-PrinOutstanding
           COMPUTE WS-MONTH-COST ROUNDED =
               LN-PrinOutstanding * LN-Rate
           MOVE WS-BUS-DATE(1:4) TO WS-YR-A
           MOVE WS-BUS-DATE(5:2) TO WS-MM-A
           MOVE LN-OpenDate(1:4) TO WS-YR-B
           MOVE LN-OpenDate(5:2) TO WS-MM-B
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-YR-A - WS-YR-B) * 12 + WS-MM-A - WS-MM-B
           IF WS-ELAPSED-MONTHS < 0
               MOVE 0 TO WS-ELAPSED-MONTHS
           END-IF
           COMPUTE WS-OLD-REMAIN =
               LN-TermMonths - WS-ELAPSED-MONTHS
           IF WS-OLD-REMAIN < 1
               MOVE 1 TO WS-OLD-REMAIN
           END-IF.

       SHOW-POSITION.
           DISPLAY "-----------------------------------------------"
           MOVE LN-Outstanding TO WS-DSP-A
           DISPLAY "Outstanding (principal + interest) : " WS-DSP-A
           MOVE LN-PrinOutstanding TO WS-DSP-A
           DISPLAY "  of which principal               : " WS-DSP-A
           MOVE LN-Installment TO WS-DSP-A
           DISPLAY "Current installment                : " WS-DSP-A
           DISPLAY "Term / months still to run        : "
               LN-TermMonths " / " WS-OLD-REMAIN
           IF LN-OverduePrin > 0 OR LN-OverdueInt > 0
               COMPUTE WS-ROW-TOTAL = LN-OverduePrin + LN-OverdueInt
               MOVE WS-ROW-TOTAL TO WS-DSP-A
               DISPLAY "Arrears to roll into new schedule  : "
                   WS-DSP-A
           END-IF
           IF LN-PenaltyAccrued > 0
               MOVE LN-PenaltyAccrued TO WS-DSP-A
               DISPLAY "Penalty accrued (stays payable)    : "
                   WS-DSP-A
           END-IF
           IF LN-RESTRUCTURED
               DISPLAY esc redx "Already restructured "
                   LN-RestructCount " time(s), last on "
                   LN-RestructDate "." esc resetx
           END-IF
           DISPLAY "-----------------------------------------------".

      *>more months on the clock, each carrying a month's interest
      *>on the principal still owed
       PLAN-EXTENSION.
           MOVE "Term extension" TO WS-TYPE-TEXT
           DISPLAY "Extend by how many months (1-60) : "
           ACCEPT WS-EXT-MONTHS
           IF WS-EXT-MONTHS < 1 OR WS-EXT-MONTHS > 60
               DISPLAY "ERROR: Extension must be 1 to 60 months."
               MOVE 0 TO WS-NEW-REMAIN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-REMAIN = WS-OLD-REMAIN + WS-EXT-MONTHS
           MOVE WS-EXT-MONTHS TO WS-ADDED-MONTHS
           PERFORM CHECK-MAX-REMAIN.

      *>the fewest months that bring the installment down to the
      *>target once the extra months' interest is added:
      *>  (owed + cost x (m - remaining)) / m <= target
       PLAN-LOWER-INSTALLMENT.
           MOVE "Reduced installment" TO WS-TYPE-TEXT
           DISPLAY "Target monthly installment : "
           ACCEPT WS-TARGET-INST
           IF WS-TARGET-INST >= LN-Installment
               DISPLAY "ERROR: Target must be below the current "
                   "installment."
               MOVE 0 TO WS-NEW-REMAIN
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-INST <= WS-MONTH-COST
               DISPLAY "ERROR: Target does not even cover a month's "
                   "interest - not achievable."
               MOVE 0 TO WS-NEW-REMAIN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMERATOR = LN-Outstanding
               - (WS-MONTH-COST * WS-OLD-REMAIN)
           COMPUTE WS-DIVISOR = WS-TARGET-INST - WS-MONTH-COST
           COMPUTE WS-NEW-REMAIN = WS-NUMERATOR / WS-DIVISOR
           IF WS-NEW-REMAIN * WS-DIVISOR < WS-NUMERATOR
               ADD 1 TO WS-NEW-REMAIN
           END-IF
           IF WS-NEW-REMAIN <= WS-OLD-REMAIN
               COMPUTE WS-NEW-REMAIN = WS-OLD-REMAIN + 1
           END-IF
           COMPUTE WS-ADDED-MONTHS = WS-NEW-REMAIN - WS-OLD-REMAIN
           PERFORM CHECK-MAX-REMAIN.

      *>nothing due for the holiday months; the schedule restarts
      *>after them over the same number of installments, and the
      *>holiday months' interest is spread across them
       PLAN-HOLIDAY.
           MOVE "Payment holiday" TO WS-TYPE-TEXT
           DISPLAY "Holiday length in months (1-3) : "
           ACCEPT WS-HOLIDAY
           IF WS-HOLIDAY < 1 OR WS-HOLIDAY > 3
               DISPLAY "ERROR: A payment holiday is 1 to 3 months."
               MOVE 0 TO WS-NEW-REMAIN WS-HOLIDAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-REMAIN TO WS-NEW-REMAIN
           MOVE WS-HOLIDAY TO WS-ADDED-MONTHS
           MOVE WS-BUS-DATE(1:4) TO WS-YR-A
           MOVE WS-BUS-DATE(5:2) TO WS-MM-A
           ADD WS-HOLIDAY TO WS-MM-A
           IF WS-MM-A > 12
               SUBTRACT 12 FROM WS-MM-A
               ADD 1 TO WS-YR-A
           END-IF
           MOVE WS-YR-A TO WS-BASE-DATE(1:4)
           MOVE WS-MM-A TO WS-BASE-DATE(5:2)
           MOVE WS-BUS-DATE(7:2) TO WS-BASE-DATE(7:2).

       CHECK-MAX-REMAIN.
           IF WS-NEW-REMAIN > WS-MAX-REMAIN
               DISPLAY "ERROR: The loan would run more than "
                   WS-MAX-REMAIN " months - not allowed."
               MOVE 0 TO WS-NEW-REMAIN
           END-IF.

       SHOW-PROPOSAL.
           DISPLAY "----------- Proposed terms --------------------"
           DISPLAY "Type                               : "
               WS-TYPE-TEXT
           MOVE WS-EXTRA-INT TO WS-DSP-A
           DISPLAY "Interest for the added months      : " WS-DSP-A
           MOVE WS-NEW-OUTSTANDING TO WS-DSP-A
           DISPLAY "New outstanding                    : " WS-DSP-A
           MOVE WS-NEW-INST TO WS-DSP-A
           DISPLAY "New installment                    : " WS-DSP-A
           DISPLAY "Installments / new term            : "
               WS-NEW-REMAIN " / " WS-NEW-TERM
           IF WS-HOLIDAY > 0
               DISPLAY "Payment holiday months             : "
                   WS-HOLIDAY
           END-IF
           DISPLAY "-----------------------------------------------".

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Before and after terms, side by side, under the next
      *>sequence for the loan. Written before the loan row changes
      *>so a failure here leaves the contract untouched.
       WRITE-HISTORY-ROW.
           MOVE 0 TO WS-NEXT-SEQ
           OPEN I-O RstFile
           IF WS-RST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LoanID TO LRS-LoanID
           MOVE 0 TO LRS-Seq
           MOVE 'N' TO ws-eof
           START RstFile KEY IS NOT LESS THAN LRS-Key
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ RstFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LRS-LoanID NOT = WS-LoanID
                           MOVE 'Y' TO ws-eof
                       ELSE
                           MOVE LRS-Seq TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ

           MOVE WS-LoanID          TO LRS-LoanID
           MOVE WS-NEXT-SEQ        TO LRS-Seq
           MOVE WS-BUS-DATE        TO LRS-Date
           EVALUATE WS-RST-TYPE
               WHEN 1
                   MOVE "E" TO LRS-Type
               WHEN 2
                   MOVE "I" TO LRS-Type
               WHEN OTHER
                   MOVE "H" TO LRS-Type
           END-EVALUATE
           MOVE WS-REASON          TO LRS-Reason
           MOVE LS-AdminId         TO LRS-MakerId
           MOVE WS-CheckerId       TO LRS-CheckerId
           MOVE LN-TermMonths      TO LRS-OldTerm
           MOVE LN-Installment     TO LRS-OldInstallment
           MOVE LN-Outstanding     TO LRS-OldOutstanding
           MOVE LN-PrinOutstanding TO LRS-OldPrinOut
           MOVE WS-OLD-REMAIN      TO LRS-OldRemain
           MOVE LN-OverduePrin     TO LRS-CapPrin
           MOVE LN-OverdueInt      TO LRS-CapInt
           MOVE WS-NEW-TERM        TO LRS-NewTerm
           MOVE WS-NEW-INST        TO LRS-NewInstallment
           MOVE WS-NEW-OUTSTANDING TO LRS-NewOutstanding
           MOVE WS-NEW-REMAIN      TO LRS-NewRemain
           MOVE WS-HOLIDAY         TO LRS-HolidayMonths
           MOVE WS-EXTRA-INT       TO LRS-ExtraInterest
           MOVE WS-FIRST-DUE       TO LRS-FirstDueDate
           WRITE RstRecord
               INVALID KEY
                   MOVE "22" TO WS-RST-FS
           END-WRITE
           CLOSE RstFile
           IF WS-RST-FS = "22"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-RST-FS.

      *>the first new installment falls the way buildLoanSchedule
      *>lays it: this month's due day if the restart date is still
      *>before it, otherwise next month's
       FIND-FIRST-DUE.
           MOVE WS-BASE-DATE(1:4) TO WS-YR-A
           MOVE WS-BASE-DATE(5:2) TO WS-MM-A
           IF WS-BASE-DATE(7:2) >= LN-DueDay
               IF WS-MM-A = 12
                   MOVE 1 TO WS-MM-A
                   ADD 1 TO WS-YR-A
               ELSE
                   ADD 1 TO WS-MM-A
               END-IF
           END-IF
           MOVE WS-YR-A   TO WS-FIRST-DUE(1:4)
           MOVE WS-MM-A   TO WS-FIRST-DUE(5:2)
           MOVE LN-DueDay TO WS-FIRST-DUE(7:2).

      *>Every live row goes - overdue ones included, since their
      *>arrears are now inside the new installments - and the new
      *>schedule is laid from the restart date.
       REBUILD-SCHEDULE.
           CALL '../../Utility Functions/bin/buildLoanSchedule'
               USING BY REFERENCE WS-LoanID, WS-BUS-DATE, LN-DueDay,
               WS-NO-MONTHS, WS-NO-PRIN, WS-NO-INT,
               WS-SchedStatus
           COMPUTE WS-SCHED-INT =
               WS-NEW-OUTSTANDING - LN-PrinOutstanding
           MOVE WS-NEW-REMAIN TO WS-SCHED-MONTHS
           CALL '../../Utility Functions/bin/buildLoanSchedule'
               USING BY REFERENCE WS-LoanID, WS-BASE-DATE, LN-DueDay,
               WS-SCHED-MONTHS, LN-PrinOutstanding, WS-SCHED-INT,
               WS-SchedStatus
           IF WS-SchedStatus NOT = "00"
               DISPLAY esc redx "Repayment schedule not rebuilt "
                   "(Status=" WS-SchedStatus ")." esc resetx
           END-IF.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The agreement the borrower signs: old and new terms, the
      *>new installment schedule, and signature lines for the
      *>borrower and both admins. Spooled like any other output.
       PRINT-AGREEMENT.
           MOVE SPACES TO WS-AGREE-PATH
           STRING "../../../data/RestructAgreement_" WS-LoanID "_"
               WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-AGREE-PATH
           MOVE SPACES TO UName UNrc
           MOVE 0 TO UAccNo
           OPEN INPUT userfile
           MOVE LN-UID TO UID
           READ userfile
               INVALID KEY
                   MOVE "?" TO UName
           END-READ
           CLOSE userfile

           OPEN OUTPUT AgreementOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write agreement "
                   WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE "LOAN RESTRUCTURE AGREEMENT" TO AgreeLine
           WRITE AgreeLine
           MOVE ALL "=" TO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           STRING "Date : " WS-BUS-DATE "     Loan : " WS-LoanID
               "     Restructure no. : " WS-NEXT-SEQ
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           STRING "Borrower : " UName "  NRC : " UNrc
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           STRING "Account  : " UAccNo
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           STRING "Type     : " WS-TYPE-TEXT
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           STRING "Reason   : " WS-REASON
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           WRITE AgreeLine

           MOVE "                               Before          After"
               TO AgreeLine
           WRITE AgreeLine
           MOVE WS-OLD-TERM TO WS-DSP-TERM-A
           MOVE WS-NEW-TERM TO WS-DSP-TERM-B
           MOVE SPACES TO AgreeLine
           STRING "Term (months)                  " WS-DSP-TERM-A
               "            " WS-DSP-TERM-B
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE WS-OLD-INST TO WS-DSP-A
           MOVE WS-NEW-INST TO WS-DSP-B
           MOVE SPACES TO AgreeLine
           STRING "Monthly installment   " WS-DSP-A "  " WS-DSP-B
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE WS-OLD-OUTSTANDING TO WS-DSP-A
           MOVE WS-NEW-OUTSTANDING TO WS-DSP-B
           MOVE SPACES TO AgreeLine
           STRING "Amount outstanding    " WS-DSP-A "  " WS-DSP-B
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE WS-OLD-REMAIN TO WS-DSP-TERM-A
           MOVE WS-NEW-REMAIN TO WS-DSP-TERM-B
           MOVE SPACES TO AgreeLine
           STRING "Installments to run            " WS-DSP-TERM-A
               "            " WS-DSP-TERM-B
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           STRING "First new installment due : " WS-FIRST-DUE
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           WRITE AgreeLine
           MOVE WS-CAP-TOTAL TO WS-DSP-A
           MOVE SPACES TO AgreeLine
           STRING "Arrears included in the new schedule : " WS-DSP-A
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE WS-EXTRA-INT TO WS-DSP-A
           MOVE SPACES TO AgreeLine
           STRING "Additional interest                  : " WS-DSP-A
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           IF WS-HOLIDAY > 0
               MOVE SPACES TO AgreeLine
               STRING "Payment holiday (months)             : "
                   WS-HOLIDAY
                   DELIMITED BY SIZE INTO AgreeLine
               WRITE AgreeLine
           END-IF
           IF LN-PenaltyAccrued > 0
               MOVE LN-PenaltyAccrued TO WS-DSP-A
               MOVE SPACES TO AgreeLine
               STRING "Penalty interest still payable       : "
                   WS-DSP-A
                   DELIMITED BY SIZE INTO AgreeLine
               WRITE AgreeLine
           END-IF
           MOVE SPACES TO AgreeLine
           WRITE AgreeLine

           MOVE "New repayment schedule" TO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           STRING "Inst  Due date      Principal       Interest"
               "          Total"
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           PERFORM WRITE-SCHEDULE-LINES

           MOVE SPACES TO AgreeLine
           WRITE AgreeLine
           MOVE "The borrower agrees to repay the loan on the schedule"
               TO AgreeLine
           WRITE AgreeLine
           MOVE "above. All other terms of the original loan agreement"
               TO AgreeLine
           WRITE AgreeLine
           MOVE "remain in force." TO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           WRITE AgreeLine
           MOVE "Borrower : ____________________   Date : __________"
               TO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           WRITE AgreeLine
           MOVE SPACES TO AgreeLine
           STRING "For the bank - prepared by admin " LS-AdminId
               ", approved by admin " WS-CheckerId
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine
           MOVE "Signature : ____________________   Signature : ______"
               TO AgreeLine
           WRITE AgreeLine
           CLOSE AgreementOut

           MOVE "RSTAGREE" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-AGREE-PATH.

      *>the rows just laid down - the loan's live unpaid rows
       WRITE-SCHEDULE-LINES.
           OPEN INPUT SchedFile
           IF WS-LSC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LoanID TO LSC-LoanID
           MOVE 0 TO LSC-InstNo
           MOVE 'N' TO ws-eof
           START SchedFile KEY IS NOT LESS THAN LSC-Key
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ SchedFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LSC-LoanID NOT = WS-LoanID
                           MOVE 'Y' TO ws-eof
                       ELSE
                           IF LSC-UNPAID
                               PERFORM WRITE-ONE-SCHEDULE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SchedFile.

       WRITE-ONE-SCHEDULE-LINE.
           MOVE LSC-Principal TO WS-DSP-A
           MOVE LSC-Interest  TO WS-DSP-B
           COMPUTE WS-ROW-TOTAL = LSC-Principal + LSC-Interest
           MOVE WS-ROW-TOTAL  TO WS-DSP-C
           MOVE SPACES TO AgreeLine
           STRING LSC-InstNo "   " LSC-DueDate "  " WS-DSP-A " "
               WS-DSP-B " " WS-DSP-C
               DELIMITED BY SIZE INTO AgreeLine
           WRITE AgreeLine.

      *-------------------------------------------------------------------*
       RESTRUCTURE-HISTORY.
           DISPLAY "Loan ID : "
           ACCEPT WS-LoanID
           OPEN INPUT RstFile
           IF WS-RST-FS NOT = "00"
               DISPLAY "No restructures on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Seq Date     T Term     Installment  Hol"
               " Maker Checker"
           DISPLAY "-----------------------------------------------"
               "----------------"
           MOVE WS-LoanID TO LRS-LoanID
           MOVE 0 TO LRS-Seq
           MOVE 'N' TO ws-eof
           START RstFile KEY IS NOT LESS THAN LRS-Key
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ RstFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LRS-LoanID NOT = WS-LoanID
                           MOVE 'Y' TO ws-eof
                       ELSE
                           MOVE LRS-OldInstallment TO WS-DSP-A
                           MOVE LRS-NewInstallment TO WS-DSP-B
                           DISPLAY LRS-Seq "  " LRS-Date " "
                               LRS-Type " " LRS-OldTerm "->"
                               LRS-NewTerm " " WS-DSP-A "->"
                               WS-DSP-B " " LRS-HolidayMonths
                               "   " LRS-MakerId " " LRS-CheckerId
                           DISPLAY "      "
                               FUNCTION TRIM(LRS-Reason)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RstFile.

       END PROGRAM loanRestructure.
