      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: "My Loans" - let the logged-in customer see their
      *          own loans in data/Loans.dat (outstanding, principal
      *          still owed, installment, the next installment due
      *          and any arrears), the repayment schedule of one of
      *          them from data/LoanSchedule.dat, and make an extra
      *          repayment or settle a loan early from their own
      *          account. The payment goes through loanPayment, the
      *          same quote and posting the teller's loanRepay uses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. myLoans.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "../../../data/Loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT SchedFile ASSIGN TO "../../../data/LoanSchedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSC-Key
               FILE STATUS IS WS-LSC-FS.

           SELECT DayEndLockFile
               ASSIGN TO "../../../data/DayEndLock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
       01  LoanRecord.
           COPY "../../Utility Functions/loanFile.cpy".

       FD  SchedFile.
       01  SchedRecord.
           COPY "../../Utility Functions/loanScheduleFile.cpy".

       FD  DayEndLockFile.
       01  DayEndLockRec       PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-LN-FS        pic xx.
       01  WS-LSC-FS       pic xx.
       01  WS-LOCK-FS      pic xx.
       01  DayEndLockLine  pic x(1).
       01  ws-choice       pic 9.
       01  ws-eof          pic x value 'N'.
       01  ws-sched-eof    pic x value 'N'.
       01  ws-found        pic x value 'N'.
       01  ws-loanid       pic 9(5).
       01  ws-operator     pic x(5) value "SELF ".
       01  ws-paystatus    pic x(2).
       01  ws-next-date    pic 9(8).
       01  ws-next-amt     pic 9(10)v99.
       01  ws-arrears      pic 9(10)v99.
       01  ws-status-txt   pic x(7).
       01  ws-sched-st     pic x(8).
       01  ws-dsp-a        pic z(9)9.99.
       01  ws-dsp-b        pic z(9)9.99.
       01  ws-dsp-c        pic z(9)9.99.
       01  ws-dsp-d        pic z(9)9.99.
      *>the loan's monthly rate, shown as loanCreate takes it in
       01  ws-dsp-rate     pic zz9.99.

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-UID          PIC 9(5).

       PROCEDURE DIVISION USING LS-UID.
       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "=======            My Loans              ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=My Loans, 2=Repayment Schedule,"
           DISPLAY "3=Extra Repayment / Early Settlement, 4=Back"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-MY-LOANS
                   perform MENU-LOOP
               WHEN 2
                   perform SHOW-SCHEDULE
                   perform MENU-LOOP
               WHEN 3
                   perform PAY-MY-LOAN
                   perform MENU-LOOP
               WHEN 4
                   DISPLAY "Returning to Main Menu..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-MY-LOANS.
           move 'N' to ws-eof
           move 'N' to ws-found
           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY "You have no loans."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SchedFile
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LN-UID = LS-UID
                           move 'Y' to ws-found
                           PERFORM SHOW-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LSC-FS = "00"
               CLOSE SchedFile
           END-IF
           CLOSE LoanFile
           IF ws-found = 'N'
               DISPLAY "You have no loans."
           END-IF.

      *-------------------------------------------------------------------*
       SHOW-ONE-LOAN.
           EVALUATE TRUE
               WHEN LN-OPEN
                   move "Open" to ws-status-txt
               WHEN LN-CLOSED
                   move "Closed" to ws-status-txt
               WHEN OTHER
                   move "Written" to ws-status-txt
           END-EVALUATE
           MOVE LN-Outstanding TO ws-dsp-a
           MOVE LN-PrinOutstanding TO ws-dsp-b
           MOVE LN-Installment TO ws-dsp-c
           MOVE LN-Rate TO ws-dsp-rate
           DISPLAY "-----------------------------------------------"
           DISPLAY "Loan " LN-ID "  " ws-status-txt
               "  opened " LN-OpenDate "  " LN-TermMonths " months"
           DISPLAY "  Monthly rate      : " ws-dsp-rate
           DISPLAY "  Outstanding       : " ws-dsp-a
           DISPLAY "  Principal owed    : " ws-dsp-b
           DISPLAY "  Installment       : " ws-dsp-c
           IF NOT LN-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-DUE
           IF ws-next-date NOT = 0
               MOVE ws-next-amt TO ws-dsp-d
               DISPLAY "  Next due          : " ws-next-date
                   "  " ws-dsp-d
           END-IF
           COMPUTE ws-arrears = LN-OverduePrin + LN-OverdueInt
               + LN-PenaltyAccrued
           IF ws-arrears > 0
               MOVE ws-arrears TO ws-dsp-d
               DISPLAY esc redx "  In arrears        : " ws-dsp-d
                   "  since " LN-OverdueSince esc resetx
           END-IF.

      *-------------------------------------------------------------------*
      *>the next installment is the first schedule row still unpaid;
      *>rows already overdue are shown as arrears instead
       FIND-NEXT-DUE.
           move 0 to ws-next-date
           move 0 to ws-next-amt
           IF WS-LSC-FS NOT = "00" AND WS-LSC-FS NOT = "10"
               AND WS-LSC-FS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           move 'N' to ws-sched-eof
           MOVE LN-ID TO LSC-LoanID
           MOVE 0 TO LSC-InstNo
           START SchedFile KEY IS NOT LESS THAN LSC-Key
               INVALID KEY
                   EXIT PARAGRAPH
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
                               MOVE LSC-DueDate TO ws-next-date
                               COMPUTE ws-next-amt = LSC-Principal
                                   + LSC-Interest
                               MOVE 'Y' TO ws-sched-eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------*
       SHOW-SCHEDULE.
           DISPLAY "Loan ID : "
           ACCEPT ws-loanid
           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY "You have no loans."
               EXIT PARAGRAPH
           END-IF
           MOVE ws-loanid TO LN-ID
           READ LoanFile
               INVALID KEY
                   MOVE 0 TO LN-UID
           END-READ
           CLOSE LoanFile
           IF LN-UID NOT = LS-UID
               DISPLAY esc redx "No loan of yours with that ID."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SchedFile
           IF WS-LSC-FS NOT = "00"
               DISPLAY "No repayment schedule on file for this loan."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "No. Due      Principal     Interest      Paid"
               "          Status"
           DISPLAY "-----------------------------------------------"
           move 'N' to ws-sched-eof
           MOVE ws-loanid TO LSC-LoanID
           MOVE 0 TO LSC-InstNo
           START SchedFile KEY IS NOT LESS THAN LSC-Key
               INVALID KEY
                   MOVE 'Y' TO ws-sched-eof
           END-START
           PERFORM UNTIL ws-sched-eof = 'Y'
               READ SchedFile NEXT
                   AT END
                       MOVE 'Y' TO ws-sched-eof
                   NOT AT END
                       IF LSC-LoanID NOT = ws-loanid
                           MOVE 'Y' TO ws-sched-eof
                       ELSE
                           IF NOT LSC-SUPERSEDED
                               PERFORM SHOW-SCHED-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SchedFile.

      *-------------------------------------------------------------------*
       SHOW-SCHED-ROW.
           EVALUATE TRUE
               WHEN LSC-PAID
                   move "Paid" to ws-sched-st
               WHEN LSC-OVERDUE
                   move "Overdue" to ws-sched-st
               WHEN OTHER
                   move "Due" to ws-sched-st
           END-EVALUATE
           MOVE LSC-Principal TO ws-dsp-a
           MOVE LSC-Interest TO ws-dsp-b
           COMPUTE ws-dsp-c = LSC-PaidPrin + LSC-PaidInt
           DISPLAY LSC-InstNo " " LSC-DueDate " " ws-dsp-a " "
               ws-dsp-b " " ws-dsp-c "  " ws-sched-st.

      *-------------------------------------------------------------------*
       PAY-MY-LOAN.
           PERFORM CHECK-DAY-END-LOCK
           IF DayEndLockLine EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan ID : "
           ACCEPT ws-loanid
           CALL '../../Utility Functions/bin/loanPayment'
               USING BY REFERENCE ws-loanid, ws-operator, LS-UID,
               ws-paystatus
           IF ws-paystatus = "00"
               DISPLAY esc greenx "Loan payment taken." esc resetx
           END-IF.

      *-------------------------------------------------------------------*
       CHECK-DAY-END-LOCK.
           move "N" to DayEndLockLine
           OPEN INPUT DayEndLockFile
           IF WS-LOCK-FS EQUAL "00"
               READ DayEndLockFile INTO DayEndLockLine
               CLOSE DayEndLockFile
               IF DayEndLockLine EQUAL "Y"
                   DISPLAY ESC REDX
                   DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!"
                   DISPLAY "! Day-end processing in progress        !"
                   DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!"
                   DISPLAY ESC RESETX
               END-IF
           END-IF.

       END PROGRAM myLoans.
