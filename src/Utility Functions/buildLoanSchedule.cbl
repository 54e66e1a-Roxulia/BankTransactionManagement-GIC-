      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Lay down (or re-lay) the installment schedule of one
      *          loan in data/LoanSchedule.dat. Every row not yet
      *          due is superseded and the new rows are appended
      *          after the highest installment number already on
      *          file, so origination, a prepayment recast and any
      *          later restructure all go through the same door and
      *          the history of earlier schedules is never lost.
      *          Each row splits the flat installment evenly into
      *          its principal and interest portions; the last row
      *          absorbs the rounding so the schedule totals exactly.
      *          Called with zero months it only closes the schedule
      *          out - every live row, due or not, is superseded -
      *          which is what a full settlement needs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. buildLoanSchedule.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SchedFile ASSIGN TO "../../../data/LoanSchedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSC-Key
               FILE STATUS IS WS-LSC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SchedFile.
       01  SchedRecord.
           copy 'loanScheduleFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-LSC-FS           PIC XX.
       01  ws-eof              PIC X VALUE 'N'.
       01  WS-LAST-INST        PIC 9(3) VALUE 0.
       01  WS-ROW-IX           PIC 9(3).
       01  WS-DUE-DATE         PIC 9(8).
       01  WS-DUE-YR           PIC 9(4).
       01  WS-DUE-MM           PIC 9(2).
       01  WS-ROW-PRIN         PIC 9(10)V99.
       01  WS-ROW-INT          PIC 9(10)V99.
       01  WS-PRIN-LEFT        PIC 9(10)V99.
       01  WS-INT-LEFT         PIC 9(10)V99.

       LINKAGE SECTION.
       01  LS-LoanID           PIC 9(5).
       01  LS-BaseDate         PIC 9(8).
       01  LS-DueDay           PIC 99.
       01  LS-Months           PIC 9(3).
       01  LS-Principal        PIC 9(10)V99.
       01  LS-Interest         PIC 9(10)V99.
       01  LS-Status           PIC XX.

       PROCEDURE DIVISION USING LS-LoanID, LS-BaseDate, LS-DueDay,
           LS-Months, LS-Principal, LS-Interest, LS-Status.
       MAIN-PROCEDURE.
           MOVE "00" TO LS-Status

           OPEN INPUT SchedFile
           IF WS-LSC-FS = '35'
               OPEN OUTPUT SchedFile
           END-IF
           CLOSE SchedFile

           OPEN I-O SchedFile
           IF WS-LSC-FS NOT = "00"
               DISPLAY "Warning: loan schedule unavailable ("
                   WS-LSC-FS ")"
               MOVE WS-LSC-FS TO LS-Status
               EXIT PROGRAM
           END-IF

           PERFORM SUPERSEDE-UNDUE-ROWS
           IF LS-Months > 0
               PERFORM WRITE-NEW-ROWS
           END-IF
           CLOSE SchedFile
           EXIT PROGRAM.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Walk the loan's existing rows: note the highest installment
      *>number and retire every row that has not fallen due yet.
      *>Rows already overdue stay live - they are still owed -
      *>unless the schedule is being closed out altogether.
       SUPERSEDE-UNDUE-ROWS.
           MOVE 0 TO WS-LAST-INST
           MOVE LS-LoanID TO LSC-LoanID
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
                       IF LSC-LoanID NOT = LS-LoanID
                           MOVE 'Y' TO ws-eof
                       ELSE
                           MOVE LSC-InstNo TO WS-LAST-INST
                           IF LSC-UNPAID
                               OR (LSC-OVERDUE AND LS-Months = 0)
                               MOVE "S" TO LSC-Status
                               REWRITE SchedRecord
                                   INVALID KEY
                                       DISPLAY "Error superseding "
                                           "schedule row " LSC-Key
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The first installment falls on this month's due day when
      *>the base date is still before it, otherwise next month's -
      *>the same rule LoanCollection has always used to decide
      *>whether a loan was collected this month.
       WRITE-NEW-ROWS.
           MOVE LS-BaseDate(1:4) TO WS-DUE-YR
           MOVE LS-BaseDate(5:2) TO WS-DUE-MM
           IF LS-BaseDate(7:2) >= LS-DueDay
               PERFORM ADVANCE-ONE-MONTH
           END-IF

           COMPUTE WS-ROW-PRIN = LS-Principal / LS-Months
           COMPUTE WS-ROW-INT  = LS-Interest / LS-Months
           MOVE LS-Principal TO WS-PRIN-LEFT
           MOVE LS-Interest  TO WS-INT-LEFT

           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > LS-Months
               MOVE WS-DUE-YR TO WS-DUE-DATE(1:4)
               MOVE WS-DUE-MM TO WS-DUE-DATE(5:2)
               MOVE LS-DueDay TO WS-DUE-DATE(7:2)
               PERFORM WRITE-ONE-ROW
               PERFORM ADVANCE-ONE-MONTH
           END-PERFORM
           .

       WRITE-ONE-ROW.
           MOVE LS-LoanID TO LSC-LoanID
           ADD 1 TO WS-LAST-INST
           MOVE WS-LAST-INST TO LSC-InstNo
           MOVE WS-DUE-DATE TO LSC-DueDate
           IF WS-ROW-IX = LS-Months
               MOVE WS-PRIN-LEFT TO LSC-Principal
               MOVE WS-INT-LEFT  TO LSC-Interest
           ELSE
               MOVE WS-ROW-PRIN TO LSC-Principal
               MOVE WS-ROW-INT  TO LSC-Interest
               SUBTRACT WS-ROW-PRIN FROM WS-PRIN-LEFT
               SUBTRACT WS-ROW-INT  FROM WS-INT-LEFT
           END-IF
           MOVE 0 TO LSC-PaidPrin
           MOVE 0 TO LSC-PaidInt
           MOVE 0 TO LSC-PaidDate
           MOVE "U" TO LSC-Status
           WRITE SchedRecord
               INVALID KEY
                   DISPLAY "Error writing schedule row " LSC-Key
                   MOVE "22" TO LS-Status
           END-WRITE
           .

       ADVANCE-ONE-MONTH.
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YR
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF
           .

       END PROGRAM buildLoanSchedule.
