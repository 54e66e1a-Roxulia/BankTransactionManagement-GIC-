      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Daily accrual of interest payable on fixed
      *          deposits. Every open deposit in FixedDeposits.dat
      *          is brought up to the interest it has earned from
      *          its open date to the business date at its own
      *          FXD-Rate (a monthly rate, thirty days to the
      *          month, never more than the full term's interest),
      *          held in FXD-AccruedInt. The day's increase across
      *          each owner's branch is posted as one GL memo row
      *          for that branch - expense against FD interest
      *          payable - and each deposit's step is written to
      *          data/FixedDepositAudit.log.
      *          FixedDepositMaturity and fdBreak reverse the
      *          accrual when the interest is actually paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fdAccrual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FDLog
               ASSIGN TO '../../../data/FixedDepositAudit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FDFile.
       01  FDRecord.
           copy 'fixedDepositFile.cpy'.

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  FDLog.
       01  FDLogLine           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FD-FS            PIC XX.
       01  WS-LOG-FS           PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-USR-OPEN         PIC X VALUE 'N'.
       01  WS-BD-STATUS        PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  record_count        PIC 9(7) VALUE 0.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-DAYS             PIC S9(7).
       01  WS-TERM-MONTHS      PIC S9(5).
       01  WS-OPEN-DT.
           05  WS-OD-YEAR      PIC 9(4).
           05  WS-OD-MONTH     PIC 9(2).
           05  WS-OD-DAY       PIC 9(2).
       01  WS-MAT-DT.
           05  WS-MD-YEAR      PIC 9(4).
           05  WS-MD-MONTH     PIC 9(2).
           05  WS-MD-DAY       PIC 9(2).
       01  WS-FULL-INT         PIC 9(10)V99.
       01  WS-TARGET           PIC 9(10)V99.
       01  WS-STEP-AMT         PIC 9(10)V99.
       01  WS-DAY-TOTAL        PIC 9(10)V99 VALUE 0.
       01  WS-MEMO-ID          PIC X(11).
       01  WS-MEMO-DESC        PIC X(30).
       01  WS-MEMO-STATUS      PIC XX.
      *>one row a day per owner branch, so the accrual sits in the
      *>same branch as the reversal the maturity or break books
      *>against it
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 99 TIMES.
               10  WS-B-CODE      PIC X(3).
               10  WS-B-TOTAL     PIC 9(10)V99.
       01  WS-BR-USED          PIC 9(2) VALUE 0.
       01  WS-BX               PIC 9(3).
       01  WS-FIND-BR          PIC X(3).
       01  WS-MEMO-OPER        PIC X(5) VALUE "BATCH".
       01  WS-SpnJob           PIC X(12) VALUE "FDACCRUAL".
       01  WS-SpnReason        PIC X(20).
       01  WS-SpnUID           PIC 9(5) VALUE 0.
       01  WS-SpnAcc           PIC 9(16) VALUE 0.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS

           OPEN I-O FDFile
           IF WS-FD-FS NOT = "00"
               DISPLAY "No fixed deposits on file."
               GOBACK
           END-IF

           OPEN EXTEND FDLog
           IF WS-LOG-FS NOT = "00"
               CLOSE FDLog
               OPEN OUTPUT FDLog
           END-IF

           OPEN INPUT userfile
           IF WS-USR-FS = "00"
               MOVE 'Y' TO WS-USR-OPEN
           END-IF

           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ FDFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF FXD-OPEN
                           PERFORM ACCRUE-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FDFile
           CLOSE FDLog
           IF WS-USR-OPEN = 'Y'
               CLOSE userfile
           END-IF

           PERFORM POST-DAY-ACCRUAL
           DISPLAY "FD accrual done - " record_count
               " deposit(s) accrued for " WS-BUS-DATE "."
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The deposit's accrual is recomputed to date rather than
      *>stepped by one day, so a missed night catches up and a
      *>re-run of the same date adds nothing.
       ACCRUE-ONE-DEPOSIT.
           IF FXD-OpenDate = 0 OR FXD-OpenDate > WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(FXD-OpenDate)
           MOVE FXD-OpenDate     TO WS-OPEN-DT
           MOVE FXD-MaturityDate TO WS-MAT-DT
           COMPUTE WS-TERM-MONTHS =
               (WS-MD-YEAR * 12 + WS-MD-MONTH)
               - (WS-OD-YEAR * 12 + WS-OD-MONTH)
           IF WS-TERM-MONTHS < 1
               MOVE 1 TO WS-TERM-MONTHS
           END-IF
           COMPUTE WS-FULL-INT ROUNDED =
               FXD-Principal * FXD-Rate * WS-TERM-MONTHS
           COMPUTE WS-TARGET ROUNDED =
               FXD-Principal * FXD-Rate * WS-DAYS / 30
           IF WS-TARGET > WS-FULL-INT
               MOVE WS-FULL-INT TO WS-TARGET
           END-IF
           IF WS-TARGET NOT > FXD-AccruedInt
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OWNER-SLOT
           IF WS-BX > 99
               DISPLAY esc redx "Branch table full - FD " FXD-ID
                   " not accrued tonight." esc resetx
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-STEP-AMT = WS-TARGET - FXD-AccruedInt
           MOVE WS-TARGET   TO FXD-AccruedInt
           MOVE WS-BUS-DATE TO FXD-AccrualDate
           REWRITE FDRecord
               INVALID KEY
                   DISPLAY esc redx "Accrual not saved for FD "
                       FXD-ID esc resetx
                   EXIT PARAGRAPH
           END-REWRITE
           ADD WS-STEP-AMT TO WS-DAY-TOTAL
           ADD WS-STEP-AMT TO WS-B-TOTAL(WS-BX)
           ADD 1 TO record_count

           MOVE SPACES TO FDLogLine
           STRING "ACCRUE FDID=" FXD-ID
               " DAYS=" WS-DAYS
               " STEP=" WS-STEP-AMT
               " ACCRUED=" FXD-AccruedInt
               " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO FDLogLine
           WRITE FDLogLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The owner's home branch picks the slot the deposit's step
      *>is added to; head office when the owner cannot be read.
       FIND-OWNER-SLOT.
           MOVE "001" TO WS-FIND-BR
           IF WS-USR-OPEN = 'Y'
               MOVE FXD-UID TO UID
               READ userfile
                   NOT INVALID KEY
                       IF UBranch NOT = SPACES
                           MOVE UBranch TO WS-FIND-BR
                       END-IF
               END-READ
           END-IF
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BR-USED
                   OR WS-B-CODE(WS-BX) = WS-FIND-BR
               CONTINUE
           END-PERFORM
           IF WS-BX > WS-BR-USED
               IF WS-BR-USED >= 99
                   MOVE 100 TO WS-BX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-USED
               MOVE WS-FIND-BR TO WS-B-CODE(WS-BX)
               MOVE 0 TO WS-B-TOTAL(WS-BX)
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>One memo row per branch per business date carries that
      *>branch's increase to the GL; the branch is part of the row
      *>ID. If the row is already there (a re-run that found
      *>deposits still to accrue) the extra cannot be added to it,
      *>so it goes to suspense for a manual journal.
       POST-DAY-ACCRUAL.
           IF WS-DAY-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "FD interest accrual" TO WS-MEMO-DESC
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BR-USED
               IF WS-B-TOTAL(WS-BX) > 0
                   PERFORM POST-BRANCH-ACCRUAL
               END-IF
           END-PERFORM
           .

       POST-BRANCH-ACCRUAL.
           MOVE SPACES TO WS-MEMO-ID
           STRING "F" WS-BUS-DATE(3:6) WS-B-CODE(WS-BX) "A"
               DELIMITED BY SIZE INTO WS-MEMO-ID
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-B-TOTAL(WS-BX), WS-BUS-DATE, WS-B-CODE(WS-BX),
               WS-MEMO-OPER, WS-MEMO-STATUS
           IF WS-MEMO-STATUS NOT = "00"
               MOVE "FD ACCRUAL UNPOSTED" TO WS-SpnReason
               CALL '../../Utility Functions/bin/writeSuspense'
                   USING BY REFERENCE WS-SpnJob, WS-SpnUID,
                   WS-SpnAcc, WS-B-TOTAL(WS-BX), WS-SpnReason
               DISPLAY esc redx "Today's FD accrual row for branch "
                   WS-B-CODE(WS-BX) " already booked - increase "
                   "sent to suspense." esc resetx
           END-IF
           .

       END PROGRAM fdAccrual.
