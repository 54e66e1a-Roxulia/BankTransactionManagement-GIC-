      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Annual safe deposit locker rent. Every active
      *          rental agreement in data/LockerRentals.dat whose
      *          anniversary has come is charged the year's rent
      *          through postServiceCharge (event LCKRENT plus the
      *          locker's size letter) from the agreement's account.
      *          Collected, the due date moves on a year and any
      *          access lock is lifted; refused (balance short,
      *          account gone or busy), access to the locker is
      *          locked and the rent is tried again every night
      *          until it is paid. The customer is told either way.
      *          Then writes data/LockerOverdue_<date>.txt, spool
      *          type LCKOVERDUE: every locker with rent unpaid, and
      *          those unpaid LCKFORCE days (data/TrxLimits.dat,
      *          default 180) flagged FORCE OPEN. Called with mode
      *          "R" (the locker screen) it writes the report only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lockerRent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LockerFile ASSIGN TO "../../../data/Lockers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-Key
               FILE STATUS IS WS-LCK-FS.

           SELECT RentalFile
               ASSIGN TO "../../../data/LockerRentals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRA-ID
               FILE STATUS IS WS-LRA-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LockerFile.
       01  LockerRecord.
           copy 'lockerFile.cpy'.

       FD  RentalFile.
       01  RentalRecord.
           copy 'lockerRentalFile.cpy'.

       FD  paramfile.
       01  paramrec.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

       FD  ReportOut.
       01  ReportLine          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LCK-FS           PIC XX.
       01  WS-LRA-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-SplType          PIC X(12) VALUE "LCKOVERDUE".
       01  WS-AdminId          PIC 9(5) VALUE 0.
       01  WS-Mode             PIC X VALUE "P".
       01  WS-FORCE-DAYS       PIC 9(10)V99 VALUE 180.
       01  WS-DAYS-UNPAID      PIC 9(5).
       01  WS-DSP-DAYS         PIC ZZZZ9.
       01  WS-FLAG             PIC X(10).
       01  eof                 PIC X VALUE 'N'.
       01  WS-SIZE             PIC X.
      *>postServiceCharge's parameters
       01  WS-SVC-ACC          PIC 9(16).
       01  WS-SVC-EVENT        PIC X(8).
       01  WS-SVC-OPER         PIC X(5) VALUE "BATCH".
       01  WS-SVC-CHARGED      PIC 9(10)V99.
       01  WS-SVC-STATUS       PIC XX.
       01  WS-Notice           PIC X(60).
      *>the next anniversary - a 29 February start falls back to
      *>the 28th in the years between
       01  WS-NEXT-DUE         PIC 9(8).
       01  WS-NEXT-DUE-R REDEFINES WS-NEXT-DUE.
           05  WS-ND-YYYY      PIC 9(4).
           05  WS-ND-MMDD      PIC 9(4).
       01  due_count           PIC 9(5) VALUE 0.
       01  paid_count          PIC 9(5) VALUE 0.
       01  locked_count        PIC 9(5) VALUE 0.
       01  overdue_count       PIC 9(5) VALUE 0.
       01  force_count         PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).
       01  LS-Mode             PIC X.

       PROCEDURE DIVISION USING OPTIONAL LS-AdminId,
           OPTIONAL LS-Mode.
       MAIN-PROCEDURE.
           MOVE 0 TO due_count paid_count locked_count
           IF ADDRESS OF LS-AdminId NOT = NULL
               MOVE LS-AdminId TO WS-AdminId
           END-IF
           IF ADDRESS OF LS-Mode NOT = NULL
               MOVE LS-Mode TO WS-Mode
           END-IF
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM LOAD-FORCE-DAYS

           OPEN I-O RentalFile
           IF WS-LRA-FS NOT = "00"
               DISPLAY "No locker rentals on file - no rent due."
               GOBACK
           END-IF
           OPEN INPUT LockerFile
           IF WS-Mode NOT = "R"
               MOVE 'N' TO eof
               PERFORM UNTIL eof = 'Y'
                   READ RentalFile NEXT
                       AT END
                           MOVE 'Y' TO eof
                       NOT AT END
                           IF LRA-ACTIVE AND LRA-RentDue > 0
                               AND LRA-RentDue <= WS-BUS-DATE
                               PERFORM CHARGE-ONE-RENT
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Locker rent - " due_count " due, "
                   paid_count " collected, " locked_count
                   " locked for unpaid rent."
           END-IF
           CLOSE LockerFile
           CLOSE RentalFile

           PERFORM WRITE-OVERDUE-REPORT
           GOBACK
           .

       LOAD-FORCE-DAYS.
           OPEN INPUT paramfile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF param-label = "LCKFORCE"
                           MOVE param-value TO WS-FORCE-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>One year's rent per night at most; an agreement several
      *>years behind is brought up to date a year at a time.
       CHARGE-ONE-RENT.
           ADD 1 TO due_count
           MOVE "M" TO WS-SIZE
           MOVE LRA-Branch   TO LCK-Branch
           MOVE LRA-LockerNo TO LCK-No
           READ LockerFile
               NOT INVALID KEY
                   MOVE LCK-Size TO WS-SIZE
           END-READ
           MOVE SPACES TO WS-SVC-EVENT
           STRING "LCKRENT" WS-SIZE DELIMITED BY SIZE
               INTO WS-SVC-EVENT
           MOVE LRA-AccNo TO WS-SVC-ACC
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE WS-SVC-ACC, WS-SVC-EVENT,
               WS-SVC-OPER, WS-SVC-CHARGED, WS-SVC-STATUS

           IF WS-SVC-STATUS = "00" OR WS-SVC-STATUS = "01"
               ADD 1 TO paid_count
               MOVE WS-BUS-DATE    TO LRA-LastPaid
               MOVE WS-SVC-CHARGED TO LRA-LastRent
               MOVE LRA-RentDue TO WS-NEXT-DUE
               ADD 1 TO WS-ND-YYYY
               IF WS-ND-MMDD = 0229
                   MOVE 0228 TO WS-ND-MMDD
               END-IF
               MOVE WS-NEXT-DUE TO LRA-RentDue
               IF LRA-ACCESS-LOCKED
                   MOVE SPACES TO WS-Notice
                   STRING "Locker " LRA-LockerNo " rent received - "
                       "access restored." DELIMITED BY SIZE
                       INTO WS-Notice
                   CALL '../../Utility Functions/bin/notifyUser'
                       USING BY REFERENCE LRA-UID, WS-Notice
               END-IF
               MOVE 0 TO LRA-UnpaidSince
               SET LRA-ACCESS-OK TO TRUE
           ELSE
               ADD 1 TO locked_count
               IF LRA-UnpaidSince = 0
                   MOVE LRA-RentDue TO LRA-UnpaidSince
                   MOVE SPACES TO WS-Notice
                   STRING "Locker " LRA-LockerNo " rent unpaid - "
                       "access locked until paid." DELIMITED BY SIZE
                       INTO WS-Notice
                   CALL '../../Utility Functions/bin/notifyUser'
                       USING BY REFERENCE LRA-UID, WS-Notice
               END-IF
               SET LRA-ACCESS-LOCKED TO TRUE
           END-IF
           REWRITE RentalRecord
               INVALID KEY
                   DISPLAY "Warning: locker agreement " LRA-ID
                       " not updated."
           END-REWRITE
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       WRITE-OVERDUE-REPORT.
           MOVE 0 TO overdue_count force_count
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/LockerOverdue_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR: Cannot write the locker overdue list."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Safe Deposit Lockers - Rent Overdue - "
               WS-BUS-DATE DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Br  Locker Agreement Renter               "
               "Account          Unpaid since  Days Flag"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           OPEN INPUT RentalFile
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ RentalFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF LRA-ACTIVE AND LRA-UnpaidSince > 0
                           PERFORM WRITE-OVERDUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RentalFile

           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING overdue_count " locker(s) overdue; " force_count
               " due for forced opening." DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           DISPLAY "Locker overdue list written to "
               FUNCTION TRIM(WS-REPORT-PATH)
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-AdminId, WS-REPORT-PATH
           .

       WRITE-OVERDUE-LINE.
           ADD 1 TO overdue_count
           COMPUTE WS-DAYS-UNPAID =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
             - FUNCTION INTEGER-OF-DATE(LRA-UnpaidSince)
           MOVE SPACES TO WS-FLAG
           IF WS-DAYS-UNPAID >= WS-FORCE-DAYS
               MOVE "FORCE OPEN" TO WS-FLAG
               ADD 1 TO force_count
           END-IF
           MOVE WS-DAYS-UNPAID TO WS-DSP-DAYS
           MOVE SPACES TO ReportLine
           STRING LRA-Branch " " LRA-LockerNo "  " LRA-ID "    "
               LRA-Name " " LRA-AccNo " " LRA-UnpaidSince "     "
               WS-DSP-DAYS " " WS-FLAG
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       END PROGRAM lockerRent.
