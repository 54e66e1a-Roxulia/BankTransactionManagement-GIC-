      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Monthly conversion of minor accounts at majority.
      *          On the first nightly run of each month (the months
      *          done are kept in data/MajorityRuns.dat) every minor
      *          account - tier MN in UserAccounts.dat - whose holder
      *          has turned 18 by the date of birth on the customer
      *          master is taken off the minor tier, unlinked from
      *          its guardian and dropped to the restricted status
      *          with its KYC review due, so the new adult must come
      *          to the branch and complete KYC in their own right
      *          before the account is used again; the KYC review
      *          screen lifts the restriction. The holder and the
      *          guardian are both told, and the conversions are
      *          listed in data/MinorMajority_<date>.txt, spool type
      *          MINORMAJ, for the branches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. minorMajority.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT userfile
           ASSIGN TO "../../../data/UserAccounts.dat"
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

           SELECT RunFile ASSIGN TO "../../../data/MajorityRuns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  CustomerFile.
       01  CustomerRecord.
           copy 'customerFile.cpy'.

       FD  RunFile.
       01  RunLine             PIC 9(6).

       FD  ReportOut.
       01  ReportLine          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-RUN-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-PERIOD           PIC 9(6).
       01  WS-ALREADY-RUN      PIC X VALUE 'N'.
       01  WS-MAJORITY-DATE    PIC 9(8).
       01  WS-BIRTH-DATE       PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-SplType          PIC X(12) VALUE "MINORMAJ".
       01  WS-AdminId          PIC 9(5) VALUE 0.
       01  WS-NOTICE           PIC X(60).
       01  eof                 PIC X VALUE 'N'.
       01  converted_count     PIC 9(5) VALUE 0.
      *>guardians to tell once the account file is closed again -
      *>getUserByNRC reads it for their UID
       01  WS-GUARD-TABLE.
           05  WS-GUARD-ENTRY OCCURS 200 TIMES.
               10  WS-GT-NRC       PIC X(30).
               10  WS-GT-AccNo     PIC 9(16).
       01  WS-GT-USED          PIC 9(3) VALUE 0.
       01  WS-GX               PIC 9(3).
       01  WS-GUARD-NRC        PIC X(30).
       01  WS-GUARD-STATUS     PIC XX.
       01  GuardianData.
           05  gd-UID          PIC 9(5).
           05  gd-UName        PIC X(20).
           05  FILLER          PIC X(197).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
           PERFORM CHECK-PERIOD-RUN
           IF WS-ALREADY-RUN = 'Y'
               DISPLAY "Minor accounts - already converted for "
                   WS-PERIOD "."
               GOBACK
           END-IF

           OPEN INPUT CustomerFile
           IF WS-CUST-FS NOT = "00"
               DISPLAY "No customer master - no minors to convert."
               PERFORM MARK-PERIOD-RUN
               GOBACK
           END-IF
           OPEN I-O userfile
           IF WS-FS NOT = "00"
               DISPLAY "FILE ERROR OPENING USER ACCOUNTS"
               CLOSE CustomerFile
               GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/MinorMajority_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Minor Accounts Converted at Majority - "
               WS-BUS-DATE DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Br  UID   Account          Holder               "
               "Born     Former guardian NRC"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ userfile NEXT INTO userdata
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF TIER-MINOR
                           AND NOT ACCT-CLOSED
                           AND NOT ACCT-DECEASED
                           PERFORM CHECK-ONE-MINOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile
           CLOSE CustomerFile

           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING converted_count " account(s) converted and "
               "restricted pending KYC at the branch."
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-AdminId, WS-REPORT-PATH

           PERFORM NOTIFY-GUARDIANS
           PERFORM MARK-PERIOD-RUN
           DISPLAY "Minor accounts - " converted_count
               " converted at majority."
           GOBACK
           .

       CHECK-PERIOD-RUN.
           OPEN INPUT RunFile
           IF WS-RUN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ RunFile
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF RunLine = WS-PERIOD
                           MOVE 'Y' TO WS-ALREADY-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RunFile
           .

       MARK-PERIOD-RUN.
           OPEN EXTEND RunFile
           IF WS-RUN-FS NOT = "00"
               CLOSE RunFile
               OPEN OUTPUT RunFile
           END-IF
           MOVE WS-PERIOD TO RunLine
           WRITE RunLine
           CLOSE RunFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A minor with no birth date on the master cannot be judged
      *>and is left as it is.
       CHECK-ONE-MINOR.
           MOVE UNrc TO CUST-NRC
           READ CustomerFile KEY IS CUST-NRC
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUST-BirthDate = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-BirthDate TO WS-BIRTH-DATE
           COMPUTE WS-MAJORITY-DATE = WS-BIRTH-DATE + 180000
           IF WS-MAJORITY-DATE > WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE UGuardianNrc TO WS-GUARD-NRC
           MOVE "ST" TO UTier
           MOVE SPACES TO UGuardianNrc
           IF ACCT-ACTIVE OR ACCT-DORMANT
               MOVE "R" TO UStatus
           END-IF
           MOVE WS-BUS-DATE TO UKycReview
           REWRITE userdata
               INVALID KEY
                   DISPLAY "Error converting UID " UID
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO converted_count
           MOVE SPACES TO ReportLine
           STRING UBranch " " UID " " UAccNo " " UName " "
               WS-BIRTH-DATE " " WS-GUARD-NRC
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO WS-NOTICE
           STRING "You are now 18 - visit the branch to complete "
               "KYC" DELIMITED BY SIZE INTO WS-NOTICE
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE UID, WS-NOTICE
           IF WS-GUARD-NRC NOT = SPACES AND WS-GT-USED < 200
               ADD 1 TO WS-GT-USED
               MOVE WS-GUARD-NRC TO WS-GT-NRC(WS-GT-USED)
               MOVE UAccNo TO WS-GT-AccNo(WS-GT-USED)
           END-IF
           .

       NOTIFY-GUARDIANS.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GT-USED
               MOVE WS-GT-NRC(WS-GX) TO WS-GUARD-NRC
               CALL '../../Utility Functions/bin/getUserByNRC'
                   USING BY REFERENCE WS-GUARD-NRC, GuardianData,
                   WS-GUARD-STATUS
               IF WS-GUARD-STATUS = "00"
                   MOVE SPACES TO WS-NOTICE
                   STRING "Minor a/c " WS-GT-AccNo(WS-GX)
                       " now held by the adult holder"
                       DELIMITED BY SIZE INTO WS-NOTICE
                   CALL '../../Utility Functions/bin/notifyUser'
                       USING BY REFERENCE gd-UID, WS-NOTICE
               END-IF
           END-PERFORM
           .

       END PROGRAM minorMajority.
