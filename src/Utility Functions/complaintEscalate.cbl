      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Nightly complaint escalation. Every complaint in
      *          data/Complaints.dat still open past its target
      *          resolution date is escalated: the first night over
      *          target to level 1, then one level more for every
      *          CMPESCDY days (TrxLimits.dat, default 5) it stays
      *          open, up to 9. Each escalation raises a dashboard
      *          alert naming the complaint, its branch and officer,
      *          and every overdue complaint goes on the spooled
      *          overdue list (CMPOVERDUE) for the branch managers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaintEscalate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ComplaintFile
               ASSIGN TO "../../../data/Complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS WS-CMP-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ComplaintFile.
       01  ComplaintRecord.
           copy 'complaintFile.cpy'.

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CMP-FS           PIC XX.
       01  WS-PARM-FS          PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-ESC-DAYS         PIC 9(3).
       01  WS-OVER-DAYS        PIC S9(7).
       01  WS-NEW-LEVEL        PIC 9(3).
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE 0.
       01  WS-ESCALATED-COUNT  PIC 9(5) VALUE 0.
       01  WS-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9) VALUE 0.
       01  WS-CNT-REJECTS      PIC 9(9) VALUE 0.
       01  WS-DSP-OVER         PIC ZZZ9.
       01  WS-ALERT-SOURCE     PIC X(12) VALUE "Complaints".
       01  WS-ALERT-TEXT       PIC X(60).
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/ComplaintsOverdue_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           PERFORM LOAD-ESCALATION-DAYS

           OPEN I-O ComplaintFile
           IF WS-CMP-FS NOT = "00"
               DISPLAY "No complaint register - nothing to escalate."
               GOBACK
           END-IF

           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write overdue complaints "
                   "list " WS-OUT-FS esc resetx
               CLOSE ComplaintFile
               GOBACK
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Overdue Customer Complaints - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "No.    Cat  Br  Officer Opened   Target   Over Esc "
               "Summary"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ComplaintFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF NOT CMP-CLOSED
                           AND CMP-TargetDate < WS-BUS-DATE
                           PERFORM ESCALATE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ComplaintFile

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING WS-OVERDUE-COUNT " complaint(s) overdue, "
               WS-ESCALATED-COUNT " escalated tonight"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut

           DISPLAY "Complaint escalation - " WS-OVERDUE-COUNT
               " overdue, " WS-ESCALATED-COUNT " escalated."
           MOVE "CMPOVERDUE" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE WS-READ-COUNT, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The level a complaint should be at follows from the days it
      *>is over target; it only ever goes up, so a re-run the same
      *>night raises nothing twice.
       ESCALATE-ONE.
           ADD 1 TO WS-OVERDUE-COUNT
           COMPUTE WS-OVER-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(CMP-TargetDate)
           COMPUTE WS-NEW-LEVEL = 1 + (WS-OVER-DAYS - 1) / WS-ESC-DAYS
           IF WS-NEW-LEVEL > 9
               MOVE 9 TO WS-NEW-LEVEL
           END-IF

           IF WS-NEW-LEVEL > CMP-EscLevel
               MOVE WS-NEW-LEVEL TO CMP-EscLevel
               MOVE "E" TO CMP-Status
               REWRITE ComplaintRecord
                   INVALID KEY
                       DISPLAY "Complaint register update failed for "
                           CMP-ID
               END-REWRITE
               ADD 1 TO WS-ESCALATED-COUNT
               ADD 1 TO WS-CNT-WRITTEN
               MOVE WS-OVER-DAYS TO WS-DSP-OVER
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "Complaint CMP" CMP-ID " level " CMP-EscLevel
                   " - " FUNCTION TRIM(WS-DSP-OVER) "d over, br "
                   CMP-Branch " off " CMP-Officer
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-ALERT-SOURCE, WS-ALERT-TEXT
           END-IF

           MOVE WS-OVER-DAYS TO WS-DSP-OVER
           MOVE SPACES TO ReportLine
           STRING CMP-ID " " CMP-Category " " CMP-Branch " "
               CMP-Officer "   " CMP-OpenDate " " CMP-TargetDate " "
               WS-DSP-OVER "  " CMP-EscLevel "  " CMP-Summary
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       LOAD-ESCALATION-DAYS.
           *> shop default: one level more every five days
           MOVE 5 TO WS-ESC-DAYS
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
                       IF param-label = "CMPESCDY"
                           MOVE param-value TO WS-ESC-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE paramfile
           IF WS-ESC-DAYS = 0
               MOVE 1 TO WS-ESC-DAYS
           END-IF
           .

       END PROGRAM complaintEscalate.
