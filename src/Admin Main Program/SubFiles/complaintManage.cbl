      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Customer complaint register (data/Complaints.dat).
      *          A complaint is logged with its category, the channel
      *          it came in by, the branch it concerns and, once
      *          known, the officer answering it. Its target
      *          resolution date is set from the category's
      *          resolution days (CMPTxxxx in TrxLimits.dat); the
      *          nightly complaintEscalate step escalates anything
      *          open past that date. Closing a complaint records the
      *          outcome and sends the customer a notice. The
      *          quarterly summary gives the central bank's figures:
      *          received, resolved, resolved within target, average
      *          days to resolve and still pending, by category and
      *          by channel, spooled as CMPQUARTER.
      *          Disputed transactions stay with disputeManage.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaintManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ComplaintFile
               ASSIGN TO "../../../data/Complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS WS-CMP-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT AdminFile ASSIGN TO '../../../data/AdminAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AID
               FILE STATUS IS WS-ADM-FS.

           SELECT branchfile ASSIGN TO "../../../data/Branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ComplaintFile.
       01  ComplaintRecord.
           COPY "../../Utility Functions/complaintFile.cpy".

       FD  userfile.
       01  userdata.
           COPY "../../Utility Functions/userFile.cpy".

       FD  AdminFile.
       01  AdminRecord.
           COPY "../../Utility Functions/adminFile.cpy".

       FD  branchfile.
       01  branchrec.
           05  BR-Code         pic x(3).
           05  BR-Name         pic x(20).

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CMP-FS       pic xx.
       01  WS-USR-FS       pic xx.
       01  WS-ADM-FS       pic xx.
       01  WS-BR-FS        pic xx.
       01  WS-PARM-FS      pic xx.
       01  WS-RPT-FS       pic xx.
       01  WS-BD-STATUS    pic xx.
       01  ws-choice       pic 9.
       01  ws-eof          pic x value 'N'.
       01  ws-found        pic x.
       01  ws-cmpid        pic 9(6).
       01  PrevCMPID       pic 9(6).
       01  ws-uid          pic 9(5).
       01  ws-cat-no       pic 9.
       01  ws-channel      pic x.
       01  ws-branch       pic x(3).
       01  ws-officer      pic 9(5).
       01  ws-outcome      pic x.
       01  ws-summary      pic x(40).
       01  ws-resolution   pic x(40).
       01  WS-BUS-DATE     pic 9(8).
       01  WS-AGE          pic s9(7).
       01  ws-logAction    pic x(10).
       01  ws-logAcct      pic x(30).
       01  ws-notice       pic x(60).
       01  ws-notice-class pic x value "I".
       01  ws-ntc-outcome  pic x(24).
       01  WS-SplType      pic x(12).
       01  WS-REPORT-PATH  pic x(60).

      *>the complaint categories and their resolution days - the days
      *>are the shop defaults until TrxLimits.dat says otherwise
       01  WS-CAT-LIST.
           05  FILLER  PIC X(27) VALUE "STAFStaff behaviour     015".
           05  FILLER  PIC X(27) VALUE "QUEUQueues / waiting    007".
           05  FILLER  PIC X(27) VALUE "CARDCard delivery       010".
           05  FILLER  PIC X(27) VALUE "CHRGWrong charges       010".
           05  FILLER  PIC X(27) VALUE "STMTStatement errors    010".
           05  FILLER  PIC X(27) VALUE "OTHROther               015".
       01  WS-CAT-TABLE REDEFINES WS-CAT-LIST.
           05  WS-CAT-ENTRY OCCURS 6 TIMES.
               10  WS-CAT-CODE     PIC X(4).
               10  WS-CAT-NAME     PIC X(20).
               10  WS-CAT-DAYS     PIC 9(3).
       01  WS-CX           pic 9.
       01  WS-PARM-CAT     pic x(4).

      *>the channels, in the summary's order
       01  WS-CHN-LIST.
           05  FILLER  PIC X(11) VALUE "BBranch    ".
           05  FILLER  PIC X(11) VALUE "PPhone     ".
           05  FILLER  PIC X(11) VALUE "EEmail     ".
           05  FILLER  PIC X(11) VALUE "OOnline    ".
           05  FILLER  PIC X(11) VALUE "LLetter    ".
       01  WS-CHN-TABLE REDEFINES WS-CHN-LIST.
           05  WS-CHN-ENTRY OCCURS 5 TIMES.
               10  WS-CHN-CODE     PIC X.
               10  WS-CHN-NAME     PIC X(10).
       01  WS-HX           pic 9.

      *>quarterly summary - period and counters by category
       01  ws-year         pic 9(4).
       01  ws-quarter      pic 9.
       01  WS-Q-FROM       pic 9(8).
       01  WS-Q-FROM-X REDEFINES WS-Q-FROM.
           05  WS-QF-YEAR      pic 9(4).
           05  WS-QF-MONTH     pic 9(2).
           05  WS-QF-DAY       pic 9(2).
       01  WS-Q-TO         pic 9(8).
       01  WS-Q-NEXT       pic 9(8).
       01  WS-Q-NEXT-X REDEFINES WS-Q-NEXT.
           05  WS-QN-YEAR      pic 9(4).
           05  WS-QN-MONTH     pic 9(2).
           05  WS-QN-DAY       pic 9(2).
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 7 TIMES.
               10  WS-S-RECEIVED   pic 9(5).
               10  WS-S-RESOLVED   pic 9(5).
               10  WS-S-INTIME     pic 9(5).
               10  WS-S-DAYS       pic 9(7).
               10  WS-S-PENDING    pic 9(5).
               10  WS-S-UPHELD     pic 9(5).
       01  WS-CHN-COUNTS.
           05  WS-CHN-COUNT OCCURS 5 TIMES pic 9(5).
       01  WS-DSP-N1       pic zzzz9.
       01  WS-DSP-N2       pic zzzz9.
       01  WS-DSP-N3       pic zzzz9.
       01  WS-DSP-N4       pic zzzz9.
       01  WS-DSP-N5       pic zzzz9.
       01  WS-DSP-AVG      pic zz9.9.
       01  WS-AVG-DAYS     pic 9(5)v9.

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           PERFORM LOAD-TARGET-DAYS
           DISPLAY "==============================================="
           DISPLAY "=======   Customer Complaint Register    ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Log Complaint, 2=Assign Officer, "
                   "3=Open Complaints,"
           DISPLAY "4=Close Complaint, 5=Quarterly Summary, 6=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LOG-COMPLAINT
                   perform MENU-LOOP
               WHEN 2
                   perform ASSIGN-OFFICER
                   perform MENU-LOOP
               WHEN 3
                   perform OPEN-LIST
                   perform MENU-LOOP
               WHEN 4
                   perform CLOSE-COMPLAINT
                   perform MENU-LOOP
               WHEN 5
                   perform QUARTERLY-SUMMARY
                   perform MENU-LOOP
               WHEN 6
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating a new file to store data if not already exist
       File-Check.
           OPEN INPUT ComplaintFile
           IF WS-CMP-FS = '35'
               OPEN OUTPUT ComplaintFile
           END-IF
           CLOSE ComplaintFile.

      *-------------------------------------------------------------------*
      *>CMPTxxxx rows in TrxLimits.dat override a category's days
       LOAD-TARGET-DAYS.
           move 'N' to ws-eof
           OPEN INPUT paramfile
           IF WS-PARM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF param-label(1:4) = "CMPT"
                           MOVE param-label(5:4) TO WS-PARM-CAT
                           PERFORM VARYING WS-CX FROM 1 BY 1
                                   UNTIL WS-CX > 6
                               IF WS-CAT-CODE(WS-CX) = WS-PARM-CAT
                                   MOVE param-value
                                       TO WS-CAT-DAYS(WS-CX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE paramfile.

      *-------------------------------------------------------------------*
       LOG-COMPLAINT.
           DISPLAY "Customer UID (0 if not a customer) : "
           ACCEPT ws-uid
           IF ws-uid NOT = 0
               OPEN INPUT userfile
               MOVE ws-uid TO UID
               READ userfile
                   INVALID KEY
                       DISPLAY "ERROR: No such customer on file."
                       CLOSE userfile
                       EXIT PARAGRAPH
               END-READ
               DISPLAY "Customer: " FUNCTION TRIM(UName)
               CLOSE userfile
           END-IF

           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 6
               DISPLAY WS-CX "=" WS-CAT-NAME(WS-CX) " (target "
                   WS-CAT-DAYS(WS-CX) " days)"
           END-PERFORM
           DISPLAY "Category : "
           ACCEPT ws-cat-no
           IF ws-cat-no < 1 OR ws-cat-no > 6
               DISPLAY "ERROR: Invalid category."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Channel (B=Branch, P=Phone, E=Email, O=Online, "
               "L=Letter) : "
           ACCEPT ws-channel
           MOVE FUNCTION UPPER-CASE(ws-channel) TO ws-channel
           MOVE 'N' TO ws-found
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5
               IF WS-CHN-CODE(WS-HX) = ws-channel
                   MOVE 'Y' TO ws-found
               END-IF
           END-PERFORM
           IF ws-found = 'N'
               DISPLAY "ERROR: Invalid channel."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Branch concerned (code) : "
           ACCEPT ws-branch
           PERFORM CHECK-BRANCH
           IF ws-found = 'N'
               DISPLAY "ERROR: No such branch on file."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Officer AID to assign (0 = later) : "
           ACCEPT ws-officer
           IF ws-officer NOT = 0
               PERFORM CHECK-OFFICER
               IF ws-found = 'N'
                   DISPLAY "ERROR: No such admin officer."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Complaint summary : "
           ACCEPT ws-summary

           OPEN I-O ComplaintFile
           MOVE 0 TO PrevCMPID
           MOVE 0 TO CMP-ID
           move 'N' to ws-eof
           START ComplaintFile KEY IS NOT LESS THAN CMP-ID
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ ComplaintFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE CMP-ID TO PrevCMPID
               END-READ
           END-PERFORM

           INITIALIZE ComplaintRecord
           MOVE PrevCMPID TO CMP-ID
           ADD 1 TO CMP-ID
           MOVE ws-uid       TO CMP-UID
           MOVE WS-CAT-CODE(ws-cat-no) TO CMP-Category
           MOVE ws-channel   TO CMP-Channel
           MOVE ws-branch    TO CMP-Branch
           MOVE ws-officer   TO CMP-Officer
           MOVE LS-AdminId   TO CMP-LoggedBy
           MOVE WS-BUS-DATE  TO CMP-OpenDate
           COMPUTE CMP-TargetDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               + WS-CAT-DAYS(ws-cat-no))
           MOVE "O"          TO CMP-Status
           MOVE 0            TO CMP-EscLevel
           MOVE 0            TO CMP-ClosedDate CMP-ClosedBy
           MOVE SPACE        TO CMP-Outcome
           MOVE ws-summary   TO CMP-Summary
           MOVE SPACES       TO CMP-Resolution
           WRITE ComplaintRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing complaint failed."
               NOT INVALID KEY
                   DISPLAY esc greenx "Complaint " CMP-ID
                       " logged - target date " CMP-TargetDate
                       esc resetx
           END-WRITE
           CLOSE ComplaintFile
           MOVE "CMPOPEN" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "CMP" CMP-ID " " CMP-Category
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct.

       CHECK-BRANCH.
           MOVE 'N' TO ws-found
           move 'N' to ws-eof
           OPEN INPUT branchfile
           IF WS-BR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ branchfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF BR-Code = ws-branch
                           MOVE 'Y' TO ws-found
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE branchfile.

       CHECK-OFFICER.
           MOVE 'N' TO ws-found
           OPEN INPUT AdminFile
           MOVE ws-officer TO AID
           READ AdminFile
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
                   DISPLAY "Officer: " FUNCTION TRIM(AName)
           END-READ
           CLOSE AdminFile.

      *-------------------------------------------------------------------*
       ASSIGN-OFFICER.
           DISPLAY "Enter Complaint Number : "
           ACCEPT ws-cmpid
           OPEN I-O ComplaintFile
           MOVE ws-cmpid TO CMP-ID
           READ ComplaintFile
               INVALID KEY
                   DISPLAY "ERROR: Complaint not found."
                   CLOSE ComplaintFile
                   EXIT PARAGRAPH
           END-READ
           IF CMP-CLOSED
               DISPLAY "Complaint is already closed."
               CLOSE ComplaintFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Currently assigned to AID " CMP-Officer
           DISPLAY "Officer AID to assign : "
           ACCEPT ws-officer
           PERFORM CHECK-OFFICER
           IF ws-found = 'N'
               DISPLAY "ERROR: No such admin officer."
               CLOSE ComplaintFile
               EXIT PARAGRAPH
           END-IF
           MOVE ws-officer TO CMP-Officer
           REWRITE ComplaintRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating complaint failed."
           END-REWRITE
           CLOSE ComplaintFile
           MOVE "CMPASSIGN" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "CMP" CMP-ID " AID " ws-officer
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Officer assigned." esc resetx.

      *-------------------------------------------------------------------*
      *>Open and escalated complaints, oldest first, overdue ones
      *>in red with the days they are past target
       OPEN-LIST.
           move 'N' to ws-eof
           OPEN INPUT ComplaintFile
           IF WS-CMP-FS NOT = "00"
               DISPLAY "No complaints on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "No.    Cat  Ch Br  Officer Opened   Target   "
               "Esc Over"
           DISPLAY "-----------------------------------------------"
               "---------"
           PERFORM UNTIL ws-eof = 'Y'
               READ ComplaintFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF NOT CMP-CLOSED
                           COMPUTE WS-AGE =
                             FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                             - FUNCTION
                               INTEGER-OF-DATE(CMP-TargetDate)
                           IF WS-AGE > 0
                               DISPLAY esc redx WITH NO ADVANCING
                           END-IF
                           DISPLAY CMP-ID " " CMP-Category " "
                               CMP-Channel "  " CMP-Branch " "
                               CMP-Officer "   " CMP-OpenDate " "
                               CMP-TargetDate " " CMP-EscLevel
                               WITH NO ADVANCING
                           IF WS-AGE > 0
                               DISPLAY "   " WS-AGE esc resetx
                           ELSE
                               DISPLAY " "
                           END-IF
                           DISPLAY "       "
                               FUNCTION TRIM(CMP-Summary)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ComplaintFile.

      *-------------------------------------------------------------------*
      *>Closing records the outcome and tells the customer by notice
       CLOSE-COMPLAINT.
           DISPLAY "Enter Complaint Number : "
           ACCEPT ws-cmpid
           OPEN I-O ComplaintFile
           MOVE ws-cmpid TO CMP-ID
           READ ComplaintFile
               INVALID KEY
                   DISPLAY "ERROR: Complaint not found."
                   CLOSE ComplaintFile
                   EXIT PARAGRAPH
           END-READ
           IF CMP-CLOSED
               DISPLAY "Complaint is already closed."
               CLOSE ComplaintFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Complaint: " FUNCTION TRIM(CMP-Summary)
           DISPLAY "Outcome (U=Upheld, P=Partly upheld, "
               "N=Not upheld) : "
           ACCEPT ws-outcome
           MOVE FUNCTION UPPER-CASE(ws-outcome) TO ws-outcome
           IF ws-outcome NOT = "U" AND ws-outcome NOT = "P"
               AND ws-outcome NOT = "N"
               DISPLAY "ERROR: Invalid outcome."
               CLOSE ComplaintFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolution given : "
           ACCEPT ws-resolution
           MOVE "C"          TO CMP-Status
           MOVE WS-BUS-DATE  TO CMP-ClosedDate
           MOVE LS-AdminId   TO CMP-ClosedBy
           MOVE ws-outcome   TO CMP-Outcome
           MOVE ws-resolution TO CMP-Resolution
           REWRITE ComplaintRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating complaint failed."
                   CLOSE ComplaintFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE ComplaintFile

           IF CMP-UID NOT = 0
               EVALUATE TRUE
                   WHEN CMP-UPHELD
                       MOVE "upheld" TO ws-ntc-outcome
                   WHEN CMP-PARTLY
                       MOVE "partly upheld" TO ws-ntc-outcome
                   WHEN OTHER
                       MOVE "not upheld" TO ws-ntc-outcome
               END-EVALUATE
               MOVE SPACES TO ws-notice
               STRING "Your complaint CMP" CMP-ID
                   " is closed - " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-ntc-outcome) DELIMITED BY SIZE
                   ". Ask any branch for details." DELIMITED BY SIZE
                   INTO ws-notice
               CALL '../../Utility Functions/bin/notifyUser'
                   USING BY REFERENCE CMP-UID, ws-notice,
                   ws-notice-class
           END-IF

           MOVE "CMPCLOSE" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "CMP" CMP-ID " " CMP-Outcome
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Complaint closed." esc resetx.

      *-------------------------------------------------------------------*
      *>The central bank's quarterly return. Received and resolved
      *>are counted by the date in the quarter; pending is what was
      *>still open at the quarter's last day. Row 7 is the total.
       QUARTERLY-SUMMARY.
           DISPLAY "Year (YYYY) : "
           ACCEPT ws-year
           DISPLAY "Quarter (1-4) : "
           ACCEPT ws-quarter
           IF ws-quarter < 1 OR ws-quarter > 4
               DISPLAY "ERROR: Invalid quarter."
               EXIT PARAGRAPH
           END-IF
           MOVE ws-year TO WS-QF-YEAR
           COMPUTE WS-QF-MONTH = ws-quarter * 3 - 2
           MOVE 1 TO WS-QF-DAY
           IF ws-quarter = 4
               COMPUTE WS-QN-YEAR = ws-year + 1
               MOVE 1 TO WS-QN-MONTH
           ELSE
               MOVE ws-year TO WS-QN-YEAR
               COMPUTE WS-QN-MONTH = ws-quarter * 3 + 1
           END-IF
           MOVE 1 TO WS-QN-DAY
           COMPUTE WS-Q-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Q-NEXT) - 1)

           INITIALIZE WS-SUM-TABLE
           INITIALIZE WS-CHN-COUNTS

           move 'N' to ws-eof
           OPEN INPUT ComplaintFile
           IF WS-CMP-FS NOT = "00"
               DISPLAY "No complaints on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ComplaintFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM COUNT-ONE-COMPLAINT
               END-READ
           END-PERFORM
           CLOSE ComplaintFile

           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/ComplaintsQ_" ws-year "Q" ws-quarter
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-RPT-FS NOT = "00"
               DISPLAY esc redx "Unable to write complaints summary "
                   WS-RPT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Customer Complaints - Quarterly Summary " ws-year
               " Q" ws-quarter " (" WS-Q-FROM " to " WS-Q-TO ")"
               DELIMITED BY SIZE INTO ReportLine
           PERFORM PUT-LINE
           MOVE SPACES TO ReportLine
           PERFORM PUT-LINE
           MOVE SPACES TO ReportLine
           STRING "Category             Received Resolved In-time "
               "Avg-days Pending Upheld"
               DELIMITED BY SIZE INTO ReportLine
           PERFORM PUT-LINE
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7
               PERFORM WRITE-CATEGORY-ROW
           END-PERFORM

           MOVE SPACES TO ReportLine
           PERFORM PUT-LINE
           MOVE "Received by channel" TO ReportLine
           PERFORM PUT-LINE
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5
               MOVE WS-CHN-COUNT(WS-HX) TO WS-DSP-N1
               MOVE SPACES TO ReportLine
               STRING "  " WS-CHN-NAME(WS-HX) " " WS-DSP-N1
                   DELIMITED BY SIZE INTO ReportLine
               PERFORM PUT-LINE
           END-PERFORM
           CLOSE ReportOut

           MOVE "CMPQUARTER" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           DISPLAY esc greenx "Quarterly summary written to "
               FUNCTION TRIM(WS-REPORT-PATH) esc resetx.

       COUNT-ONE-COMPLAINT.
           MOVE 6 TO WS-CX
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 6
               IF WS-CAT-CODE(WS-HX) = CMP-Category
                   MOVE WS-HX TO WS-CX
               END-IF
           END-PERFORM

           IF CMP-OpenDate >= WS-Q-FROM AND CMP-OpenDate <= WS-Q-TO
               ADD 1 TO WS-S-RECEIVED(WS-CX) WS-S-RECEIVED(7)
               PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5
                   IF WS-CHN-CODE(WS-HX) = CMP-Channel
                       ADD 1 TO WS-CHN-COUNT(WS-HX)
                   END-IF
               END-PERFORM
           END-IF

           IF CMP-CLOSED AND CMP-ClosedDate >= WS-Q-FROM
               AND CMP-ClosedDate <= WS-Q-TO
               ADD 1 TO WS-S-RESOLVED(WS-CX) WS-S-RESOLVED(7)
               IF CMP-ClosedDate <= CMP-TargetDate
                   ADD 1 TO WS-S-INTIME(WS-CX) WS-S-INTIME(7)
               END-IF
               IF CMP-UPHELD OR CMP-PARTLY
                   ADD 1 TO WS-S-UPHELD(WS-CX) WS-S-UPHELD(7)
               END-IF
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(CMP-ClosedDate)
                   - FUNCTION INTEGER-OF-DATE(CMP-OpenDate)
               ADD WS-AGE TO WS-S-DAYS(WS-CX) WS-S-DAYS(7)
           END-IF

           IF CMP-OpenDate <= WS-Q-TO
               IF NOT CMP-CLOSED OR CMP-ClosedDate > WS-Q-TO
                   ADD 1 TO WS-S-PENDING(WS-CX) WS-S-PENDING(7)
               END-IF
           END-IF.

       WRITE-CATEGORY-ROW.
           MOVE WS-S-RECEIVED(WS-CX) TO WS-DSP-N1
           MOVE WS-S-RESOLVED(WS-CX) TO WS-DSP-N2
           MOVE WS-S-INTIME(WS-CX)   TO WS-DSP-N3
           MOVE WS-S-PENDING(WS-CX)  TO WS-DSP-N4
           MOVE WS-S-UPHELD(WS-CX)   TO WS-DSP-N5
           MOVE 0 TO WS-AVG-DAYS
           IF WS-S-RESOLVED(WS-CX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-S-DAYS(WS-CX) / WS-S-RESOLVED(WS-CX)
           END-IF
           MOVE WS-AVG-DAYS TO WS-DSP-AVG
           MOVE SPACES TO ReportLine
           IF WS-CX = 7
               MOVE "Total" TO ReportLine(1:20)
           ELSE
               MOVE WS-CAT-NAME(WS-CX) TO ReportLine(1:20)
           END-IF
           MOVE WS-DSP-N1  TO ReportLine(25:5)
           MOVE WS-DSP-N2  TO ReportLine(34:5)
           MOVE WS-DSP-N3  TO ReportLine(42:5)
           MOVE WS-DSP-AVG TO ReportLine(50:5)
           MOVE WS-DSP-N4  TO ReportLine(59:5)
           MOVE WS-DSP-N5  TO ReportLine(66:5)
           PERFORM PUT-LINE.

       PUT-LINE.
           WRITE ReportLine
           DISPLAY FUNCTION TRIM(ReportLine TRAILING).

       END PROGRAM complaintManage.
