      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Supervisor view of the admin session register
      *          (data/AdminSessions.dat) - list who is signed on,
      *          since when and when they last did anything, and
      *          force a session closed so its login can be used at
      *          another terminal. A forced close is recorded through
      *          logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sessionManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SessionFile
               ASSIGN TO '../../../data/AdminSessions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-AID
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SessionFile.
       01  SessionRecord.
           copy '../../Utility Functions/sessionFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FS         pic xx.
       01  ws-choice     pic 9 value 0.
       01  ws-eof        pic x value 'N'.
       01  ws-count      pic 9(5) value 0.
       01  ws-target     pic 9(5).
       01  ws-confirm    pic x.
       01  ws-ses-action pic x(5).
       01  ws-ses-token  pic 9(14).
       01  ws-ses-status pic xx.
       01  ws-logAction  pic x(10).
       01  ws-logAcct    pic x(30).

       copy '../../Utility Functions/colorCodes.cpy'.

       LINKAGE SECTION.
       01  LS-AdminId    PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "=======   Admin Sessions                 ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Active Sessions, 2=Force End Session, "
                   "3=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-SESSIONS
                   perform MENU-LOOP
               WHEN 2
                   perform FORCE-END
                   perform MENU-LOOP
               WHEN 3
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-SESSIONS.
           move 'N' to ws-eof
           move 0 to ws-count
           OPEN INPUT SessionFile
           IF WS-FS NOT = "00"
               DISPLAY "No sessions on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AID   Login Name                Signed On"
                   "        Last Activity"
           DISPLAY "-----------------------------------------"
                   "------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ SessionFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF SES-ACTIVE
                           ADD 1 TO ws-count
                           DISPLAY SES-AID " " SES-LoginName " "
                               SES-StartDate " " SES-StartTime(1:4)
                               "  " SES-LastDate " "
                               SES-LastTime(1:4)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SessionFile
           DISPLAY ws-count " active session(s).".

      *-------------------------------------------------------------------*
       FORCE-END.
           DISPLAY "Enter Admin ID of the session to end : "
           ACCEPT ws-target
           IF ws-target = LS-AdminId
               DISPLAY "ERROR: Log out to end your own session."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "End the session of admin " ws-target "? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = 'Y' AND ws-confirm NOT = 'y'
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF

      *>the supervisor's id rides in the token so the register
      *>shows who closed the session
           MOVE "KILL " TO ws-ses-action
           MOVE LS-AdminId TO ws-ses-token
           CALL '../../Utility Functions/bin/adminSession'
               USING BY REFERENCE ws-ses-action, ws-target,
               ws-ses-token, ws-ses-status
           IF ws-ses-status NOT = "00"
               DISPLAY esc redx
                   "Admin " ws-target " has no active session."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE "SESSKILL" TO ws-logAction
           MOVE ws-target TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx
               "Session ended - the login may sign on again."
               esc resetx.

       END PROGRAM sessionManage.
