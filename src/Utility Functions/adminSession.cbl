      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Admin session register (data/AdminSessions.dat).
      *          One login may hold one active session at a time, so
      *          a teller's login - and the drawer behind it - cannot
      *          be worked from two terminals at once.
      *            START  open a session for the admin at login and
      *                   hand back its token; "93" when the login
      *                   already has a live session elsewhere
      *            TOUCH  stamp the last activity on a menu action;
      *                   "98" when the session sat idle longer than
      *                   the IDLEMINS setting (LoginSecurity.dat) and
      *                   is now closed, "97" when it was closed by a
      *                   supervisor or replaced by a later login
      *            END    close the session at log out
      *            KILL   a supervisor forces the admin's live session
      *                   closed (LS-Token carries the supervisor id);
      *                   "23" when there is none to close
      *          A session left open by a terminal that was switched
      *          off counts as closed once it has been idle too long.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminSession.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SessionFile
               ASSIGN TO '../../../data/AdminSessions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-AID
               FILE STATUS IS WS-SES-FS.

           SELECT AdminFile
               ASSIGN TO '../../../data/AdminAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AID
               ALTERNATE RECORD KEY IS ALoginName WITH DUPLICATES
               FILE STATUS IS WS-ADM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SessionFile.
       01  SessionRecord.
           copy 'sessionFile.cpy'.

       FD  AdminFile.
       01  AdminRecord.
           copy 'adminFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-SES-FS           PIC XX.
       01  WS-ADM-FS           PIC XX.
       01  WS-NOW              PIC 9(14).
       01  WS-NOW-R REDEFINES WS-NOW.
           05  WS-NOW-DATE     PIC 9(8).
           05  WS-NOW-TIME     PIC 9(6).
       01  WS-CLOCK            PIC 9(6).
       01  WS-CLOCK-R REDEFINES WS-CLOCK.
           05  WS-CLOCK-HH     PIC 99.
           05  WS-CLOCK-MM     PIC 99.
           05  WS-CLOCK-SS     PIC 99.
       01  WS-NOW-MINS         PIC 9(9).
       01  WS-LAST-MINS        PIC 9(9).
       01  WS-IDLE-MINS        PIC 9(9).
       01  WS-HIT              PIC X.
       01  WS-STALE            PIC X.
       01  WS-MaxFailedLogins  PIC 9(2).
       01  WS-MaxPswAge        PIC 9(2).
       01  WS-IdleLimit        PIC 9(2).

       LINKAGE SECTION.
       01  LS-Action           PIC X(5).
       01  LS-AdminId          PIC 9(5).
       01  LS-Token            PIC 9(14).
       01  LS-Status           PIC XX.

       PROCEDURE DIVISION USING LS-Action, LS-AdminId, LS-Token,
           LS-Status.
       MAIN-PROCEDURE.
           MOVE "00" TO LS-Status
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           CALL '../../Utility Functions/bin/loadLoginSecurity'
               USING BY REFERENCE WS-MaxFailedLogins, WS-MaxPswAge,
               WS-IdleLimit

           OPEN I-O SessionFile
           IF WS-SES-FS = "35"
               CLOSE SessionFile
               OPEN OUTPUT SessionFile
               CLOSE SessionFile
               OPEN I-O SessionFile
           END-IF
           IF WS-SES-FS NOT = "00"
               DISPLAY "Unable to open session register " WS-SES-FS
               MOVE "99" TO LS-Status
               GOBACK
           END-IF

           MOVE LS-AdminId TO SES-AID
           MOVE 'Y' TO WS-HIT
           READ SessionFile KEY IS SES-AID
               INVALID KEY
                   MOVE 'N' TO WS-HIT
           END-READ
           IF WS-HIT = 'Y'
               PERFORM CHECK-IDLE
           END-IF

           EVALUATE LS-Action
               WHEN "START"
                   PERFORM START-SESSION
               WHEN "TOUCH"
                   PERFORM TOUCH-SESSION
               WHEN "END  "
                   PERFORM END-SESSION
               WHEN "KILL "
                   PERFORM KILL-SESSION
               WHEN OTHER
                   MOVE "99" TO LS-Status
           END-EVALUATE
           CLOSE SessionFile
           GOBACK.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Minutes since the last activity, on a running minute count
      *>so an idle spell across midnight is measured properly. A
      *>zero IDLEMINS setting switches the timeout off.
       CHECK-IDLE.
           MOVE 'N' TO WS-STALE
           IF NOT SES-ACTIVE OR WS-IdleLimit = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW-TIME TO WS-CLOCK
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
               + WS-CLOCK-HH * 60 + WS-CLOCK-MM
           MOVE SES-LastTime TO WS-CLOCK
           COMPUTE WS-LAST-MINS =
               FUNCTION INTEGER-OF-DATE(SES-LastDate) * 1440
               + WS-CLOCK-HH * 60 + WS-CLOCK-MM
           IF WS-NOW-MINS > WS-LAST-MINS
               COMPUTE WS-IDLE-MINS = WS-NOW-MINS - WS-LAST-MINS
           ELSE
               MOVE 0 TO WS-IDLE-MINS
           END-IF
           IF WS-IDLE-MINS > WS-IdleLimit
               MOVE 'Y' TO WS-STALE
               SET SES-TIMED-OUT TO TRUE
               REWRITE SessionRecord
           END-IF.

       START-SESSION.
           IF WS-HIT = 'Y' AND SES-ACTIVE
               MOVE "93" TO LS-Status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SES-LoginName
           MOVE LS-AdminId TO AID
           OPEN INPUT AdminFile
           IF WS-ADM-FS = "00"
               READ AdminFile KEY IS AID
                   NOT INVALID KEY
                       MOVE ALoginName TO SES-LoginName
               END-READ
               CLOSE AdminFile
           END-IF
           MOVE LS-AdminId    TO SES-AID
           MOVE WS-NOW        TO SES-Token
           MOVE WS-NOW-DATE   TO SES-StartDate
           MOVE WS-NOW-TIME   TO SES-StartTime
           MOVE WS-NOW-DATE   TO SES-LastDate
           MOVE WS-NOW-TIME   TO SES-LastTime
           MOVE 0             TO SES-EndedBy
           SET SES-ACTIVE     TO TRUE
           IF WS-HIT = 'Y'
               REWRITE SessionRecord
           ELSE
               WRITE SessionRecord
           END-IF
           IF WS-SES-FS NOT = "00"
               MOVE "99" TO LS-Status
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW TO LS-Token.

       TOUCH-SESSION.
           IF WS-HIT NOT = 'Y'
               MOVE "97" TO LS-Status
               EXIT PARAGRAPH
           END-IF
           IF WS-STALE = 'Y'
               MOVE "98" TO LS-Status
               EXIT PARAGRAPH
           END-IF
           IF NOT SES-ACTIVE OR SES-Token NOT = LS-Token
               MOVE "97" TO LS-Status
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW-DATE TO SES-LastDate
           MOVE WS-NOW-TIME TO SES-LastTime
           REWRITE SessionRecord.

      *>only the terminal holding the session can log it out - a
      *>stale terminal logging out must not close its replacement
       END-SESSION.
           IF WS-HIT = 'Y' AND SES-ACTIVE AND SES-Token = LS-Token
               SET SES-ENDED TO TRUE
               MOVE WS-NOW-DATE TO SES-LastDate
               MOVE WS-NOW-TIME TO SES-LastTime
               REWRITE SessionRecord
           END-IF.

       KILL-SESSION.
           IF WS-HIT NOT = 'Y' OR NOT SES-ACTIVE
               MOVE "23" TO LS-Status
               EXIT PARAGRAPH
           END-IF
           SET SES-FORCED TO TRUE
           MOVE LS-Token(10:5) TO SES-EndedBy
           MOVE WS-NOW-DATE TO SES-LastDate
           MOVE WS-NOW-TIME TO SES-LastTime
           REWRITE SessionRecord.

       END PROGRAM adminSession.
