      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Customer data-quality follow-up list. The monthly
      *          dataQuality run leaves one row in
      *          data/DqFollowUp.dat for every account and rule it
      *          fails; this is where the branch works through them.
      *          The teller lists the branch's open items (their own
      *          branch by default), and when a customer comes to the
      *          counter looks the account up to see what to ask for.
      *          Once the details have been taken and the record
      *          corrected, the item is marked fixed. Only the next
      *          monthly run clears it - if the record still fails
      *          the rule, the item comes back open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dqFollowUp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DqFile ASSIGN TO '../../../data/DqFollowUp.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQF-Key
               FILE STATUS IS WS-DQF-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
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

       DATA DIVISION.
       FILE SECTION.
       FD  DqFile.
       01  DqRecord.
           COPY "../../Utility Functions/dqFollowUpFile.cpy".

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  AdminFile.
       01  AdminRecord.
           COPY "../../Utility Functions/adminFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DQF-FS       pic xx.
       01  WS-USR-FS       pic xx.
       01  WS-ADM-FS       pic xx.
       01  WS-BD-STATUS    pic xx.
       01  WS-BUS-DATE     pic 9(8).
       01  ws-choice       pic 9.
       01  ws-eof          pic x value 'N'.
       01  ws-found        pic x.
       01  ws-branch       pic x(3).
       01  ws-in-branch    pic x(3).
       01  ws-accno        pic 9(16).
       01  ws-uid          pic 9(5).
       01  ws-rule         pic x(4).
       01  ws-confirm      pic x.
       01  ws-list-count   pic 9(5).
       01  ws-logAction    pic x(10).
       01  ws-logAcct      pic x(30).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM LOAD-ADMIN-BRANCH
           DISPLAY "==============================================="
           DISPLAY "=======  Customer Data Quality Follow-up  ====="
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Open Items for a Branch, 2=Customer at Counter,"
           DISPLAY "3=Mark Item Fixed, 4=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-BRANCH-ITEMS
                   perform MENU-LOOP
               WHEN 2
                   perform SHOW-ACCOUNT-ITEMS
                   perform MENU-LOOP
               WHEN 3
                   perform MARK-FIXED
                   perform MENU-LOOP
               WHEN 4
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>the list a teller works from is normally the branch they
      *>are in - the teller's own
       LOAD-ADMIN-BRANCH.
           MOVE "001" TO ws-branch
           OPEN INPUT AdminFile
           IF WS-ADM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-AdminId TO AID
           READ AdminFile
               NOT INVALID KEY
                   MOVE ABranch TO ws-branch
           END-READ
           CLOSE AdminFile.

      *-------------------------------------------------------------------*
       LIST-BRANCH-ITEMS.
           DISPLAY "Branch (blank for " ws-branch ") : "
           MOVE SPACES TO ws-in-branch
           ACCEPT ws-in-branch
           IF ws-in-branch = SPACES
               MOVE ws-branch TO ws-in-branch
           END-IF
           MOVE 0 TO ws-list-count
           MOVE 'N' TO ws-eof
           OPEN INPUT DqFile
           IF WS-DQF-FS NOT = "00"
               DISPLAY "No data quality items on file - the monthly "
                   "report has not run yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "UID   Account          Name                 "
               "Rule Since    Detail"
           DISPLAY "-----------------------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ DqFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF DQF-Branch = ws-in-branch AND DQF-OPEN
                           ADD 1 TO ws-list-count
                           DISPLAY DQF-UID " " DQF-AccNo " " DQF-Name
                               " " DQF-Rule " " DQF-FirstFound " "
                               DQF-Detail
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DqFile
           IF ws-list-count = 0
               DISPLAY "No open items for branch " ws-in-branch "."
           ELSE
               DISPLAY ws-list-count " open item(s) for branch "
                   ws-in-branch "."
           END-IF.

      *-------------------------------------------------------------------*
      *>The customer is at the counter: everything still wanted
      *>from them, and what to ask for.
       SHOW-ACCOUNT-ITEMS.
           PERFORM FIND-ACCOUNT
           IF ws-found = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-list-count
           OPEN INPUT DqFile
           IF WS-DQF-FS NOT = "00"
               DISPLAY "No data quality items on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer : " UName "  account " UAccNo
           MOVE ws-uid TO DQF-UID
           MOVE LOW-VALUES TO DQF-Rule
           MOVE 'N' TO ws-eof
           START DqFile KEY IS NOT LESS THAN DQF-Key
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ DqFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF DQF-UID NOT = ws-uid
                           MOVE 'Y' TO ws-eof
                       ELSE
                           PERFORM SHOW-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DqFile
           IF ws-list-count = 0
               DISPLAY esc greenx "Nothing outstanding for this "
                   "customer." esc resetx
           END-IF.

       SHOW-ONE-ITEM.
           IF DQF-CLEARED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-list-count
           IF DQF-FIXED
               DISPLAY "  " DQF-Rule "  fixed " DQF-ActionDate " by "
                   DQF-ActionBy " - confirmed at the next monthly run"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " DQF-Rule "  " DQF-Detail
           EVALUATE DQF-Rule
               WHEN "ADDR"
                   DISPLAY "        Ask for: current address"
               WHEN "PHON"
                   DISPLAY "        Ask for: a working mobile number"
               WHEN "DOCX"
                   DISPLAY "        Ask for: identity document and its "
                       "expiry date"
               WHEN "NAME"
                   DISPLAY "        Ask for: identity document to "
                       "confirm the correct name"
               WHEN "CPRF"
                   DISPLAY "        Ask for: how they want to be "
                       "contacted"
           END-EVALUATE.

      *-------------------------------------------------------------------*
       FIND-ACCOUNT.
           MOVE 'N' TO ws-found
           DISPLAY "Account number : "
           ACCEPT ws-accno
           OPEN INPUT UserFile
           IF WS-USR-FS NOT = "00"
               DISPLAY esc redx "ERROR: Unable to open "
                   "UserAccounts.dat " WS-USR-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE ws-accno TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   DISPLAY "ERROR: No account with that number."
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
                   MOVE UID TO ws-uid
           END-READ
           CLOSE UserFile.

      *-------------------------------------------------------------------*
      *>The teller has taken the details and corrected the record.
      *>The item stays on file as fixed until the monthly run checks
      *>the record again.
       MARK-FIXED.
           PERFORM FIND-ACCOUNT
           IF ws-found = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rule (ADDR/PHON/DOCX/NAME/CPRF) : "
           ACCEPT ws-rule
           MOVE FUNCTION UPPER-CASE(ws-rule) TO ws-rule
           OPEN I-O DqFile
           IF WS-DQF-FS NOT = "00"
               DISPLAY "No data quality items on file."
               EXIT PARAGRAPH
           END-IF
           MOVE ws-uid TO DQF-UID
           MOVE ws-rule TO DQF-Rule
           READ DqFile
               INVALID KEY
                   DISPLAY "ERROR: No such item for this account."
                   CLOSE DqFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT DQF-OPEN
               DISPLAY "ERROR: That item is not open."
               CLOSE DqFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " DQF-Rule "  " DQF-Detail
           DISPLAY "Has the record been corrected? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Left open."
               CLOSE DqFile
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO DQF-Status
           MOVE LS-AdminId TO DQF-ActionBy
           MOVE WS-BUS-DATE TO DQF-ActionDate
           REWRITE DqRecord
               INVALID KEY
                   DISPLAY esc redx "ERROR: Unable to update the item "
                       WS-DQF-FS esc resetx
                   CLOSE DqFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE DqFile
           MOVE "DQFIXED" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING DQF-AccNo " " DQF-Rule
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Marked fixed." esc resetx.

       END PROGRAM dqFollowUp.
