      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Maintain the role permission table
      *          (data/RolePermissions.dat) from the admin menu - list
      *          the roles and the menu options granted to each,
      *          define a new role, grant an option to a role or
      *          revoke it, and set the role's masking rule for
      *          customer identifiers. AMain reads the table at
      *          login, so a change takes effect at the role's next
      *          sign-on.
      *          Changes go through the maker-checker queue and are
      *          recorded through logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rolePermManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RolePermFile
               ASSIGN TO "../../../data/RolePermissions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RolePermFile.
       01  RolePermLine.
           copy '../../Utility Functions/rolePermFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FS         pic xx.
       01  ws-choice     pic 9 value 0.
       01  ws-eof        pic x value 'N'.
       01  ws-found      pic x value 'N'.
       01  ws-role       pic 9.
       01  ws-option     pic 9(3).
       01  ws-role-name  pic x(20).
       01  ws-all-opts   pic x.
       01  ws-role-defd  pic x value 'N'.
       01  ws-mask-mode  pic x.
       01  ws-mask-found pic x value 'N'.
       01  ws-logAction  pic x(10).
       01  ws-logAcct    pic x(30).
       01  ws-chg-file   pic x(8).
       01  ws-chg-action pic x(3).
       01  ws-chg-before pic x(50).
       01  ws-chg-after  pic x(50).
       01  ws-chg-status pic x(2).

       LINKAGE SECTION.
       01  LS-AdminId    PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "=======   Role Menu Permissions          ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Roles, 2=Define Role, 3=Grant Option, "
                   "4=Revoke Option, 5=Set Masking, 6=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-ROLES
                   perform MENU-LOOP
               WHEN 2
                   perform DEFINE-ROLE
                   perform MENU-LOOP
               WHEN 3
                   perform GRANT-OPTION
                   perform MENU-LOOP
               WHEN 4
                   perform REVOKE-OPTION
                   perform MENU-LOOP
               WHEN 5
                   perform SET-MASKING
                   perform MENU-LOOP
               WHEN 6
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-ROLES.
           move 'N' to ws-eof
           OPEN INPUT RolePermFile
           IF WS-FS NOT = "00"
               DISPLAY "No role table on file yet - the original "
                   "Manager, Staff and Auditor menus are in use."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Role  Name / Option"
           DISPLAY "-------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ RolePermFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RPM-ROLE-DEF
                               IF RPM-AllOptions = 'Y'
                                   DISPLAY RPM-Role "     "
                                       RPM-RoleName " (all options)"
                               ELSE
                                   DISPLAY RPM-Role "     "
                                       RPM-RoleName
                               END-IF
                           WHEN RPM-GRANT
                               DISPLAY RPM-Role "       option "
                                   RPM-Option
                           WHEN RPM-MASK-RULE
                               DISPLAY RPM-Role "       masking "
                                   RPM-MaskMode
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RolePermFile.

      *-------------------------------------------------------------------*
       DEFINE-ROLE.
           DISPLAY "Enter Role Number (1-9) : "
           ACCEPT ws-role
           IF ws-role < 1
               DISPLAY "ERROR: Role must be 1 to 9."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Role Name : "
           ACCEPT ws-role-name
           IF ws-role-name = SPACES
               DISPLAY "ERROR: A role needs a name."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Give the role every menu option? (Y/N) : "
           ACCEPT ws-all-opts
           IF ws-all-opts NOT = 'Y'
               MOVE 'N' TO ws-all-opts
           END-IF

           perform FIND-ROLE
           IF ws-role-defd = 'Y'
               DISPLAY "ERROR: Role " ws-role " is already defined."
               EXIT PARAGRAPH
           END-IF

      *>maker-checker: the line is queued, not written
           MOVE SPACES       TO RolePermLine
           SET RPM-ROLE-DEF  TO TRUE
           MOVE ws-role      TO RPM-Role
           MOVE ws-role-name TO RPM-RoleName
           MOVE ws-all-opts  TO RPM-AllOptions
           MOVE SPACES       TO ws-chg-before
           MOVE SPACES       TO ws-chg-after
           MOVE RolePermLine TO ws-chg-after
           MOVE "ADD"        TO ws-chg-action
           perform QUEUE-CHANGE
           MOVE "ROLEADD" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING ws-role " " ws-role-name
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Role queued for a second admin's approval.".

      *-------------------------------------------------------------------*
       GRANT-OPTION.
           perform ACCEPT-ROLE-OPTION
           IF ws-role = 0
               EXIT PARAGRAPH
           END-IF
           IF ws-found = 'Y'
               DISPLAY "ERROR: Role " ws-role " already has option "
                   ws-option "."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES       TO RolePermLine
           SET RPM-GRANT     TO TRUE
           MOVE ws-role      TO RPM-Role
           MOVE ws-option    TO RPM-Option
           MOVE SPACES       TO ws-chg-before
           MOVE SPACES       TO ws-chg-after
           MOVE RolePermLine TO ws-chg-after
           MOVE "ADD"        TO ws-chg-action
           perform QUEUE-CHANGE
           MOVE "ROLEGRANT" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING ws-role " " ws-option
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Grant queued for a second admin's approval.".

      *-------------------------------------------------------------------*
       REVOKE-OPTION.
           perform ACCEPT-ROLE-OPTION
           IF ws-role = 0
               EXIT PARAGRAPH
           END-IF
           IF ws-found NOT = 'Y'
               DISPLAY "ERROR: Role " ws-role " does not have option "
                   ws-option "."
               EXIT PARAGRAPH
           END-IF

      *>the exact line on file goes in as the before image so the
      *>checker's replay removes that line and nothing else
           MOVE SPACES TO ws-chg-after
           MOVE "DEL"  TO ws-chg-action
           perform QUEUE-CHANGE
           MOVE "ROLEREVOKE" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING ws-role " " ws-option
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Revoke queued for a second admin's approval.".

      *-------------------------------------------------------------------*
      *>N shows NRC, phone and account numbers in full, U masks them
      *>but lets the role unmask (logged), M masks them outright. A
      *>role that already has a rule gets it replaced.
       SET-MASKING.
           DISPLAY "Enter Role Number (1-9) : "
           ACCEPT ws-role
           DISPLAY "Masking (N=Full, U=Masked+Unmask, M=Masked) : "
           ACCEPT ws-mask-mode
           MOVE FUNCTION UPPER-CASE(ws-mask-mode) TO ws-mask-mode
           IF ws-role < 1
               DISPLAY "ERROR: Role must be 1 to 9."
               EXIT PARAGRAPH
           END-IF
           IF ws-mask-mode NOT = "N" AND ws-mask-mode NOT = "U"
               AND ws-mask-mode NOT = "M"
               DISPLAY "ERROR: Masking must be N, U or M."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-option
           perform FIND-ROLE
           IF ws-role-defd NOT = 'Y'
               DISPLAY "ERROR: Role " ws-role " is not defined - "
                   "define it first."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES        TO RolePermLine
           SET RPM-MASK-RULE  TO TRUE
           MOVE ws-role       TO RPM-Role
           MOVE ws-mask-mode  TO RPM-MaskMode
           MOVE SPACES        TO ws-chg-after
           MOVE RolePermLine  TO ws-chg-after
           IF ws-mask-found = 'Y'
               MOVE "UPD" TO ws-chg-action
           ELSE
               MOVE SPACES TO ws-chg-before
               MOVE "ADD" TO ws-chg-action
           END-IF
           perform QUEUE-CHANGE
           MOVE "ROLEMASK" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING ws-role " " ws-mask-mode
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Masking rule queued for a second admin's "
               "approval.".

      *-------------------------------------------------------------------*
      *>Role and option for a grant or revoke. The role must already
      *>be defined on file; ws-found says whether the grant exists
      *>and, if so, ws-chg-before holds its line. ws-role comes back
      *>zero when the entry was refused.
       ACCEPT-ROLE-OPTION.
           DISPLAY "Enter Role Number (1-9) : "
           ACCEPT ws-role
           DISPLAY "Enter Menu Option (1-200) : "
           ACCEPT ws-option
           IF ws-role < 1
               DISPLAY "ERROR: Role must be 1 to 9."
               MOVE 0 TO ws-role
               EXIT PARAGRAPH
           END-IF
           IF ws-option < 1 OR ws-option > 200 OR ws-option = 99
               DISPLAY "ERROR: Menu option must be 1 to 200 "
                   "(99 is Log Out)."
               MOVE 0 TO ws-role
               EXIT PARAGRAPH
           END-IF
           perform FIND-ROLE
           IF ws-role-defd NOT = 'Y'
               DISPLAY "ERROR: Role " ws-role " is not defined - "
                   "define it first."
               MOVE 0 TO ws-role
           END-IF.

      *-------------------------------------------------------------------*
       FIND-ROLE.
           move 'N' to ws-role-defd
           move 'N' to ws-found
           move 'N' to ws-mask-found
           move 'N' to ws-eof
           MOVE SPACES TO ws-chg-before
           OPEN INPUT RolePermFile
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ RolePermFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RPM-Role = ws-role
                           IF RPM-ROLE-DEF
                               MOVE 'Y' TO ws-role-defd
                           END-IF
                           IF RPM-GRANT AND RPM-Option = ws-option
                               MOVE 'Y' TO ws-found
                               MOVE RolePermLine TO ws-chg-before
                           END-IF
                           IF RPM-MASK-RULE AND ws-option = 0
                               MOVE 'Y' TO ws-mask-found
                               MOVE RolePermLine TO ws-chg-before
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RolePermFile.

      *-------------------------------------------------------------------*
       QUEUE-CHANGE.
           MOVE "ROLEPERM" TO ws-chg-file
           CALL '../../Utility Functions/bin/queuePendingChange'
               USING BY REFERENCE ws-chg-file, ws-chg-action,
               ws-chg-before, ws-chg-after, LS-AdminId,
               ws-chg-status.

       END PROGRAM rolePermManage.
