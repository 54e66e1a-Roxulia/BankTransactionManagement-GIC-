      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Look up one admin role in the role permission table
      *          (data/RolePermissions.dat) and hand back its name and
      *          the admin menu options it may use, one flag per
      *          option number. Status "00" when the role is defined,
      *          "23" when it is not. Until the table has been put on
      *          file the three original roles keep their original
      *          menus, so a fresh install is never locked out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loadRolePerms.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RolePermFile
               ASSIGN TO '../../../data/RolePermissions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RolePermFile.
       01  RolePermLine.
           copy 'rolePermFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  ws-eof              PIC X.
       01  WS-IX               PIC 9(3).
       01  WS-ALL-OPTIONS      PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LS-Role             PIC 9.
       01  LS-RoleName         PIC X(20).
       01  LS-MenuPerms.
           05  LS-Allowed      PIC X OCCURS 200 TIMES.
       01  LS-Status           PIC XX.

       PROCEDURE DIVISION USING LS-Role, LS-RoleName, LS-MenuPerms,
           LS-Status.
       MAIN-PROCEDURE.
           MOVE "23" TO LS-Status
           MOVE SPACES TO LS-RoleName
           MOVE ALL "N" TO LS-MenuPerms
           MOVE 'N' TO WS-ALL-OPTIONS

           OPEN INPUT RolePermFile
           IF WS-FS NOT = "00"
               PERFORM LOAD-BUILT-IN
               GOBACK
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ RolePermFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RPM-Role = LS-Role
                           PERFORM TAKE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RolePermFile

           IF LS-Status = "00" AND WS-ALL-OPTIONS = 'Y'
               MOVE ALL "Y" TO LS-MenuPerms
           END-IF
           GOBACK.

       TAKE-ONE-LINE.
           EVALUATE TRUE
               WHEN RPM-ROLE-DEF
                   MOVE RPM-RoleName TO LS-RoleName
                   MOVE "00" TO LS-Status
                   IF RPM-AllOptions = 'Y'
                       MOVE 'Y' TO WS-ALL-OPTIONS
                   END-IF
               WHEN RPM-GRANT
                   IF RPM-Option >= 1 AND RPM-Option <= 200
                       MOVE 'Y' TO LS-Allowed(RPM-Option)
                   END-IF
           END-EVALUATE.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>No table on file yet - the menus the roles had before the
      *>table existed: everything for the manager, the counter
      *>options for staff, the read-only set for the auditor.
       LOAD-BUILT-IN.
           EVALUATE LS-Role
               WHEN 1
                   MOVE "Manager" TO LS-RoleName
                   MOVE ALL "Y" TO LS-MenuPerms
                   MOVE "00" TO LS-Status
               WHEN 2
                   MOVE "Staff" TO LS-RoleName
                   MOVE 'Y' TO LS-Allowed(1)
                   MOVE 'Y' TO LS-Allowed(2)
                   MOVE 'Y' TO LS-Allowed(3)
                   MOVE 'Y' TO LS-Allowed(4)
                   MOVE 'Y' TO LS-Allowed(8)
                   MOVE 'Y' TO LS-Allowed(10)
                   MOVE 'Y' TO LS-Allowed(111)
                   MOVE "00" TO LS-Status
               WHEN 3
                   MOVE "Auditor" TO LS-RoleName
                   MOVE 'Y' TO LS-Allowed(2)
                   MOVE 'Y' TO LS-Allowed(6)
                   MOVE 'Y' TO LS-Allowed(8)
                   MOVE 'Y' TO LS-Allowed(57)
                   MOVE 'Y' TO LS-Allowed(91)
                   MOVE "00" TO LS-Status
           END-EVALUATE.

       END PROGRAM loadRolePerms.
