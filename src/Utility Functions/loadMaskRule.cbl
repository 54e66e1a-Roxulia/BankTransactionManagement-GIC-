      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Look up how customer NRC, phone and account numbers
      *          are to be shown to one admin role, from the M line
      *          of the role permission table
      *          (data/RolePermissions.dat):
      *            N  shown in full
      *            U  masked, the role may unmask (logged)
      *            M  masked, no unmask
      *          A role with no M line - or no table on file - gets
      *          the shop default: the manager masked with unmask,
      *          the counter staff in full, everyone else masked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loadMaskRule.
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

       LINKAGE SECTION.
       01  LS-Role             PIC 9.
       01  LS-MaskMode         PIC X.

       PROCEDURE DIVISION USING LS-Role, LS-MaskMode.
       MAIN-PROCEDURE.
           EVALUATE LS-Role
               WHEN 1
                   MOVE "U" TO LS-MaskMode
               WHEN 2
                   MOVE "N" TO LS-MaskMode
               WHEN OTHER
                   MOVE "M" TO LS-MaskMode
           END-EVALUATE

           OPEN INPUT RolePermFile
           IF WS-FS NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ RolePermFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RPM-MASK-RULE AND RPM-Role = LS-Role
                           AND (RPM-MASK-NONE OR RPM-MASK-UNMASK
                                OR RPM-MASK-ALWAYS)
                           MOVE RPM-MaskMode TO LS-MaskMode
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RolePermFile
           GOBACK.

       END PROGRAM loadMaskRule.
