           05 WS-ALoginName PIC X(25).
           05 WS-ARole      PIC X(8).

       01  WS-RoleName          PIC X(20).
       01  WS-RoleStatus        PIC XX.
       01  WS-RolePerms.
           05  WS-RoleAllowed   PIC X OCCURS 200 TIMES.

       copy '../../Utility Functions/colorCodes.cpy'.

       PROCEDURE DIVISION.
                       WHEN EQUAL 3
                         MOVE 'Auditor' TO WS-ARole
                       WHEN OTHER
      *>a role added through the role permission table
                         CALL
                  '../../Utility Functions/bin/loadRolePerms'
                             USING BY REFERENCE Role, WS-RoleName,
                             WS-RolePerms, WS-RoleStatus
                         IF WS-RoleStatus = "00"
                             MOVE WS-RoleName TO WS-ARole
                         ELSE
                             MOVE 'Unknown' TO WS-ARole
                         END-IF
                     END-EVALUATE

                     MOVE AID TO WS-AID
