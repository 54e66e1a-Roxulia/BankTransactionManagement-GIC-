       01  I                   PIC 9(4)  COMP-5.
       01  ws-logAction        pic x(10) value "CREATE".
       01  ws-logAcct          pic x(30).
       01  RoleName            PIC X(20).
       01  RolePerms.
           05  RoleAllowed     PIC X OCCURS 200 TIMES.

       LINKAGE SECTION.
       01  WS-ReturnCode       PIC 9(4) VALUE 0.
           MOVE RPSW TO PlainPassword.
           DISPLAY "Enter Role(1 Manager, 2 Staff, 3 Auditor):"
           ACCEPT role
      *>the role must be defined in the role permission table,
      *>otherwise the new admin would log in to an empty menu
           CALL '../../Utility Functions/bin/loadRolePerms'
               USING BY REFERENCE role, RoleName, RolePerms, statusCode
           PERFORM UNTIL statusCode = "00"
               DISPLAY esc redx
               DISPLAY "! Role " role " is not defined !"
               DISPLAY esc resetx
               DISPLAY "Enter Role(1 Manager, 2 Staff, 3 Auditor):"
               ACCEPT role
               CALL '../../Utility Functions/bin/loadRolePerms'
                   USING BY REFERENCE role, RoleName, RolePerms,
                   statusCode
           END-PERFORM

           *>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<*

