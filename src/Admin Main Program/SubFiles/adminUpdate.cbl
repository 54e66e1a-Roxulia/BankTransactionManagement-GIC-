       77  NewPsw            PIC X(255).
       77  EncryptedPassword PIC X(32).
       77  NewRole           PIC 9(1).
       77  RoleStr           PIC X(20).
       77  RoleLkStatus      PIC XX.
       77  statuscode pic xx.
       77  ws-aid pic 9(5).
       01  RolePerms.
           05  RoleAllowed   PIC X OCCURS 200 TIMES.


       LINKAGE SECTION.
                   GOBACK
           END-READ

           CALL '../../Utility Functions/bin/loadRolePerms'
               USING BY REFERENCE role, RoleStr, RolePerms, RoleLkStatus
           IF RoleLkStatus NOT = "00"
               MOVE "Unknown" TO RoleStr
           END-IF.

       *>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<<
       *> Display current values prompting edit options
                   MOVE EncryptedPassword TO AEncPsw

               WHEN 3
                   DISPLAY "Enter new Role(1 Manager, 2 Staff, "
                       "3 Auditor):"
                   ACCEPT NewRole
      *>only a role defined in the role permission table can be
      *>given - an undefined one would leave the admin no menu
                   CALL '../../Utility Functions/bin/loadRolePerms'
                       USING BY REFERENCE NewRole, RoleStr, RolePerms,
                       RoleLkStatus
                   IF RoleLkStatus = "00"
                       MOVE NewRole TO role
                   ELSE
                       DISPLAY "Role " NewRole " is not defined."
                       MOVE '99' TO LNK-Status
                   END-IF

               WHEN 4
                   CLOSE AdminFile
