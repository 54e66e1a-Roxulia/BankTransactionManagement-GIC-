      *>Shared line layout for data/RolePermissions.dat - which admin
      *>menu options each role may use. Two kinds of line:
      *>  R role name all   defines a role (1-9) and its name; "Y"
      *>                    in the all-options byte gives the role
      *>                    every option on the menu
      *>  P role option     grants one menu option to the role
      *>  M role mode       how customer NRC, phone and account
      *>                    numbers are shown to the role: N in
      *>                    full, U masked with a logged unmask
      *>                    allowed, M masked only (loadMaskRule)
      *>AMain loads a role's lines at login through loadRolePerms and
      *>shows and accepts only the options granted. Changes to the
      *>file go through the maker-checker queue (file code ROLEPERM).
           05  RPM-Kind          PIC X.
               88  RPM-ROLE-DEF      VALUE "R".
               88  RPM-GRANT         VALUE "P".
               88  RPM-MASK-RULE     VALUE "M".
           05  RPM-Role          PIC 9.
           05  RPM-Detail        PIC X(21).
           05  RPM-Def REDEFINES RPM-Detail.
               10  RPM-RoleName      PIC X(20).
               10  RPM-AllOptions    PIC X.
           05  RPM-Grant-Detail REDEFINES RPM-Detail.
               10  RPM-Option        PIC 9(3).
               10  FILLER            PIC X(18).
           05  RPM-Mask-Detail REDEFINES RPM-Detail.
               10  RPM-MaskMode      PIC X.
                   88  RPM-MASK-NONE     VALUE "N".
                   88  RPM-MASK-UNMASK   VALUE "U".
                   88  RPM-MASK-ALWAYS   VALUE "M".
               10  FILLER            PIC X(20).
