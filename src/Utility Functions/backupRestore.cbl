      *          the manifest before declaring success. Refuses to
      *          run while DayEndLock.dat shows postings in flight.
      *          Mode "B" runs an unattended backup for the nightly
      *          driver; mode "L" is the same for a batch job that
      *          already holds the day-end lock itself, so nothing
      *          else can be posting; anything else gets the
      *          interactive menu. Each backup file is read back and
      *          its count proved against what was written; the
      *          optional status comes back "00" only when the whole
      *          set proved.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  paramline           PIC X(80).

       FD  BackFile.
       01  BackLine            PIC X(600).

       FD  ManifestFile.
       01  ManifestLine.
       01  WS-CHK-COUNT        PIC 9(7).
       01  WS-CHK-TOTAL        PIC S9(12)V99.
       01  WS-VERIFY-OK        PIC X.
       01  WS-BACKUP-OK        PIC X.
       01  WS-TARGET-NAME      PIC X(16).
       01  WS-MAN-FOUND        PIC X.
       01  WS-CFG-SRC-PATH     PIC X(70).
               "BRANCHES        Branches.dat".
           05  FILLER  PIC X(46) VALUE
               "BILLERS         Billers.dat".
           05  FILLER  PIC X(46) VALUE
               "ROLEPERMS       RolePermissions.dat".
       01  WS-CFG-TABLE REDEFINES WS-CFG-LIST.
           05  WS-CFG-ENTRY OCCURS 12 TIMES.
               10  WS-CFG-NAME PIC X(16).
               10  WS-CFG-FILE PIC X(30).


       LINKAGE SECTION.
       01  LS-Mode             PIC X.
       01  LS-Status           PIC XX.

       PROCEDURE DIVISION USING OPTIONAL LS-Mode, OPTIONAL LS-Status.
       MAIN-LOGIC.
           IF ADDRESS OF LS-Status NOT = NULL
               MOVE "99" TO LS-Status
           END-IF
           IF LS-Mode NOT = "L"
               PERFORM CHECK-DAY-END-LOCK
           END-IF

           IF LS-Mode = "B" OR LS-Mode = "L"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SET-DATE
               PERFORM RUN-BACKUP
               IF WS-BACKUP-OK = 'Y' AND ADDRESS OF LS-Status NOT = NULL
                   MOVE "00" TO LS-Status
               END-IF
               GOBACK
           END-IF

           STRING "../../../data/Backup_" WS-SET-DATE
               "_Manifest.txt"
               DELIMITED BY SIZE INTO WS-MANIFEST-PATH
           MOVE 'Y' TO WS-BACKUP-OK
           OPEN OUTPUT ManifestFile
           IF WS-MAN-FS NOT = "00"
               MOVE 'N' TO WS-BACKUP-OK
           END-IF

           PERFORM BACKUP-USERS
           PERFORM BACKUP-TRX
           PERFORM BACKUP-PARAMS

           CLOSE ManifestFile
           IF WS-BACKUP-OK = 'Y'
               DISPLAY esc greenx
               DISPLAY "Backup set " WS-SET-DATE " written; manifest "
                   "at " FUNCTION TRIM(WS-MANIFEST-PATH)
           ELSE
               DISPLAY esc redx
               DISPLAY "BACKUP NOT VERIFIED - set " WS-SET-DATE
                   " is incomplete. Do not rely on it."
           END-IF
           DISPLAY esc resetx
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Read the file just written back and prove it holds every
      *>record taken from the source.
       VERIFY-BACK-FILE.
           MOVE 0 TO WS-CHK-COUNT
           MOVE 'N' TO ws-eof
           OPEN INPUT BackFile
           IF WS-BACK-FS NOT = "00"
               DISPLAY "Backup file " FUNCTION TRIM(WS-BACK-PATH)
                   " cannot be read back."
               MOVE 'N' TO WS-BACKUP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ BackFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-CHK-COUNT
               END-READ
           END-PERFORM
           CLOSE BackFile
           IF WS-CHK-COUNT NOT = WS-COUNT
               DISPLAY "Backup file " FUNCTION TRIM(WS-BACK-PATH)
                   " holds " WS-CHK-COUNT " of " WS-COUNT " records."
               MOVE 'N' TO WS-BACKUP-OK
           END-IF
           .

       BACKUP-USERS.
           STRING "../../../data/Backup_" WS-SET-DATE "_Users.dat"
               DELIMITED BY SIZE INTO WS-BACK-PATH
           END-IF
           CLOSE UserFile
           CLOSE BackFile
           PERFORM VERIFY-BACK-FILE
           MOVE "USERACCOUNTS" TO MAN-Name
           MOVE WS-COUNT TO MAN-Count
           MOVE WS-TOTAL TO MAN-Total
           END-IF
           CLOSE TrxFile
           CLOSE BackFile
           PERFORM VERIFY-BACK-FILE
           MOVE "TRANSACTIONS" TO MAN-Name
           MOVE WS-COUNT TO MAN-Count
           MOVE WS-TOTAL TO MAN-Total
           END-IF
           CLOSE AdminFile
           CLOSE BackFile
           PERFORM VERIFY-BACK-FILE
           MOVE "ADMINACCOUNTS" TO MAN-Name
           MOVE WS-COUNT TO MAN-Count
           MOVE 0 TO MAN-Total
           END-IF
           CLOSE SOFile
           CLOSE BackFile
           PERFORM VERIFY-BACK-FILE
           MOVE "STANDINGORDERS" TO MAN-Name
           MOVE WS-COUNT TO MAN-Count
           MOVE WS-TOTAL TO MAN-Total
           END-IF
           CLOSE FDFile
           CLOSE BackFile
           PERFORM VERIFY-BACK-FILE
           MOVE "FIXEDDEPOSITS" TO MAN-Name
           MOVE WS-COUNT TO MAN-Count
           MOVE WS-TOTAL TO MAN-Total

       BACKUP-PARAMS.
           PERFORM VARYING WS-CFG-IX FROM 1 BY 1
                   UNTIL WS-CFG-IX > 12
               PERFORM BACKUP-ONE-CONFIG
           END-PERFORM
           .
           END-IF
           CLOSE paramfile
           CLOSE BackFile
           PERFORM VERIFY-BACK-FILE
           MOVE WS-CFG-NAME(WS-CFG-IX) TO MAN-Name
           MOVE WS-COUNT TO MAN-Count
           MOVE 0 TO MAN-Total
