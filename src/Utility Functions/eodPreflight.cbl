      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Day-end readiness check, run by EndOfDay before its
      *          first step. Lists every item still open that would
      *          spoil the night's run, each with its owner:
      *            blockers - a teller drawer still open (Drawers.dat,
      *            owner the drawer's admin), a branch opened today
      *            and not closed (BranchDays.dat, owner who opened
      *            it), an inbound file registered but never marked
      *            posted (InboundFiles.dat, owner who imported it)
      *            unless a supervisor has since resolved it;
      *            warnings - an inbound file re-opened for import
      *            again and not yet re-imported (owner who
      *            imported it), co-approvals still waiting for a
      *            second signer (PendingCoApproval.dat, owner the
      *            customer) and open suspense items (Suspense.dat,
      *            owner the job that raised them).
      *          The list also goes to data/EodPreflight_<date>.txt,
      *          spool EODPREFL. The counts come back to the caller,
      *          which decides whether the run may start.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. eodPreflight.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DrawerFile ASSIGN TO "../../../data/Drawers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-AID
               FILE STATUS IS WS-DRW-FS.

           SELECT BrdFile ASSIGN TO "../../../data/BranchDays.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRD-Key
               FILE STATUS IS WS-BRD-FS.

           SELECT RegFile ASSIGN TO "../../../data/InboundFiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBF-Hash
               FILE STATUS IS WS-REG-FS.

           SELECT CoApprovalFile
               ASSIGN TO "../../../data/PendingCoApproval.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCA-ID
               FILE STATUS IS WS-PCA-FS.

           SELECT SuspenseFile ASSIGN TO '../../../data/Suspense.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPN-ID
               FILE STATUS IS WS-SPN-FS.

           SELECT AdminFile ASSIGN TO '../../../data/AdminAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AID
               FILE STATUS IS WS-ADM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DrawerFile.
       01  DrawerRecord.
           copy 'drawerFile.cpy'.

       FD  BrdFile.
       01  BrdRecord.
           copy 'branchDayFile.cpy'.

       FD  RegFile.
       01  RegRecord.
           copy 'inboundFileReg.cpy'.

       FD  CoApprovalFile.
       01  CoApprovalRecord.
           copy 'coApprovalFile.cpy'.

       FD  SuspenseFile.
       01  SuspenseRecord.
           copy 'suspenseFile.cpy'.

       FD  AdminFile.
       01  AdminRecord.
           copy 'adminFile.cpy'.

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DRW-FS           PIC XX.
       01  WS-BRD-FS           PIC XX.
       01  WS-REG-FS           PIC XX.
       01  WS-PCA-FS           PIC XX.
       01  WS-SPN-FS           PIC XX.
       01  WS-ADM-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X VALUE 'N'.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-OWNER-ID         PIC 9(5).
       01  WS-OWNER-NAME       PIC X(20).
       01  WS-ITEM-TEXT        PIC X(60).
       01  WS-ITEM-KIND        PIC X(7).
       01  WS-DSP-AMT          PIC Z(9)9.99.
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'colorCodes.cpy'.

       LINKAGE SECTION.
       01  LS-Blockers         PIC 9(3).
       01  LS-Warnings         PIC 9(3).

       PROCEDURE DIVISION USING LS-Blockers, LS-Warnings.
       MAIN-PROGRAM.
           MOVE 0 TO LS-Blockers
           MOVE 0 TO LS-Warnings
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/EodPreflight_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Day-end readiness check for " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           DISPLAY "Day-end readiness check for " WS-BUS-DATE " :"
           OPEN INPUT AdminFile

           PERFORM CHECK-DRAWERS
           PERFORM CHECK-BRANCH-DAYS
           PERFORM CHECK-INBOUND-FILES
           PERFORM CHECK-CO-APPROVALS
           PERFORM CHECK-SUSPENSE

           IF WS-ADM-FS = "00"
               CLOSE AdminFile
           END-IF
           MOVE SPACES TO ReportLine
           STRING LS-Blockers " blocker(s), " LS-Warnings
               " warning(s)." DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           IF LS-Blockers = 0 AND LS-Warnings = 0
               DISPLAY esc greenx "  Nothing open - ready for day-end."
               DISPLAY esc resetx
           ELSE
               DISPLAY "  " LS-Blockers " blocker(s), " LS-Warnings
                   " warning(s)."
           END-IF
           MOVE "EODPREFL" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>An open drawer has cash not yet counted back - the drawer
      *>and cash proofs run tonight would be measured against it.
       CHECK-DRAWERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT DrawerFile
           IF WS-DRW-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ DrawerFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF DRW-OPEN
                           MOVE DRW-AID TO WS-OWNER-ID
                           MOVE SPACES TO WS-ITEM-TEXT
                           STRING "Drawer " DRW-AID " open since "
                               DRW-OpenDate
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           PERFORM REPORT-BLOCKER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DrawerFile
           .

      *>only today's rows - a branch not on the ceremony has none
       CHECK-BRANCH-DAYS.
           MOVE 'N' TO ws-eof
           OPEN INPUT BrdFile
           IF WS-BRD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ BrdFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF BRD-Date = WS-BUS-DATE AND BRD-OPEN
                           MOVE BRD-OpenedBy TO WS-OWNER-ID
                           MOVE SPACES TO WS-ITEM-TEXT
                           STRING "Branch " BRD-Branch
                               " day not closed"
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           PERFORM REPORT-BLOCKER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BrdFile
           .

      *>registered but never marked posted - the import stopped
      *>part-way and the rest of the file is not on the books. A
      *>row a supervisor resolved is settled and passed over; one
      *>re-opened only waits for the file to come in again.
       CHECK-INBOUND-FILES.
           MOVE 'N' TO ws-eof
           OPEN INPUT RegFile
           IF WS-REG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ RegFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IBF-REGISTERED
                           MOVE IBF-AdminId TO WS-OWNER-ID
                           MOVE SPACES TO WS-ITEM-TEXT
                           STRING "Inbound file not posted: "
                               FUNCTION TRIM(IBF-FileName)
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           PERFORM REPORT-BLOCKER
                       END-IF
                       IF IBF-REOPENED
                           MOVE SPACES TO WS-ITEM-TEXT
                           STRING "Inbound file re-opened, not yet "
                               "re-imported: "
                               FUNCTION TRIM(IBF-FileName)
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           MOVE SPACES TO WS-OWNER-NAME
                           STRING "admin " IBF-AdminId
                               DELIMITED BY SIZE INTO WS-OWNER-NAME
                           PERFORM REPORT-WARNING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RegFile
           .

      *>a waiting co-approval simply carries over - the customer's
      *>second signer can still act on it tomorrow
       CHECK-CO-APPROVALS.
           MOVE 'N' TO ws-eof
           OPEN INPUT CoApprovalFile
           IF WS-PCA-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ CoApprovalFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF PCA-WAITING
                           MOVE PCA-Amount TO WS-DSP-AMT
                           MOVE SPACES TO WS-ITEM-TEXT
                           STRING "Co-approval " PCA-ID
                               " waiting since " PCA-Date " for "
                               WS-DSP-AMT
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           MOVE SPACES TO WS-OWNER-NAME
                           STRING "customer UID " PCA-UID
                               DELIMITED BY SIZE INTO WS-OWNER-NAME
                           PERFORM REPORT-WARNING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CoApprovalFile
           .

       CHECK-SUSPENSE.
           MOVE 'N' TO ws-eof
           OPEN INPUT SuspenseFile
           IF WS-SPN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ SuspenseFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF SPN-OPEN
                           MOVE SPN-Amount TO WS-DSP-AMT
                           MOVE SPACES TO WS-ITEM-TEXT
                           STRING "Suspense " SPN-ID " "
                               SPN-Reason " " WS-DSP-AMT
                               DELIMITED BY SIZE INTO WS-ITEM-TEXT
                           MOVE SPACES TO WS-OWNER-NAME
                           STRING "job " SPN-Job
                               DELIMITED BY SIZE INTO WS-OWNER-NAME
                           PERFORM REPORT-WARNING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SuspenseFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>blockers are owned by an admin, named off the admin master
       REPORT-BLOCKER.
           ADD 1 TO LS-Blockers
           MOVE "BLOCKER" TO WS-ITEM-KIND
           MOVE SPACES TO WS-OWNER-NAME
           IF WS-ADM-FS = "00"
               MOVE WS-OWNER-ID TO AID
               READ AdminFile
                   NOT INVALID KEY
                       MOVE AName TO WS-OWNER-NAME
               END-READ
           END-IF
           IF WS-OWNER-NAME = SPACES
               STRING "admin " WS-OWNER-ID
                   DELIMITED BY SIZE INTO WS-OWNER-NAME
           END-IF
           PERFORM WRITE-ITEM
           .

       REPORT-WARNING.
           ADD 1 TO LS-Warnings
           MOVE "warning" TO WS-ITEM-KIND
           PERFORM WRITE-ITEM
           .

       WRITE-ITEM.
           MOVE SPACES TO ReportLine
           STRING WS-ITEM-KIND " " WS-ITEM-TEXT " owner "
               WS-OWNER-NAME DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           IF WS-ITEM-KIND = "BLOCKER"
               DISPLAY esc redx "  " ReportLine
               DISPLAY esc resetx
           ELSE
               DISPLAY "  " ReportLine
           END-IF
           .

       END PROGRAM eodPreflight.
