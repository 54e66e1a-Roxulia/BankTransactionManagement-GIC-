      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Offline reorganisation of the indexed master files
      *          (UserAccounts, Transactions, TrxXref, StandingOrders,
      *          FixedDeposits). Each file is unloaded in key order to
      *          data/Reorg_<date>_<name>.dat, which is kept as the
      *          file's fallback copy, and loaded into a fresh work
      *          file (data/<name>.reorg). The record count and the
      *          balance/amount checksum of the work file must match
      *          the unload, and every record must agree byte for byte
      *          with its unloaded line, before the live file is
      *          rebuilt from it; a mismatch leaves the live file
      *          untouched. The live file is checked the same way
      *          after the rebuild and, if it does not agree, is
      *          reloaded from the unload. Every run takes a backup
      *          set through backupRestore first and stops, touching
      *          nothing, unless the backup proves. From the admin
      *          menu the run holds the day-end lock for its length;
      *          mode "E" is the optional month-end EndOfDay step,
      *          which runs only on the month's last business night
      *          when REORGMON in TrxLimits.dat is 1 and is already
      *          under the lock.
      *          A control report is spooled as REORGCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reorgFiles.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID OF UserRecord
               ALTERNATE RECORD KEY IS UAccNo OF UserRecord
               FILE STATUS IS WS-FS.
           SELECT UserNew ASSIGN TO '../../../data/UserAccounts.reorg'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID OF UserNewRecord
               ALTERNATE RECORD KEY IS UAccNo OF UserNewRecord
               FILE STATUS IS WS-NEW-FS.
           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID OF TransactionRecord
               FILE STATUS IS WS-FS.
           SELECT TrxNew ASSIGN TO '../../../data/Transactions.reorg'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID OF TrxNewRecord
               FILE STATUS IS WS-NEW-FS.
           SELECT XrefFile ASSIGN TO '../../../data/TrxXref.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-Key OF XrefRecord
               FILE STATUS IS WS-FS.
           SELECT XrefNew ASSIGN TO '../../../data/TrxXref.reorg'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-Key OF XrefNewRecord
               FILE STATUS IS WS-NEW-FS.
           SELECT SOFile ASSIGN TO '../../../data/StandingOrders.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID OF SORecord
               FILE STATUS IS WS-FS.
           SELECT SONew ASSIGN TO '../../../data/StandingOrders.reorg'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID OF SONewRecord
               FILE STATUS IS WS-NEW-FS.
           SELECT FDFile ASSIGN TO '../../../data/FixedDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXD-ID OF FDRecord
               FILE STATUS IS WS-FS.
           SELECT FDNew ASSIGN TO '../../../data/FixedDeposits.reorg'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXD-ID OF FDNewRecord
               FILE STATUS IS WS-NEW-FS.

           SELECT UnloadFile ASSIGN TO WS-UNLOAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

           SELECT DayEndLockFile
               ASSIGN TO '../../../data/DayEndLock.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  UserFile.
       01  UserRecord.
           copy 'userFile.cpy'.

       FD  UserNew.
       01  UserNewRecord.
           copy 'userFile.cpy'.

       FD  TrxFile.
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       FD  TrxNew.
       01  TrxNewRecord.
           copy 'transactionFile.cpy'.

       FD  XrefFile.
       01  XrefRecord.
           copy 'xrefFile.cpy'.

       FD  XrefNew.
       01  XrefNewRecord.
           copy 'xrefFile.cpy'.

       FD  SOFile.
       01  SORecord.
           copy 'standingOrderFile.cpy'.

       FD  SONew.
       01  SONewRecord.
           copy 'standingOrderFile.cpy'.

       FD  FDFile.
       01  FDRecord.
           copy 'fixedDepositFile.cpy'.

       FD  FDNew.
       01  FDNewRecord.
           copy 'fixedDepositFile.cpy'.

       FD  UnloadFile.
       01  UnloadLine          PIC X(600).

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       FD  DayEndLockFile.
       01  DayEndLockLine      PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-NEW-FS           PIC XX.
       01  WS-UNL-FS           PIC XX.
       01  WS-RPT-FS           PIC XX.
       01  WS-PARM-FS          PIC XX.
       01  WS-LOCK-FS          PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X VALUE 'N'.
       01  ws-confirm          PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-TOMORROW         PIC 9(8).
       01  WS-REORG-MONTHLY    PIC 9 VALUE 0.
       01  WS-BACKUP-MODE      PIC X VALUE "B".
       01  WS-BACKUP-STATUS    PIC XX.
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-ALERT-SOURCE     PIC X(12) VALUE "Reorg".
       01  WS-ALERT-TEXT       PIC X(60).

      *>the file in hand
       01  WS-FX               PIC 9.
       01  WS-FILE-LABEL       PIC X(16).
       01  WS-FILE-SHORT       PIC X(8).
       01  WS-UNLOAD-PATH      PIC X(60).
       01  WS-FILE-PRESENT     PIC X.
       01  WS-OUTCOME          PIC X(24).

      *>count and checksum of the live file as unloaded, of the work
      *>file as loaded and of the live file once rebuilt
       01  WS-BEFORE-COUNT     PIC 9(9).
       01  WS-BEFORE-TOTAL     PIC S9(14)V99.
       01  WS-WORK-COUNT       PIC 9(9).
       01  WS-WORK-TOTAL       PIC S9(14)V99.
       01  WS-AFTER-COUNT      PIC 9(9).
       01  WS-AFTER-TOTAL      PIC S9(14)V99.
      *>records of the work file, and of the live file once rebuilt,
      *>that differ anywhere from the line unloaded for them - count
      *>and checksum alone would not see a damaged trailing field
       01  WS-WORK-DIFFS       PIC 9(9).
       01  WS-AFTER-DIFFS      PIC 9(9).
      *>TrxXref carries no money, so its checksum is a hash total of
      *>the low eight digits of each entry's account number
       01  WS-HASH-ACC         PIC 9(16).
       01  WS-HASH-ACC-X REDEFINES WS-HASH-ACC.
           05  FILLER          PIC 9(8).
           05  WS-HASH-LOW     PIC 9(8).

       01  WS-DSP-COUNT        PIC Z(8)9.
       01  WS-DSP-TOTAL        PIC -(14)9.99.
       01  WS-TOT-READ         PIC 9(9) VALUE 0.
       01  WS-TOT-WRITTEN      PIC 9(9) VALUE 0.
       01  WS-TOT-REFUSED      PIC 9(9) VALUE 0.
       01  WS-TOT-DONE         PIC 9 VALUE 0.

       copy 'colorCodes.cpy'.

       LINKAGE SECTION.
       01  LS-Mode             PIC X.

       PROCEDURE DIVISION USING OPTIONAL LS-Mode.
       MAIN-PROGRAM.
           MOVE 0 TO WS-TOT-READ WS-TOT-WRITTEN WS-TOT-REFUSED
               WS-TOT-DONE
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/ReorgReport_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH

           IF LS-Mode = "E"
               PERFORM CHECK-MONTH-END-DUE
      *>EndOfDay already holds the lock, so the backup is taken
      *>under it
               MOVE "L" TO WS-BACKUP-MODE
               PERFORM TAKE-BACKUP
               PERFORM RUN-REORG
               CALL '../../Utility Functions/bin/setStepCounts'
                   USING BY REFERENCE WS-TOT-READ, WS-TOT-WRITTEN,
                   WS-TOT-REFUSED
               GOBACK
           END-IF

           DISPLAY color-blue
           DISPLAY "===== Indexed File Reorganisation ====="
           DISPLAY esc resetx
           PERFORM CHECK-DAY-END-LOCK
           DISPLAY "UserAccounts, Transactions, TrxXref, "
               "StandingOrders and FixedDeposits will be unloaded"
           DISPLAY "and reloaded in key order. Online postings are "
               "refused until it finishes."
           DISPLAY "Proceed? (Y/N): "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Reorganisation cancelled."
               GOBACK
           END-IF

      *>a verified backup set first, while the lock is still down -
      *>backupRestore refuses to run under it
           PERFORM TAKE-BACKUP
           PERFORM SET-DAY-END-LOCK
           PERFORM RUN-REORG
           PERFORM CLEAR-DAY-END-LOCK
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>No reorganisation without a backup set that proved - a
      *>refused or unverified backup stops the run before any file
      *>is touched.
       TAKE-BACKUP.
           DISPLAY "Taking a verified backup first..."
           CALL '../../Utility Functions/bin/backupRestore'
               USING BY REFERENCE WS-BACKUP-MODE, WS-BACKUP-STATUS
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY esc redx
               DISPLAY "Backup did not verify - reorganisation "
                   "refused, no file touched."
               DISPLAY esc resetx
               MOVE "Backup did not verify - reorg refused"
                   TO WS-ALERT-TEXT
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-ALERT-SOURCE, WS-ALERT-TEXT
               MOVE 1 TO WS-TOT-REFUSED
               IF LS-Mode = "E"
                   CALL '../../Utility Functions/bin/setStepCounts'
                       USING BY REFERENCE WS-TOT-READ,
                       WS-TOT-WRITTEN, WS-TOT-REFUSED
               END-IF
               GOBACK
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The EndOfDay step is optional: off unless REORGMON is 1, and
      *>then only on the last night of the month, judged the same way
      *>the account movement report is.
       CHECK-MONTH-END-DUE.
           MOVE 'N' TO ws-eof
           OPEN INPUT paramfile
           IF WS-PARM-FS = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ paramfile
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF param-label = "REORGMON"
                               MOVE param-value TO WS-REORG-MONTHLY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE paramfile
           END-IF
           IF WS-REORG-MONTHLY NOT = 1
               DISPLAY "Month-end file reorganisation is switched off."
               GOBACK
           END-IF
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 1)
           IF WS-TOMORROW(1:6) = WS-BUS-DATE(1:6)
               DISPLAY "File reorganisation runs on the month's last "
                   "night - not due."
               GOBACK
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>From the menu the files must be quiet: a raised lock means
      *>EndOfDay (or another reorganisation) is writing them now.
       CHECK-DAY-END-LOCK.
           OPEN INPUT DayEndLockFile
           IF WS-LOCK-FS EQUAL "00"
               READ DayEndLockFile INTO DayEndLockLine
               CLOSE DayEndLockFile
               IF DayEndLockLine EQUAL "Y"
                   DISPLAY ESC REDX
                   DISPLAY "Postings in flight (day-end lock is "
                       "raised) - reorganisation refused."
                   DISPLAY ESC RESETX
                   GOBACK
               END-IF
           END-IF.

       SET-DAY-END-LOCK.
           OPEN OUTPUT DayEndLockFile
           MOVE "Y" TO DayEndLockLine
           WRITE DayEndLockLine
           CLOSE DayEndLockFile
           .

       CLEAR-DAY-END-LOCK.
           OPEN OUTPUT DayEndLockFile
           MOVE "N" TO DayEndLockLine
           WRITE DayEndLockLine
           CLOSE DayEndLockFile
           .

      *-------------------------------------------------------------------*
       RUN-REORG.
           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Indexed File Reorganisation - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "File             Stage         Records"
               TO ReportLine
           MOVE "Checksum" TO ReportLine(49:8)
           WRITE ReportLine

           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               PERFORM REORG-ONE-FILE
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING WS-TOT-DONE " file(s) reorganised, "
               WS-TOT-REFUSED " refused or reloaded"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut

           IF WS-TOT-REFUSED = 0
               DISPLAY esc greenx
           ELSE
               DISPLAY esc redx
           END-IF
           DISPLAY "File reorganisation done - " WS-TOT-DONE
               " file(s) reorganised, " WS-TOT-REFUSED
               " refused or reloaded."
           DISPLAY esc resetx
           DISPLAY "Control report written to "
               FUNCTION TRIM(WS-REPORT-PATH)
           MOVE "REORGCTL" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Unload, build the work file and prove it, then rebuild the
      *>live file from it and prove that. The unload file is never
      *>removed: it is the way back if the live file is lost.
       REORG-ONE-FILE.
           PERFORM SET-FILE-NAMES
           MOVE 0 TO WS-BEFORE-COUNT WS-BEFORE-TOTAL
               WS-WORK-COUNT WS-WORK-TOTAL WS-WORK-DIFFS
               WS-AFTER-COUNT WS-AFTER-TOTAL WS-AFTER-DIFFS
           MOVE 'N' TO WS-FILE-PRESENT

           EVALUATE WS-FX
               WHEN 1  PERFORM UNLOAD-USERS
               WHEN 2  PERFORM UNLOAD-TRX
               WHEN 3  PERFORM UNLOAD-XREF
               WHEN 4  PERFORM UNLOAD-SORDERS
               WHEN 5  PERFORM UNLOAD-FDS
           END-EVALUATE
           IF WS-FILE-PRESENT = 'N'
               MOVE "not on file - skipped" TO WS-OUTCOME
               PERFORM WRITE-OUTCOME-LINE
               EXIT PARAGRAPH
           END-IF
           ADD WS-BEFORE-COUNT TO WS-TOT-READ
           MOVE "Unloaded" TO WS-OUTCOME
           MOVE WS-BEFORE-COUNT TO WS-DSP-COUNT
           MOVE WS-BEFORE-TOTAL TO WS-DSP-TOTAL
           PERFORM WRITE-STAGE-LINE

           EVALUATE WS-FX
               WHEN 1  PERFORM BUILD-USERS
               WHEN 2  PERFORM BUILD-TRX
               WHEN 3  PERFORM BUILD-XREF
               WHEN 4  PERFORM BUILD-SORDERS
               WHEN 5  PERFORM BUILD-FDS
           END-EVALUATE
           MOVE "Work file" TO WS-OUTCOME
           MOVE WS-WORK-COUNT TO WS-DSP-COUNT
           MOVE WS-WORK-TOTAL TO WS-DSP-TOTAL
           PERFORM WRITE-STAGE-LINE
           IF WS-WORK-DIFFS NOT = 0
               MOVE WS-WORK-DIFFS TO WS-DSP-COUNT
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF WS-WORK-COUNT NOT = WS-BEFORE-COUNT
               OR WS-WORK-TOTAL NOT = WS-BEFORE-TOTAL
               OR WS-WORK-DIFFS NOT = 0
               MOVE "REFUSED - live untouched" TO WS-OUTCOME
               PERFORM WRITE-OUTCOME-LINE
               PERFORM RAISE-REORG-ALERT
               PERFORM EMPTY-WORK-FILE
               ADD 1 TO WS-TOT-REFUSED
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-FX
               WHEN 1  PERFORM SWAP-USERS
               WHEN 2  PERFORM SWAP-TRX
               WHEN 3  PERFORM SWAP-XREF
               WHEN 4  PERFORM SWAP-SORDERS
               WHEN 5  PERFORM SWAP-FDS
           END-EVALUATE
           MOVE "Rebuilt" TO WS-OUTCOME
           MOVE WS-AFTER-COUNT TO WS-DSP-COUNT
           MOVE WS-AFTER-TOTAL TO WS-DSP-TOTAL
           PERFORM WRITE-STAGE-LINE
           IF WS-AFTER-DIFFS NOT = 0
               MOVE WS-AFTER-DIFFS TO WS-DSP-COUNT
               PERFORM WRITE-DIFF-LINE
           END-IF
           PERFORM EMPTY-WORK-FILE
           IF WS-AFTER-COUNT = WS-BEFORE-COUNT
               AND WS-AFTER-TOTAL = WS-BEFORE-TOTAL
               AND WS-AFTER-DIFFS = 0
               ADD WS-AFTER-COUNT TO WS-TOT-WRITTEN
               ADD 1 TO WS-TOT-DONE
               MOVE "OK" TO WS-OUTCOME
               PERFORM WRITE-OUTCOME-LINE
               EXIT PARAGRAPH
           END-IF

      *>the rebuilt live file does not agree - put it back exactly as
      *>unloaded
           ADD 1 TO WS-TOT-REFUSED
           MOVE 0 TO WS-AFTER-COUNT WS-AFTER-TOTAL WS-AFTER-DIFFS
           EVALUATE WS-FX
               WHEN 1  PERFORM RESTORE-USERS
               WHEN 2  PERFORM RESTORE-TRX
               WHEN 3  PERFORM RESTORE-XREF
               WHEN 4  PERFORM RESTORE-SORDERS
               WHEN 5  PERFORM RESTORE-FDS
           END-EVALUATE
           MOVE "Reloaded" TO WS-OUTCOME
           MOVE WS-AFTER-COUNT TO WS-DSP-COUNT
           MOVE WS-AFTER-TOTAL TO WS-DSP-TOTAL
           PERFORM WRITE-STAGE-LINE
           IF WS-AFTER-COUNT = WS-BEFORE-COUNT
               AND WS-AFTER-TOTAL = WS-BEFORE-TOTAL
               AND WS-AFTER-DIFFS = 0
               MOVE "MISMATCH - reloaded" TO WS-OUTCOME
           ELSE
               MOVE "MISMATCH - RESTORE NOW" TO WS-OUTCOME
           END-IF
           PERFORM WRITE-OUTCOME-LINE
           PERFORM RAISE-REORG-ALERT
           .

       SET-FILE-NAMES.
           EVALUATE WS-FX
               WHEN 1
                   MOVE "UserAccounts"   TO WS-FILE-LABEL
                   MOVE "Users"          TO WS-FILE-SHORT
               WHEN 2
                   MOVE "Transactions"   TO WS-FILE-LABEL
                   MOVE "Trx"            TO WS-FILE-SHORT
               WHEN 3
                   MOVE "TrxXref"        TO WS-FILE-LABEL
                   MOVE "Xref"           TO WS-FILE-SHORT
               WHEN 4
                   MOVE "StandingOrders" TO WS-FILE-LABEL
                   MOVE "SOrders"        TO WS-FILE-SHORT
               WHEN 5
                   MOVE "FixedDeposits"  TO WS-FILE-LABEL
                   MOVE "FDs"            TO WS-FILE-SHORT
           END-EVALUATE
           MOVE SPACES TO WS-UNLOAD-PATH
           STRING "../../../data/Reorg_" WS-BUS-DATE "_"
               FUNCTION TRIM(WS-FILE-SHORT) ".dat"
               DELIMITED BY SIZE INTO WS-UNLOAD-PATH
           .

       WRITE-STAGE-LINE.
           MOVE SPACES TO ReportLine
           MOVE WS-FILE-LABEL TO ReportLine(1:16)
           MOVE WS-OUTCOME    TO ReportLine(18:12)
           MOVE WS-DSP-COUNT  TO ReportLine(30:9)
           MOVE WS-DSP-TOTAL  TO ReportLine(40:18)
           WRITE ReportLine
           .

       WRITE-DIFF-LINE.
           MOVE SPACES TO ReportLine
           MOVE WS-FILE-LABEL TO ReportLine(1:16)
           MOVE "Differing" TO ReportLine(18:12)
           MOVE WS-DSP-COUNT  TO ReportLine(30:9)
           WRITE ReportLine
           .

       WRITE-OUTCOME-LINE.
           MOVE SPACES TO ReportLine
           MOVE WS-FILE-LABEL TO ReportLine(1:16)
           MOVE WS-OUTCOME    TO ReportLine(18:24)
           WRITE ReportLine
           .

       RAISE-REORG-ALERT.
           MOVE SPACES TO WS-ALERT-TEXT
           STRING FUNCTION TRIM(WS-FILE-LABEL) " reorg: "
               FUNCTION TRIM(WS-OUTCOME)
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           CALL '../../Utility Functions/bin/raiseDashAlert'
               USING BY REFERENCE WS-ALERT-SOURCE, WS-ALERT-TEXT
           .

      *>the unload line the record in hand must match - the unload
      *>was taken in key order, so the work and live files read back
      *>in that same order
       READ-UNLOAD-MATCH.
           READ UnloadFile
               AT END
                   MOVE HIGH-VALUES TO UnloadLine
           END-READ
           .

       EMPTY-WORK-FILE.
           EVALUATE WS-FX
               WHEN 1
                   OPEN OUTPUT UserNew
                   CLOSE UserNew
               WHEN 2
                   OPEN OUTPUT TrxNew
                   CLOSE TrxNew
               WHEN 3
                   OPEN OUTPUT XrefNew
                   CLOSE XrefNew
               WHEN 4
                   OPEN OUTPUT SONew
                   CLOSE SONew
               WHEN 5
                   OPEN OUTPUT FDNew
                   CLOSE FDNew
           END-EVALUATE
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>UserAccounts - checksum is the sum of balances
       UNLOAD-USERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UserFile
           IF WS-FS NOT = "00"
               CLOSE UserFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FILE-PRESENT
           OPEN OUTPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UserFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE UnloadLine FROM UserRecord
                       ADD 1 TO WS-BEFORE-COUNT
                       ADD Balance OF UserRecord TO WS-BEFORE-TOTAL
               END-READ
           END-PERFORM
           CLOSE UserFile
           CLOSE UnloadFile
           .

       BUILD-USERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT UserNew
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO UserNewRecord
                       WRITE UserNewRecord
                           INVALID KEY
                               DISPLAY "Work file rejected UID "
                                   UID OF UserNewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE UserNew
           MOVE 'N' TO ws-eof
           OPEN INPUT UserNew
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UserNew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF UserNewRecord NOT = UnloadLine
                           ADD 1 TO WS-WORK-DIFFS
                       END-IF
                       ADD Balance OF UserNewRecord TO WS-WORK-TOTAL
               END-READ
           END-PERFORM
           CLOSE UserNew
           CLOSE UnloadFile
           .

       SWAP-USERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UserNew
           OPEN OUTPUT UserFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UserNew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE UserRecord FROM UserNewRecord
                           INVALID KEY
                               DISPLAY "Rebuild rejected UID "
                                   UID OF UserNewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UserNew
           CLOSE UserFile
           PERFORM COUNT-LIVE-USERS
           .

       RESTORE-USERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT UserFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO UserRecord
                       WRITE UserRecord
                           INVALID KEY
                               DISPLAY "Reload rejected UID "
                                   UID OF UserRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE UserFile
           PERFORM COUNT-LIVE-USERS
           .

       COUNT-LIVE-USERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UserFile
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UserFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF UserRecord NOT = UnloadLine
                           ADD 1 TO WS-AFTER-DIFFS
                       END-IF
                       ADD Balance OF UserRecord TO WS-AFTER-TOTAL
               END-READ
           END-PERFORM
           CLOSE UserFile
           CLOSE UnloadFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Transactions - checksum is the sum of amounts
       UNLOAD-TRX.
           MOVE 'N' TO ws-eof
           OPEN INPUT TrxFile
           IF WS-FS NOT = "00"
               CLOSE TrxFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FILE-PRESENT
           OPEN OUTPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ TrxFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE UnloadLine FROM TransactionRecord
                       ADD 1 TO WS-BEFORE-COUNT
                       ADD Amount OF TransactionRecord
                           TO WS-BEFORE-TOTAL
               END-READ
           END-PERFORM
           CLOSE TrxFile
           CLOSE UnloadFile
           .

       BUILD-TRX.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT TrxNew
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO TrxNewRecord
                       WRITE TrxNewRecord
                           INVALID KEY
                               DISPLAY "Work file rejected TrxID "
                                   TrxID OF TrxNewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE TrxNew
           MOVE 'N' TO ws-eof
           OPEN INPUT TrxNew
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ TrxNew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF TrxNewRecord NOT = UnloadLine
                           ADD 1 TO WS-WORK-DIFFS
                       END-IF
                       ADD Amount OF TrxNewRecord TO WS-WORK-TOTAL
               END-READ
           END-PERFORM
           CLOSE TrxNew
           CLOSE UnloadFile
           .

       SWAP-TRX.
           MOVE 'N' TO ws-eof
           OPEN INPUT TrxNew
           OPEN OUTPUT TrxFile
           PERFORM UNTIL ws-eof = 'Y'
               READ TrxNew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE TransactionRecord FROM TrxNewRecord
                           INVALID KEY
                               DISPLAY "Rebuild rejected TrxID "
                                   TrxID OF TrxNewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE TrxNew
           CLOSE TrxFile
           PERFORM COUNT-LIVE-TRX
           .

       RESTORE-TRX.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT TrxFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO TransactionRecord
                       WRITE TransactionRecord
                           INVALID KEY
                               DISPLAY "Reload rejected TrxID "
                                   TrxID OF TransactionRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE TrxFile
           PERFORM COUNT-LIVE-TRX
           .

       COUNT-LIVE-TRX.
           MOVE 'N' TO ws-eof
           OPEN INPUT TrxFile
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ TrxFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF TransactionRecord NOT = UnloadLine
                           ADD 1 TO WS-AFTER-DIFFS
                       END-IF
                       ADD Amount OF TransactionRecord
                           TO WS-AFTER-TOTAL
               END-READ
           END-PERFORM
           CLOSE TrxFile
           CLOSE UnloadFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>TrxXref - checksum is the account number hash total
       UNLOAD-XREF.
           MOVE 'N' TO ws-eof
           OPEN INPUT XrefFile
           IF WS-FS NOT = "00"
               CLOSE XrefFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FILE-PRESENT
           OPEN OUTPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ XrefFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE UnloadLine FROM XrefRecord
                       ADD 1 TO WS-BEFORE-COUNT
                       MOVE XREF-AccNo OF XrefRecord TO WS-HASH-ACC
                       ADD WS-HASH-LOW TO WS-BEFORE-TOTAL
               END-READ
           END-PERFORM
           CLOSE XrefFile
           CLOSE UnloadFile
           .

       BUILD-XREF.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT XrefNew
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO XrefNewRecord
                       WRITE XrefNewRecord
                           INVALID KEY
                               DISPLAY "Work file rejected xref "
                                   XREF-Key OF XrefNewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE XrefNew
           MOVE 'N' TO ws-eof
           OPEN INPUT XrefNew
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ XrefNew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF XrefNewRecord NOT = UnloadLine
                           ADD 1 TO WS-WORK-DIFFS
                       END-IF
                       MOVE XREF-AccNo OF XrefNewRecord TO WS-HASH-ACC
                       ADD WS-HASH-LOW TO WS-WORK-TOTAL
               END-READ
           END-PERFORM
           CLOSE XrefNew
           CLOSE UnloadFile
           .

       SWAP-XREF.
           MOVE 'N' TO ws-eof
           OPEN INPUT XrefNew
           OPEN OUTPUT XrefFile
           PERFORM UNTIL ws-eof = 'Y'
               READ XrefNew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE XrefRecord FROM XrefNewRecord
                           INVALID KEY
                               DISPLAY "Rebuild rejected xref "
                                   XREF-Key OF XrefNewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE XrefNew
           CLOSE XrefFile
           PERFORM COUNT-LIVE-XREF
           .

       RESTORE-XREF.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT XrefFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO XrefRecord
                       WRITE XrefRecord
                           INVALID KEY
                               DISPLAY "Reload rejected xref "
                                   XREF-Key OF XrefRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE XrefFile
           PERFORM COUNT-LIVE-XREF
           .

       COUNT-LIVE-XREF.
           MOVE 'N' TO ws-eof
           OPEN INPUT XrefFile
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ XrefFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF XrefRecord NOT = UnloadLine
                           ADD 1 TO WS-AFTER-DIFFS
                       END-IF
                       MOVE XREF-AccNo OF XrefRecord TO WS-HASH-ACC
                       ADD WS-HASH-LOW TO WS-AFTER-TOTAL
               END-READ
           END-PERFORM
           CLOSE XrefFile
           CLOSE UnloadFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>StandingOrders - checksum is the sum of order amounts
       UNLOAD-SORDERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT SOFile
           IF WS-FS NOT = "00"
               CLOSE SOFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FILE-PRESENT
           OPEN OUTPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ SOFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE UnloadLine FROM SORecord
                       ADD 1 TO WS-BEFORE-COUNT
                       ADD SO-Amount OF SORecord TO WS-BEFORE-TOTAL
               END-READ
           END-PERFORM
           CLOSE SOFile
           CLOSE UnloadFile
           .

       BUILD-SORDERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT SONew
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO SONewRecord
                       WRITE SONewRecord
                           INVALID KEY
                               DISPLAY "Work file rejected order "
                                   SO-ID OF SONewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE SONew
           MOVE 'N' TO ws-eof
           OPEN INPUT SONew
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ SONew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF SONewRecord NOT = UnloadLine
                           ADD 1 TO WS-WORK-DIFFS
                       END-IF
                       ADD SO-Amount OF SONewRecord TO WS-WORK-TOTAL
               END-READ
           END-PERFORM
           CLOSE SONew
           CLOSE UnloadFile
           .

       SWAP-SORDERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT SONew
           OPEN OUTPUT SOFile
           PERFORM UNTIL ws-eof = 'Y'
               READ SONew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE SORecord FROM SONewRecord
                           INVALID KEY
                               DISPLAY "Rebuild rejected order "
                                   SO-ID OF SONewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE SONew
           CLOSE SOFile
           PERFORM COUNT-LIVE-SORDERS
           .

       RESTORE-SORDERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT SOFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO SORecord
                       WRITE SORecord
                           INVALID KEY
                               DISPLAY "Reload rejected order "
                                   SO-ID OF SORecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE SOFile
           PERFORM COUNT-LIVE-SORDERS
           .

       COUNT-LIVE-SORDERS.
           MOVE 'N' TO ws-eof
           OPEN INPUT SOFile
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ SOFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF SORecord NOT = UnloadLine
                           ADD 1 TO WS-AFTER-DIFFS
                       END-IF
                       ADD SO-Amount OF SORecord TO WS-AFTER-TOTAL
               END-READ
           END-PERFORM
           CLOSE SOFile
           CLOSE UnloadFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>FixedDeposits - checksum is the sum of principals
       UNLOAD-FDS.
           MOVE 'N' TO ws-eof
           OPEN INPUT FDFile
           IF WS-FS NOT = "00"
               CLOSE FDFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FILE-PRESENT
           OPEN OUTPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ FDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE UnloadLine FROM FDRecord
                       ADD 1 TO WS-BEFORE-COUNT
                       ADD FXD-Principal OF FDRecord
                           TO WS-BEFORE-TOTAL
               END-READ
           END-PERFORM
           CLOSE FDFile
           CLOSE UnloadFile
           .

       BUILD-FDS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT FDNew
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO FDNewRecord
                       WRITE FDNewRecord
                           INVALID KEY
                               DISPLAY "Work file rejected deposit "
                                   FXD-ID OF FDNewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE FDNew
           MOVE 'N' TO ws-eof
           OPEN INPUT FDNew
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ FDNew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF FDNewRecord NOT = UnloadLine
                           ADD 1 TO WS-WORK-DIFFS
                       END-IF
                       ADD FXD-Principal OF FDNewRecord
                           TO WS-WORK-TOTAL
               END-READ
           END-PERFORM
           CLOSE FDNew
           CLOSE UnloadFile
           .

       SWAP-FDS.
           MOVE 'N' TO ws-eof
           OPEN INPUT FDNew
           OPEN OUTPUT FDFile
           PERFORM UNTIL ws-eof = 'Y'
               READ FDNew NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       WRITE FDRecord FROM FDNewRecord
                           INVALID KEY
                               DISPLAY "Rebuild rejected deposit "
                                   FXD-ID OF FDNewRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE FDNew
           CLOSE FDFile
           PERFORM COUNT-LIVE-FDS
           .

       RESTORE-FDS.
           MOVE 'N' TO ws-eof
           OPEN INPUT UnloadFile
           OPEN OUTPUT FDFile
           PERFORM UNTIL ws-eof = 'Y'
               READ UnloadFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE UnloadLine TO FDRecord
                       WRITE FDRecord
                           INVALID KEY
                               DISPLAY "Reload rejected deposit "
                                   FXD-ID OF FDRecord
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE FDFile
           PERFORM COUNT-LIVE-FDS
           .

       COUNT-LIVE-FDS.
           MOVE 'N' TO ws-eof
           OPEN INPUT FDFile
           OPEN INPUT UnloadFile
           PERFORM UNTIL ws-eof = 'Y'
               READ FDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
                       PERFORM READ-UNLOAD-MATCH
                       IF FDRecord NOT = UnloadLine
                           ADD 1 TO WS-AFTER-DIFFS
                       END-IF
                       ADD FXD-Principal OF FDRecord TO WS-AFTER-TOTAL
               END-READ
           END-PERFORM
           CLOSE FDFile
           CLOSE UnloadFile
           .

       END PROGRAM reorgFiles.
