      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: ATM cash management. Keeps the ATM terminal master
      *          (data/AtmTerminals.dat, keyed by the switch's
      *          terminal ID) and the custodian's two jobs at the
      *          machine: loading cassettes and the service count.
      *          Notes loaded are taken out of the branch vault's
      *          denomination inventory (data/Denominations.dat) and
      *          its drawer row as cash out; notes counted out of the
      *          machine at service go back in the same way, and the
      *          count is set against the cash the machine should
      *          hold - loaded less dispensed, rolled forward by
      *          atmCashPosition - to give the cycle's variance
      *          before the next cycle starts. Every load and count
      *          is written to data/AtmServiceLog.dat and through
      *          logAdminAction. The daily cash position report can
      *          be produced from here as well as by the nightly run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. atmManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AtmFile ASSIGN TO "../../../data/AtmTerminals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-Terminal
               FILE STATUS IS WS-ATM-FS.

           SELECT DenomFile
               ASSIGN TO "../../../data/Denominations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEN-Key
               FILE STATUS IS WS-DEN-FS.

           SELECT DrawerFile ASSIGN TO "../../../data/Drawers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-AID
               FILE STATUS IS WS-DRW-FS.

           SELECT ServiceLog
               ASSIGN TO "../../../data/AtmServiceLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AtmFile.
       01  AtmRecord.
           COPY "../../Utility Functions/atmFile.cpy".

       FD  DenomFile.
       01  DenomRecord.
           COPY "../../Utility Functions/denomFile.cpy".

       FD  DrawerFile.
       01  DrawerRecord.
           COPY "../../Utility Functions/drawerFile.cpy".

       FD  ServiceLog.
       01  ServiceLogLine.
           05  ASL-Date        PIC 9(8).
           05  ASL-Time        PIC 9(6).
           05  ASL-Terminal    PIC X(8).
           05  ASL-Kind        PIC X.
      *>L loaded, C counted at service
           05  ASL-Amount      PIC 9(10)V99.
           05  ASL-Expected    PIC S9(10)V99 SIGN LEADING SEPARATE.
           05  ASL-Variance    PIC S9(10)V99 SIGN LEADING SEPARATE.
           05  ASL-VaultAID    PIC 9(5).
           05  ASL-AdminId     PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-ATM-FS           pic xx.
       01  WS-DEN-FS           pic xx.
       01  WS-DRW-FS           pic xx.
       01  WS-LOG-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-terminal         pic x(8).
       01  ws-new-atm          pic x.
       01  ws-entry            pic x(30).
       01  ws-vault-aid        pic 9(5).
       01  ws-next-load        pic 9(8).
       01  ws-roll-mode        pic x value "R".
       01  ws-report-mode      pic x value "P".
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-dsp-amount       pic z(9)9.99.
       01  ws-dsp-signed       pic -z(9)9.99.
      *>the notes of one load or one count, by value
       01  ws-note-value       pic 9(6).
       01  ws-note-count       pic 9(7).
       01  ws-nx               pic 9.
       01  ws-note-ok          pic x.
       01  ws-short            pic x.
       01  ws-cash-total       pic 9(10)v99.
       01  ws-expected         pic s9(10)v99.
       01  ws-variance         pic s9(10)v99.
       01  ws-move-kind        pic x.
       01  ws-log-kind         pic x.
       01  ws-atm-status       pic x.
       01  ws-note-values.
           05  FILLER          pic 9(6) value 010000.
           05  FILLER          pic 9(6) value 005000.
           05  FILLER          pic 9(6) value 001000.
           05  FILLER          pic 9(6) value 000500.
           05  FILLER          pic 9(6) value 000200.
           05  FILLER          pic 9(6) value 000100.
           05  FILLER          pic 9(6) value 000050.
       01  FILLER REDEFINES ws-note-values.
           05  ws-note-val     pic 9(6) OCCURS 7 TIMES.
       01  ws-note-table.
           05  ws-note-cnt     pic 9(7) OCCURS 7 TIMES.

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           DISPLAY "==============================================="
           DISPLAY "=======          ATM Cash                ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List ATMs, 2=Register/Update ATM, "
                   "3=Load Cassettes,"
           DISPLAY "4=Service Count & Unload, 5=Cash Position Report,"
           DISPLAY "6=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-ATMS
                   perform MENU-LOOP
               WHEN 2
                   perform REGISTER-ATM
                   perform MENU-LOOP
               WHEN 3
                   perform LOAD-CASSETTES
                   perform MENU-LOOP
               WHEN 4
                   perform SERVICE-COUNT
                   perform MENU-LOOP
               WHEN 5
                   CALL '../../Utility Functions/bin/atmCashPosition'
                       USING BY REFERENCE LS-AdminId, ws-report-mode
                   perform MENU-LOOP
               WHEN 6
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating new files to store data if not already exist
       File-Check.
           OPEN INPUT AtmFile
           IF WS-ATM-FS = '35'
               OPEN OUTPUT AtmFile
           END-IF
           CLOSE AtmFile
           OPEN INPUT DenomFile
           IF WS-DEN-FS = '35'
               OPEN OUTPUT DenomFile
           END-IF
           CLOSE DenomFile.

      *-------------------------------------------------------------------*
       LIST-ATMS.
           move 'N' to ws-eof
           OPEN INPUT AtmFile
           IF WS-ATM-FS NOT = "00"
               DISPLAY "No ATMs on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Terminal Location                       Br  "
               "Vault St Expected      Next Load"
           DISPLAY "-----------------------------------------------"
               "-------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ AtmFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       COMPUTE ws-expected =
                           ATM-Loaded - ATM-Dispensed
                       MOVE ws-expected TO ws-dsp-signed
                       DISPLAY ATM-Terminal " " ATM-Location " "
                           ATM-Branch " " ATM-VaultAID " "
                           ATM-Status "  " ws-dsp-signed " "
                           ATM-NextLoad
               END-READ
           END-PERFORM
           CLOSE AtmFile.

      *-------------------------------------------------------------------*
      *>A new machine starts its dispense roll at today's business
      *>date, with nothing loaded; an existing one keeps its cash
      *>figures and only its particulars change.
       REGISTER-ATM.
           DISPLAY "Terminal ID (as the switch reports it) : "
           ACCEPT ws-terminal
           IF ws-terminal = SPACES
               DISPLAY "ERROR: A terminal ID is required."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O AtmFile
           IF WS-ATM-FS NOT = "00"
               DISPLAY "ERROR: ATM file unavailable."
               EXIT PARAGRAPH
           END-IF
           MOVE ws-terminal TO ATM-Terminal
           MOVE 'N' TO ws-new-atm
           READ AtmFile
               INVALID KEY
                   MOVE 'Y' TO ws-new-atm
                   INITIALIZE AtmRecord
                   MOVE ws-terminal TO ATM-Terminal
                   MOVE "A" TO ATM-Status
                   MOVE WS-BUS-DATE TO ATM-RollDate
           END-READ
           IF ws-new-atm = 'N'
               DISPLAY "Updating " ATM-Terminal " - " ATM-Location
               DISPLAY "(blank keeps the current value)"
           END-IF

           DISPLAY "Location : "
           MOVE SPACES TO ws-entry
           ACCEPT ws-entry
           IF ws-entry NOT = SPACES
               MOVE ws-entry TO ATM-Location
           END-IF
           DISPLAY "Branch code : "
           MOVE SPACES TO ws-entry
           ACCEPT ws-entry
           IF ws-entry NOT = SPACES
               MOVE ws-entry(1:3) TO ATM-Branch
           END-IF
           DISPLAY "Vault drawer ID it is loaded from : "
           MOVE 0 TO ws-vault-aid
           ACCEPT ws-vault-aid
           IF ws-vault-aid NOT = 0
               MOVE ws-vault-aid TO ATM-VaultAID
           END-IF
           IF ws-new-atm = 'N'
               DISPLAY "Status (A=Active, O=Out of service) : "
               MOVE SPACES TO ws-entry
               ACCEPT ws-entry
               IF ws-entry(1:1) = "A" OR ws-entry(1:1) = "O"
                   MOVE ws-entry(1:1) TO ATM-Status
               END-IF
           END-IF
           IF ATM-Location = SPACES OR ATM-Branch = SPACES
               OR ATM-VaultAID = 0
               DISPLAY "ERROR: Location, branch and vault are "
                   "all required."
               CLOSE AtmFile
               EXIT PARAGRAPH
           END-IF

           IF ws-new-atm = 'Y'
               WRITE AtmRecord
                   INVALID KEY
                       DISPLAY "ATM not written (" WS-ATM-FS ")."
                       CLOSE AtmFile
                       EXIT PARAGRAPH
               END-WRITE
               MOVE "ATMADD" TO ws-logAction
           ELSE
               REWRITE AtmRecord
                   INVALID KEY
                       DISPLAY "ATM not updated (" WS-ATM-FS ")."
                       CLOSE AtmFile
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "ATMUPD" TO ws-logAction
           END-IF
           CLOSE AtmFile
           MOVE ws-terminal TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           DISPLAY esc greenx "ATM " ws-terminal " saved." esc resetx.

      *-------------------------------------------------------------------*
      *>Notes go from the vault into the cassettes, so the vault
      *>must actually hold every note keyed in before anything
      *>moves. The machine is rolled forward first, so what it
      *>dispensed before the load stays in this cycle; a machine
      *>that has never been loaded starts its cycle here.
       LOAD-CASSETTES.
           PERFORM PICK-ATM
           IF ws-terminal = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ws-atm-status NOT = "A"
               DISPLAY "ERROR: ATM is out of service."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loading " ws-terminal " from vault "
               ws-vault-aid
           PERFORM ACCEPT-NOTES
           IF ws-cash-total = 0
               DISPLAY "Nothing loaded."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO ws-short
           OPEN INPUT DenomFile
           PERFORM VARYING ws-nx FROM 1 BY 1 UNTIL ws-nx > 7
               IF ws-note-cnt(ws-nx) > 0
                   MOVE ws-vault-aid TO DEN-AID
                   MOVE ws-note-val(ws-nx) TO DEN-Value
                   READ DenomFile
                       INVALID KEY
                           MOVE 0 TO DEN-Count
                   END-READ
                   IF DEN-Count < ws-note-cnt(ws-nx)
                       DISPLAY esc redx "Vault holds only " DEN-Count
                           " notes of " ws-note-val(ws-nx) esc resetx
                       MOVE 'Y' TO ws-short
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DenomFile
           IF ws-short = 'Y'
               DISPLAY "ERROR: Load refused - count the vault first."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Next scheduled load (YYYYMMDD, 0 if none) : "
           MOVE 0 TO ws-next-load
           ACCEPT ws-next-load

           MOVE "O" TO ws-move-kind
           PERFORM MOVE-VAULT-NOTES

           OPEN I-O AtmFile
           MOVE ws-terminal TO ATM-Terminal
           READ AtmFile
               INVALID KEY
                   DISPLAY "ERROR: ATM vanished during the load."
                   CLOSE AtmFile
                   EXIT PARAGRAPH
           END-READ
           IF ATM-LastLoad = 0 AND ATM-Loaded = 0
               MOVE 0 TO ATM-Dispensed
           END-IF
           ADD ws-cash-total TO ATM-Loaded
           MOVE WS-BUS-DATE TO ATM-LastLoad
           IF ws-next-load > WS-BUS-DATE
               MOVE ws-next-load TO ATM-NextLoad
           ELSE
               MOVE 0 TO ATM-NextLoad
           END-IF
           REWRITE AtmRecord
               INVALID KEY
                   DISPLAY "Warning: ATM record not updated."
           END-REWRITE
           CLOSE AtmFile

           COMPUTE ws-expected = ATM-Loaded - ATM-Dispensed
           MOVE 0 TO ws-variance
           MOVE "L" TO ws-log-kind
           PERFORM WRITE-SERVICE-LOG
           MOVE "ATMLOAD" TO ws-logAction
           MOVE ws-terminal TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           MOVE ws-cash-total TO ws-dsp-amount
           DISPLAY esc greenx "Loaded " ws-dsp-amount " into "
               ws-terminal "." esc resetx.

      *-------------------------------------------------------------------*
      *>Everything left in the cassettes comes out and goes back to
      *>the vault; what the custodian counts against what the
      *>machine should hold is the cycle's variance. The machine
      *>is then empty and the next load starts a new cycle.
       SERVICE-COUNT.
           PERFORM PICK-ATM
           IF ws-terminal = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-expected = ATM-Loaded - ATM-Dispensed
           MOVE ws-expected TO ws-dsp-signed
           DISPLAY "Servicing " ATM-Terminal " - should hold "
               ws-dsp-signed
           DISPLAY "Key in the notes counted out of the cassettes."
           PERFORM ACCEPT-NOTES

           MOVE "I" TO ws-move-kind
           PERFORM MOVE-VAULT-NOTES

           COMPUTE ws-variance = ws-cash-total - ws-expected
           OPEN I-O AtmFile
           MOVE ws-terminal TO ATM-Terminal
           READ AtmFile
               INVALID KEY
                   DISPLAY "ERROR: ATM vanished during the count."
                   CLOSE AtmFile
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-BUS-DATE   TO ATM-LastCount
           MOVE ws-cash-total TO ATM-LastCounted
           MOVE ws-variance   TO ATM-LastVariance
           MOVE 0 TO ATM-Loaded
           MOVE 0 TO ATM-Dispensed
           REWRITE AtmRecord
               INVALID KEY
                   DISPLAY "Warning: ATM record not updated."
           END-REWRITE
           CLOSE AtmFile

           MOVE "C" TO ws-log-kind
           PERFORM WRITE-SERVICE-LOG
           MOVE "ATMCOUNT" TO ws-logAction
           MOVE ws-terminal TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           MOVE ws-cash-total TO ws-dsp-amount
           DISPLAY "Counted  " ws-dsp-amount
           MOVE ws-variance TO ws-dsp-signed
           EVALUATE TRUE
               WHEN ws-variance = 0
                   DISPLAY esc greenx "Count agrees - no variance."
                       esc resetx
               WHEN ws-variance < 0
                   DISPLAY esc redx "SHORT    " ws-dsp-signed
                       esc resetx
               WHEN OTHER
                   DISPLAY esc redx "LONG     " ws-dsp-signed
                       esc resetx
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Rolls the machine's dispensing up to date, then reads it.
       PICK-ATM.
           DISPLAY "Terminal ID : "
           ACCEPT ws-terminal
           IF ws-terminal = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL '../../Utility Functions/bin/atmCashPosition'
               USING BY REFERENCE LS-AdminId, ws-roll-mode
           OPEN INPUT AtmFile
           MOVE ws-terminal TO ATM-Terminal
           READ AtmFile
               INVALID KEY
                   DISPLAY "ERROR: No ATM with that terminal ID."
                   MOVE SPACES TO ws-terminal
               NOT INVALID KEY
                   MOVE ATM-VaultAID TO ws-vault-aid
                   MOVE ATM-Status   TO ws-atm-status
           END-READ
           CLOSE AtmFile.

      *>Note value zero ends the loop; only notes in circulation
      *>are taken.
       ACCEPT-NOTES.
           MOVE 0 TO ws-cash-total
           INITIALIZE ws-note-table
           DISPLAY "Note value (0 to finish) : "
           ACCEPT ws-note-value
           PERFORM UNTIL ws-note-value = 0
               MOVE 'N' TO ws-note-ok
               PERFORM VARYING ws-nx FROM 1 BY 1 UNTIL ws-nx > 7
                   OR ws-note-ok = 'Y'
                   IF ws-note-val(ws-nx) = ws-note-value
                       MOVE 'Y' TO ws-note-ok
                   END-IF
               END-PERFORM
               IF ws-note-ok = 'Y'
                   SUBTRACT 1 FROM ws-nx
                   DISPLAY "Notes of " ws-note-value " : "
                   MOVE 0 TO ws-note-count
                   ACCEPT ws-note-count
                   ADD ws-note-count TO ws-note-cnt(ws-nx)
                   COMPUTE ws-cash-total = ws-cash-total
                       + ws-note-count * ws-note-value
               ELSE
                   DISPLAY "Not a note value in circulation."
               END-IF
               DISPLAY "Note value (0 to finish) : "
               ACCEPT ws-note-value
           END-PERFORM.

      *>Kind "O" takes the notes out of the vault for a load, "I"
      *>puts a service count back; the vault's drawer row carries
      *>the value as cash out or in, as updateDrawer does for the
      *>tellers' drawers.
       MOVE-VAULT-NOTES.
           OPEN I-O DenomFile
           IF WS-DEN-FS = "00"
               PERFORM VARYING ws-nx FROM 1 BY 1 UNTIL ws-nx > 7
                   IF ws-note-cnt(ws-nx) > 0
                       PERFORM MOVE-ONE-DENOM
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DenomFile

           OPEN I-O DrawerFile
           IF WS-DRW-FS NOT = "00"
               CLOSE DrawerFile
               EXIT PARAGRAPH
           END-IF
           MOVE ws-vault-aid TO DRW-AID
           READ DrawerFile
               INVALID KEY
                   CLOSE DrawerFile
                   EXIT PARAGRAPH
           END-READ
           IF ws-move-kind = "I"
               ADD ws-cash-total TO DRW-CashIn
           ELSE
               ADD ws-cash-total TO DRW-CashOut
           END-IF
           REWRITE DrawerRecord
               INVALID KEY
                   DISPLAY "Warning: vault drawer not updated."
           END-REWRITE
           CLOSE DrawerFile.

       MOVE-ONE-DENOM.
           MOVE ws-vault-aid TO DEN-AID
           MOVE ws-note-val(ws-nx) TO DEN-Value
           READ DenomFile
               INVALID KEY
                   MOVE ws-vault-aid TO DEN-AID
                   MOVE ws-note-val(ws-nx) TO DEN-Value
                   MOVE 0 TO DEN-Count
                   WRITE DenomRecord
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-WRITE
           END-READ
           IF ws-move-kind = "I"
               ADD ws-note-cnt(ws-nx) TO DEN-Count
           ELSE
               SUBTRACT ws-note-cnt(ws-nx) FROM DEN-Count
           END-IF
           REWRITE DenomRecord
               INVALID KEY
                   DISPLAY "Warning: vault note count not updated."
           END-REWRITE.

       WRITE-SERVICE-LOG.
           OPEN EXTEND ServiceLog
           IF WS-LOG-FS NOT = "00"
               CLOSE ServiceLog
               OPEN OUTPUT ServiceLog
               IF WS-LOG-FS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ws-log-kind TO ASL-Kind
           MOVE WS-BUS-DATE TO ASL-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO ASL-Time
           MOVE ws-terminal   TO ASL-Terminal
           MOVE ws-cash-total TO ASL-Amount
           MOVE ws-expected   TO ASL-Expected
           MOVE ws-variance   TO ASL-Variance
           MOVE ws-vault-aid  TO ASL-VaultAID
           MOVE LS-AdminId    TO ASL-AdminId
           WRITE ServiceLogLine
           CLOSE ServiceLog.

       END PROGRAM atmManage.
