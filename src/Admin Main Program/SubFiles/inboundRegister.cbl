      *          (data/InboundFiles.dat) - every imported file's
      *          fingerprint, who imported it and when, so "has
      *          this file run already?" is a screen instead of a
      *          guess. A file registered but never marked posted
      *          holds up the day-end readiness check; once it has
      *          been looked into, a second admin signs it off here
      *          as resolved (put right by hand, nothing left to
      *          post) or re-opened (posted rows reversed, so the
      *          same file may be imported again). Both are
      *          recorded through logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  ws-eof          PIC X VALUE 'N'.
       01  WS-DSP-AMT      PIC Z(11)9.99.
       01  shown_count     PIC 9(5) VALUE 0.
       01  ws-choice       PIC 9.
       01  ws-newstat      PIC X.
       01  ws-hash-key     PIC X(16).
       01  ws-found-hash   PIC X(32).
       01  ws-match-count  PIC 9(5).
       01  ws-confirm      PIC X.
       01  ws-logAction    PIC X(10).
       01  ws-logAcct      PIC X(30).
       01  WS-CheckerId        PIC 9(5).
       01  WS-CheckerName      PIC X(20).
       01  WS-CheckerRole      PIC 9.
       01  WS-CheckerStatus    PIC X(2).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           DISPLAY "========== Inbound File Register =========="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Register, 2=Mark Stuck File Resolved, "
           DISPLAY "3=Re-open Stuck File, 4=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-REGISTER
                   perform MENU-LOOP
               WHEN 2
                   MOVE "X" TO ws-newstat
                   perform SETTLE-STUCK-FILE
                   perform MENU-LOOP
               WHEN 3
                   MOVE "O" TO ws-newstat
                   perform SETTLE-STUCK-FILE
                   perform MENU-LOOP
               WHEN 4
                   DISPLAY "Returning to Main Screen..."
                   GOBACK
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-REGISTER.
           MOVE 0 TO shown_count
           MOVE 'N' TO ws-eof
           OPEN INPUT RegFile
           IF WS-FS NOT = "00"
               DISPLAY "No inbound files registered yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ RegFile NEXT
                           FUNCTION TRIM(IBF-FileName)
                       DISPLAY "  " IBF-RecCount " record(s) for "
                           WS-DSP-AMT "  hash " IBF-Hash(1:16)
                       EVALUATE TRUE
                           WHEN IBF-REGISTERED
                               DISPLAY "  ** registered, not yet "
                                   "posted"
                           WHEN IBF-RESOLVED
                               DISPLAY "  ** not posted - resolved "
                                   "by supervisor"
                           WHEN IBF-REOPENED
                               DISPLAY "  ** re-opened - may be "
                                   "imported again"
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RegFile
           DISPLAY shown_count " file(s) on the register.".

      *-------------------------------------------------------------------*
      *>Only a row still registered and not posted can be settled;
      *>it is picked by the first sixteen characters of its hash,
      *>as the list shows it. A second admin signs it off - X
      *>resolved, O re-opened - and the decision is logged.
       SETTLE-STUCK-FILE.
           DISPLAY "Hash of the stuck file (first 16 characters) : "
           ACCEPT ws-hash-key
           MOVE 0 TO ws-match-count
           MOVE SPACES TO ws-found-hash
           MOVE 'N' TO ws-eof
           OPEN I-O RegFile
           IF WS-FS NOT = "00"
               DISPLAY "No inbound files registered yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ RegFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IBF-Hash(1:16) = ws-hash-key
                           AND IBF-REGISTERED
                           ADD 1 TO ws-match-count
                           MOVE IBF-Hash TO ws-found-hash
                       END-IF
               END-READ
           END-PERFORM
           IF ws-match-count = 0
               DISPLAY "ERROR: No stuck file with that hash."
               CLOSE RegFile
               EXIT PARAGRAPH
           END-IF
           IF ws-match-count > 1
               DISPLAY "ERROR: More than one stuck file starts with "
                   "that hash - see the register."
               CLOSE RegFile
               EXIT PARAGRAPH
           END-IF
           MOVE ws-found-hash TO IBF-Hash
           READ RegFile
               INVALID KEY
                   DISPLAY "ERROR: Register row not found."
                   CLOSE RegFile
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "File " FUNCTION TRIM(IBF-FileName)
               " imported " IBF-Date " by admin " IBF-AdminId
           IF ws-newstat = "X"
               DISPLAY "Mark it resolved - whatever did not post was "
                   "put right by hand? (Y/N) : "
           ELSE
               DISPLAY "Re-open it for import again - the rows that "
                   "did post have been reversed? (Y/N) : "
           END-IF
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Cancelled."
               CLOSE RegFile
               EXIT PARAGRAPH
           END-IF
           CALL '../SubFiles/bin/adminLogin'
               USING WS-CheckerId, WS-CheckerName,
               WS-CheckerRole, WS-CheckerStatus
           IF WS-CheckerStatus NOT = "00"
               DISPLAY esc redx
                   "[ERROR] Supervisor approval failed."
               DISPLAY esc resetx
               CLOSE RegFile
               EXIT PARAGRAPH
           END-IF
           IF WS-CheckerId = LS-AdminId
               DISPLAY esc redx
                   "[ERROR] The supervisor must be a different admin "
                   "from the one at the screen."
               DISPLAY esc resetx
               CLOSE RegFile
               EXIT PARAGRAPH
           END-IF
           MOVE ws-newstat TO IBF-Status
           REWRITE RegRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating the register failed."
                   CLOSE RegFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE RegFile

           IF ws-newstat = "X"
               MOVE "IBFRESOLVE" TO ws-logAction
           ELSE
               MOVE "IBFREOPEN" TO ws-logAction
           END-IF
           MOVE SPACES TO ws-logAcct
           STRING "IBF " ws-found-hash(1:16) " sup " WS-CheckerId
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Register updated, approved by "
               FUNCTION TRIM(WS-CheckerName) "." esc resetx.

       END PROGRAM inboundRegister.
