      *          that day, and runs the retention cleanup that
      *          empties spooled files older than the configurable
      *          SPOOLDAY parameter and marks their index rows
      *          purged. A customer statement reprinted and handed
      *          over takes the catalogue STMTRPRT charge from the
      *          account through postServiceCharge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-BD-STATUS    pic xx.
       01  WS-BUS-DATE     pic 9(8).
       01  anykey          pic x.
       01  ws-spl-type     pic x(12).
       01  ws-stmt-path    pic x(60).
       01  ws-stmt-path-r REDEFINES ws-stmt-path.
           05  filler          pic x(19).
           05  ws-stmt-accno   pic 9(16).
           05  filler          pic x(25).
       01  ws-confirm      pic x.
       01  ws-svc-event    pic x(8) value "STMTRPRT".
       01  ws-svc-oper     pic x(5).
       01  ws-svc-charged  pic 9(10)v99.
       01  ws-svc-status   pic xx.
       01  ws-dsp-charge   pic z(9)9.99.
       01  ws-logAction    pic x(10).
       01  ws-logAcct      pic x(30).

       copy '../../Utility Functions/colorCodes.cpy'.

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
                       ADD 1 TO ws-seq
                       IF ws-seq = ws-pick
                           MOVE SPL-FileName TO WS-VIEW-PATH
                           MOVE SPL-Type TO ws-spl-type
                           IF SPL-Status = "P"
                               DISPLAY "That report was purged by "
                                   "retention cleanup."
           END-PERFORM
           CLOSE ViewFile
           DISPLAY "----------------- end report ------------------"
           IF ws-spl-type = "STMTCYCLE"
               PERFORM CHARGE-STATEMENT-REPRINT
           END-IF
           DISPLAY "Press any key : "
           ACCEPT anykey.

      *>A statement file is named for its account
      *>(data/Stmt_<account>_<period>.txt), so the account to charge
      *>comes off the path. Only a copy handed to the customer is
      *>charged - looking at it in the branch is not.
       CHARGE-STATEMENT-REPRINT.
           MOVE WS-VIEW-PATH TO ws-stmt-path
           IF ws-stmt-path(1:19) NOT = "../../../data/Stmt_"
               OR ws-stmt-accno NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reprint handed to the customer? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = 'Y' AND ws-confirm NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE LS-AdminId TO ws-svc-oper
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE ws-stmt-accno, ws-svc-event,
               ws-svc-oper, ws-svc-charged, ws-svc-status
           EVALUATE ws-svc-status
               WHEN "00"
                   MOVE ws-svc-charged TO ws-dsp-charge
                   DISPLAY "Statement reprint charge " ws-dsp-charge
                       " debited."
                   MOVE "STMTRPRT" TO ws-logAction
                   MOVE ws-stmt-accno TO ws-logAcct
                   CALL '../../Utility Functions/bin/logAdminAction'
                       USING BY REFERENCE LS-AdminId, ws-logAction,
                       ws-logAcct
               WHEN "01"
                   CONTINUE
               WHEN "02"
                   DISPLAY esc redx "Balance will not bear the "
                       "reprint charge - collect it in cash." esc resetx
               WHEN OTHER
                   DISPLAY esc redx "Reprint charge not posted "
                       "(status " ws-svc-status ")." esc resetx
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Cleanup empties the spooled files older than the retention
      *>period and marks their index rows purged, keeping the index
