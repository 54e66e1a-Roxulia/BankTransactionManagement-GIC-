      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Walk-in cash remittance over the counter for people
      *          who hold no account with us (data/Remittances.dat).
      *          Send: the sender pays the amount plus the REMIT fee
      *          from data/ServiceCharges.dat into the teller's
      *          drawer, and the receiver is sent a secret pickup
      *          code by SMS through the messaging gateway extract;
      *          the register keeps only the code's hash. Pay out:
      *          any branch pays the receiver against the code and
      *          their NRC; RMTTRIES wrong attempts lock the
      *          remittance. Refund: a remittance remitExpiry has
      *          expired (uncollected after RMTEXPDY days), or one
      *          locked by wrong codes, is paid back to the sender
      *          on their NRC - the fee is kept.
      *          Both parties are checked against the barred NRC
      *          list and screened against the sanctions list; a
      *          sanctions hit refuses the remittance and goes to
      *          compliance's hold queue. Cash sent sits in
      *          remittances payable in the GL until paid out or
      *          refunded (writeGlMemo rows). A pay-out or refund
      *          memo is posted at the paying teller's branch;
      *          glPosting puts its payable leg back at the sending
      *          branch across the inter-branch accounts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. remitCounter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemitFile ASSIGN TO "../../../data/Remittances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-ID
               FILE STATUS IS WS-RMT-FS.

           SELECT AdminFile ASSIGN TO '../../../data/AdminAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AID
               FILE STATUS IS WS-ADM-FS.

           SELECT ParamFile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT OutboundFile ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RemitFile.
       01  RemitRecord.
           COPY "../../Utility Functions/remittanceFile.cpy".

       FD  AdminFile.
       01  AdminRecord.
           COPY "../../Utility Functions/adminFile.cpy".

       FD  ParamFile.
       01  ParamRec.
           05  prm-label       PIC X(8).
           05  prm-value       PIC 9(10)V99.

      *>the gateway extract line, with the walk-in's phone number
      *>after it - there is no customer row for the gateway to
      *>look the number up on, so the UID is zero
       FD  OutboundFile.
       01  OutboundLine.
           05  OBM-Ref         PIC X(20).
           05  OBM-UID         PIC 9(5).
           05  OBM-Channel     PIC X.
           05  OBM-Text        PIC X(60).
           05  OBM-Phone       PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-RMT-FS           pic xx.
       01  WS-ADM-FS           pic xx.
       01  WS-PRM-FS           pic xx.
       01  WS-OUT-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  WS-NOW-TIME         pic 9(6).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-rmtid            pic 9(7).
       01  ws-prev-rmtid       pic 9(7).
       01  ws-branch           pic x(3).
       01  ws-amount           pic 9(10)v99.
       01  ws-cash             pic 9(10)v99.
       01  ws-fee              pic 9(10)v99.
       01  ws-fee-name         pic x(24).
       01  ws-fee-status       pic xx.
       01  ws-fee-event        pic x(8) value "REMIT".
       01  ws-fee-tier         pic x(2) value spaces.
       01  ws-nrc              pic x(30).
       01  ws-name             pic x(30).
       01  ws-blk-reason       pic x(20).
       01  ws-blk-status       pic xx.
       01  ws-san-hit          pic x.
       01  ws-san-matched      pic x(30).
       01  ws-san-dir          pic x value "O".
       01  ws-san-bank         pic x(8) value "REMIT".
       01  ws-san-acc          pic 9(16) value 0.
       01  ws-refused          pic x.
       01  ws-confirm          pic x.
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-sms-text         pic x(60).
       01  ws-sms-phone        pic x(11).
       01  WS-OUT-PATH         pic x(60).
       01  ws-dsp-amount       pic z(9)9.99.
       01  ws-dsp-fee          pic z(9)9.99.
      *>pickup code - eight digits, held in the clear only long
      *>enough to hash and send it
       01  WS-SEED             pic 9(8).
       01  WS-CODE             pic 9(8).
       01  WS-CODE-PLAIN       pic x(20).
       01  WS-CODE-HASH        pic x(32).
       01  ws-salt-uid         pic 9(5).
      *>GL memo rows
       01  WS-MEMO-ID          pic x(11).
       01  WS-MEMO-DESC        pic x(30).
       01  WS-MEMO-AMT         pic 9(10)v99.
       01  WS-MEMO-STATUS      pic xx.
       01  WS-MEMO-OPER        pic x(5).
       01  WS-DRW-KIND         pic x.
      *>remittance parameters, with the shop defaults
       01  ws-max-tries        pic 9(10)v99 value 3.
       01  ws-list-count       pic 9(5).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           PERFORM LOAD-REMIT-PARAMS
           PERFORM LOAD-ADMIN-BRANCH
           DISPLAY "==============================================="
           DISPLAY "=======     Walk-in Cash Remittance      ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Send Money, 2=Pay Out to Receiver,"
           DISPLAY "3=Refund to Sender, 4=List Uncollected, 5=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform SEND-REMITTANCE
                   perform MENU-LOOP
               WHEN 2
                   perform PAY-REMITTANCE
                   perform MENU-LOOP
               WHEN 3
                   perform REFUND-REMITTANCE
                   perform MENU-LOOP
               WHEN 4
                   perform LIST-UNCOLLECTED
                   perform MENU-LOOP
               WHEN 5
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating new files to store data if not already exist
       File-Check.
           OPEN INPUT RemitFile
           IF WS-RMT-FS = '35'
               OPEN OUTPUT RemitFile
           END-IF
           CLOSE RemitFile.

       LOAD-REMIT-PARAMS.
           MOVE 'N' TO ws-eof
           OPEN INPUT ParamFile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ParamFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE prm-label
                           WHEN "RMTTRIES"
                               MOVE prm-value TO ws-max-tries
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ParamFile.

      *>the branch the remittance is sent from or paid at is the
      *>teller's own
       LOAD-ADMIN-BRANCH.
           MOVE "001" TO ws-branch
           OPEN INPUT AdminFile
           IF WS-ADM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-AdminId TO AID
           READ AdminFile
               NOT INVALID KEY
                   MOVE ABranch TO ws-branch
           END-READ
           CLOSE AdminFile.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Take the cash and issue the pickup code. Every check runs
      *>before the drawer or the register is touched, so a refused
      *>remittance leaves nothing behind but the compliance hold.
       SEND-REMITTANCE.
           INITIALIZE RemitRecord
           DISPLAY "Sender name : "
           ACCEPT RMT-SenderName
           DISPLAY "Sender NRC : "
           ACCEPT RMT-SenderNrc
           DISPLAY "Sender phone : "
           ACCEPT RMT-SenderPh
           DISPLAY "Receiver name : "
           ACCEPT RMT-RcvName
           DISPLAY "Receiver NRC : "
           ACCEPT RMT-RcvNrc
           DISPLAY "Receiver phone (pickup code is sent here) : "
           ACCEPT RMT-RcvPh
           IF RMT-SenderName = SPACES OR RMT-SenderNrc = SPACES
               OR RMT-RcvName = SPACES OR RMT-RcvNrc = SPACES
               OR RMT-RcvPh = SPACES
               DISPLAY "ERROR: Both names and NRCs and the "
                   "receiver's phone are required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount to send : "
           ACCEPT RMT-Amount
           IF RMT-Amount = 0
               DISPLAY "ERROR: Amount must be above zero."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO ws-refused
           MOVE RMT-SenderNrc TO ws-nrc
           PERFORM CHECK-BARRED-NRC
           MOVE RMT-RcvNrc TO ws-nrc
           PERFORM CHECK-BARRED-NRC
           MOVE RMT-SenderName TO ws-name
           MOVE RMT-Amount TO ws-amount
           PERFORM SCREEN-PARTY
           MOVE RMT-RcvName TO ws-name
           PERFORM SCREEN-PARTY
           IF ws-refused = 'Y'
               DISPLAY esc redx "Remittance refused." esc resetx
               EXIT PARAGRAPH
           END-IF

           CALL '../../Utility Functions/bin/loadServiceCharge'
               USING BY REFERENCE ws-fee-event, ws-fee-tier, ws-fee,
               ws-fee-name, ws-fee-status
           MOVE ws-fee TO RMT-Fee
           COMPUTE ws-cash = RMT-Amount + RMT-Fee
           MOVE RMT-Amount TO ws-dsp-amount
           MOVE RMT-Fee TO ws-dsp-fee
           DISPLAY "Amount " ws-dsp-amount "  fee " ws-dsp-fee
           MOVE ws-cash TO ws-dsp-amount
           DISPLAY "Cash to collect from sender : " ws-dsp-amount
           DISPLAY "Cash received? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RemitFile
           IF WS-RMT-FS NOT = "00"
               DISPLAY "ERROR: Remittance register unavailable."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-ID
           MOVE ws-rmtid TO RMT-ID
           MOVE ws-branch TO RMT-SendBranch
           MOVE WS-BUS-DATE TO RMT-SendDate
           MOVE LS-AdminId TO RMT-SendAdmin
           PERFORM ISSUE-CODE
           MOVE 0 TO RMT-Tries RMT-PayDate RMT-PayAdmin
               RMT-RefundDate
           MOVE SPACES TO RMT-PayBranch
           SET RMT-OUTSTANDING TO TRUE
           WRITE RemitRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing remittance failed."
                   CLOSE RemitFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE RemitFile

           MOVE "I" TO WS-DRW-KIND
           CALL '../../Utility Functions/bin/updateDrawer'
               USING BY REFERENCE LS-AdminId, WS-DRW-KIND, ws-cash

           MOVE SPACES TO WS-MEMO-ID
           STRING "RMS" RMT-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "Remit received" TO WS-MEMO-DESC
           MOVE RMT-Amount TO WS-MEMO-AMT
           PERFORM POST-MEMO
           MOVE SPACES TO WS-MEMO-ID
           STRING "RMF" RMT-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "Remit fee" TO WS-MEMO-DESC
           MOVE RMT-Fee TO WS-MEMO-AMT
           PERFORM POST-MEMO

           MOVE RMT-Amount TO ws-dsp-amount
           MOVE SPACES TO ws-sms-text
           STRING "Cash " FUNCTION TRIM(ws-dsp-amount)
               " to collect. Ref " RMT-ID " code " WS-CODE
               DELIMITED BY SIZE INTO ws-sms-text
           MOVE RMT-RcvPh TO ws-sms-phone
           PERFORM SEND-SMS
           MOVE 0 TO WS-CODE
           IF RMT-SenderPh NOT = SPACES
               MOVE SPACES TO ws-sms-text
               STRING "Remittance " RMT-ID " of "
                   FUNCTION TRIM(ws-dsp-amount) " sent to "
                   FUNCTION TRIM(RMT-RcvName)
                   DELIMITED BY SIZE INTO ws-sms-text
               MOVE RMT-SenderPh TO ws-sms-phone
               PERFORM SEND-SMS
           END-IF

           MOVE "RMTSEND" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "RMT" RMT-ID " " RMT-SenderNrc DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Remittance " RMT-ID " sent. The "
               "pickup code has gone to the receiver's phone."
               esc resetx.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Pay the receiver. The code and the receiver's NRC must both
      *>match; each miss counts towards the lock, so the code
      *>cannot be guessed at the counter.
       PAY-REMITTANCE.
           DISPLAY "Remittance reference : "
           ACCEPT ws-rmtid
           OPEN I-O RemitFile
           MOVE ws-rmtid TO RMT-ID
           READ RemitFile
               INVALID KEY
                   DISPLAY "ERROR: Remittance not found."
                   CLOSE RemitFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT RMT-OUTSTANDING
               EVALUATE TRUE
                   WHEN RMT-PAID
                       DISPLAY "ERROR: Already paid out on "
                           RMT-PayDate " at branch " RMT-PayBranch "."
                   WHEN RMT-LOCKED
                       DISPLAY "ERROR: Locked after wrong codes - "
                           "refund to the sender only."
                   WHEN OTHER
                       DISPLAY "ERROR: Expired or refunded - it can "
                           "no longer be paid out."
               END-EVALUATE
               CLOSE RemitFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pickup code : "
           ACCEPT WS-CODE
           DISPLAY "Receiver NRC : "
           ACCEPT ws-nrc
           MOVE SPACES TO WS-CODE-PLAIN
           MOVE WS-CODE TO WS-CODE-PLAIN(1:8)
           MOVE 0 TO WS-CODE
           CALL '../../Utility Functions/bin/encryption'
               USING BY REFERENCE WS-CODE-PLAIN, RMT-Salt, WS-CODE-HASH
           MOVE SPACES TO WS-CODE-PLAIN
           IF WS-CODE-HASH NOT = RMT-CodeHash OR ws-nrc NOT = RMT-RcvNrc
               ADD 1 TO RMT-Tries
               IF RMT-Tries >= ws-max-tries
                   SET RMT-LOCKED TO TRUE
               END-IF
               REWRITE RemitRecord
               CLOSE RemitFile
               IF RMT-LOCKED
                   DISPLAY esc redx "Code or NRC wrong - remittance "
                       "now LOCKED." esc resetx
                   MOVE "RMTLOCK" TO ws-logAction
                   MOVE SPACES TO ws-logAcct
                   STRING "RMT" RMT-ID DELIMITED BY SIZE
                       INTO ws-logAcct
                   CALL '../../Utility Functions/bin/logAdminAction'
                       USING BY REFERENCE LS-AdminId, ws-logAction,
                       ws-logAcct
               ELSE
                   DISPLAY esc redx "Code or NRC does not match."
                       esc resetx
               END-IF
               EXIT PARAGRAPH
           END-IF

      *>the lists may have changed since the day it was sent
           MOVE 'N' TO ws-refused
           MOVE RMT-RcvNrc TO ws-nrc
           PERFORM CHECK-BARRED-NRC
           MOVE RMT-RcvName TO ws-name
           MOVE RMT-Amount TO ws-amount
           PERFORM SCREEN-PARTY
           IF ws-refused = 'Y'
               CLOSE RemitFile
               DISPLAY esc redx "Pay-out refused." esc resetx
               EXIT PARAGRAPH
           END-IF

           MOVE RMT-Amount TO ws-dsp-amount
           DISPLAY "Pay " FUNCTION TRIM(RMT-RcvName) " cash "
               ws-dsp-amount
           DISPLAY "Cash handed over? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               CLOSE RemitFile
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF
           SET RMT-PAID TO TRUE
           MOVE WS-BUS-DATE TO RMT-PayDate
           MOVE ws-branch TO RMT-PayBranch
           MOVE LS-AdminId TO RMT-PayAdmin
           REWRITE RemitRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating remittance failed."
                   CLOSE RemitFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE RemitFile

           MOVE "O" TO WS-DRW-KIND
           MOVE RMT-Amount TO ws-cash
           CALL '../../Utility Functions/bin/updateDrawer'
               USING BY REFERENCE LS-AdminId, WS-DRW-KIND, ws-cash
           MOVE SPACES TO WS-MEMO-ID
           STRING "RMP" RMT-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "Remit paid" TO WS-MEMO-DESC
           MOVE RMT-Amount TO WS-MEMO-AMT
           PERFORM POST-MEMO

           IF RMT-SenderPh NOT = SPACES
               MOVE SPACES TO ws-sms-text
               STRING "Remittance " RMT-ID " collected by "
                   FUNCTION TRIM(RMT-RcvName)
                   DELIMITED BY SIZE INTO ws-sms-text
               MOVE RMT-SenderPh TO ws-sms-phone
               PERFORM SEND-SMS
           END-IF
           MOVE "RMTPAY" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "RMT" RMT-ID " " RMT-RcvNrc DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Remittance " RMT-ID " paid out."
               esc resetx.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Give the amount back to the sender of an expired or locked
      *>remittance, on the sender's NRC.
       REFUND-REMITTANCE.
           DISPLAY "Remittance reference : "
           ACCEPT ws-rmtid
           OPEN I-O RemitFile
           MOVE ws-rmtid TO RMT-ID
           READ RemitFile
               INVALID KEY
                   DISPLAY "ERROR: Remittance not found."
                   CLOSE RemitFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT RMT-EXPIRED AND NOT RMT-LOCKED
               DISPLAY "ERROR: Only an expired or locked remittance "
                   "is refunded (status " RMT-Status ")."
               CLOSE RemitFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sender NRC : "
           ACCEPT ws-nrc
           IF ws-nrc NOT = RMT-SenderNrc
               DISPLAY esc redx "NRC does not match the sender."
                   esc resetx
               CLOSE RemitFile
               EXIT PARAGRAPH
           END-IF
           MOVE RMT-Amount TO ws-dsp-amount
           DISPLAY "Refund " FUNCTION TRIM(RMT-SenderName) " cash "
               ws-dsp-amount " (fee not refunded)"
           DISPLAY "Cash handed over? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               CLOSE RemitFile
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF
           SET RMT-REFUNDED TO TRUE
           MOVE WS-BUS-DATE TO RMT-RefundDate
           MOVE ws-branch TO RMT-PayBranch
           MOVE LS-AdminId TO RMT-PayAdmin
           REWRITE RemitRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating remittance failed."
                   CLOSE RemitFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE RemitFile

           MOVE "O" TO WS-DRW-KIND
           MOVE RMT-Amount TO ws-cash
           CALL '../../Utility Functions/bin/updateDrawer'
               USING BY REFERENCE LS-AdminId, WS-DRW-KIND, ws-cash
           MOVE SPACES TO WS-MEMO-ID
           STRING "RMR" RMT-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "Remit refunded" TO WS-MEMO-DESC
           MOVE RMT-Amount TO WS-MEMO-AMT
           PERFORM POST-MEMO

           MOVE "RMTREFUND" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "RMT" RMT-ID " " RMT-SenderNrc DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Remittance " RMT-ID " refunded."
               esc resetx.

      *-------------------------------------------------------------------*
       LIST-UNCOLLECTED.
           MOVE 0 TO ws-list-count
           move 'N' to ws-eof
           OPEN INPUT RemitFile
           IF WS-RMT-FS NOT = "00"
               DISPLAY "No remittances on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ref     Sent     Br  St Amount        Receiver"
           DISPLAY "-----------------------------------------------"
               "------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ RemitFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RMT-OUTSTANDING OR RMT-LOCKED
                           OR RMT-EXPIRED
                           MOVE RMT-Amount TO ws-dsp-amount
                           DISPLAY RMT-ID " " RMT-SendDate " "
                               RMT-SendBranch " " RMT-Status "  "
                               ws-dsp-amount " " RMT-RcvName
                           ADD 1 TO ws-list-count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RemitFile
           DISPLAY ws-list-count " uncollected (O=open L=locked "
               "E=expired, refund due).".

      *-------------------------------------------------------------------*
       FIND-NEXT-ID.
           MOVE 0 TO ws-prev-rmtid
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ RemitFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE RMT-ID TO ws-prev-rmtid
               END-READ
           END-PERFORM
           COMPUTE ws-rmtid = ws-prev-rmtid + 1.

      *>a fresh eight-digit code, hashed under a salt of its own
       ISSUE-CODE.
           MOVE RMT-ID(3:5) TO ws-salt-uid
           CALL '../../Utility Functions/bin/generateSalt'
               USING BY REFERENCE ws-salt-uid, RMT-Salt
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
           COMPUTE WS-CODE =
               FUNCTION RANDOM(WS-SEED + RMT-ID) * 100000000
           IF WS-CODE < 10000000
               ADD 10000000 TO WS-CODE
           END-IF
           MOVE SPACES TO WS-CODE-PLAIN
           MOVE WS-CODE TO WS-CODE-PLAIN(1:8)
           CALL '../../Utility Functions/bin/encryption'
               USING BY REFERENCE WS-CODE-PLAIN, RMT-Salt, WS-CODE-HASH
           MOVE SPACES TO WS-CODE-PLAIN
           MOVE WS-CODE-HASH TO RMT-CodeHash.

       CHECK-BARRED-NRC.
           call '../../Utility Functions/bin/isNRCBlacklisted'
           using by REFERENCE ws-nrc, ws-blk-reason, ws-blk-status
           IF ws-blk-status = "00"
               DISPLAY esc redx "NRC " FUNCTION TRIM(ws-nrc)
                   " IS BARRED - " ws-blk-reason esc resetx
               MOVE 'Y' TO ws-refused
           END-IF.

      *>a hit goes to compliance's queue; release there means the
      *>branch may take the remittance again
       SCREEN-PARTY.
           CALL '../../Utility Functions/bin/screenSanctions'
               USING BY REFERENCE ws-name, ws-san-hit, ws-san-matched
           IF ws-san-hit = "Y"
               DISPLAY esc redx "SANCTIONS HIT: "
                   FUNCTION TRIM(ws-name) " matches "
                   FUNCTION TRIM(ws-san-matched) esc resetx
               CALL '../../Utility Functions/bin/writeSanctionsHold'
                   USING BY REFERENCE ws-san-dir, ws-name,
                   ws-san-matched, ws-san-bank, ws-san-acc, ws-amount
               MOVE 'Y' TO ws-refused
           END-IF.

       POST-MEMO.
           MOVE LS-AdminId TO WS-MEMO-OPER
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-BUS-DATE, ws-branch, WS-MEMO-OPER,
               WS-MEMO-STATUS.

      *>straight to the gateway extract on the SMS channel
       SEND-SMS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           STRING "../../../data/OutboundMsgs_" WS-BUS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-OUT-PATH
           OPEN EXTEND OutboundFile
           IF WS-OUT-FS NOT = "00"
               CLOSE OutboundFile
               OPEN OUTPUT OutboundFile
               IF WS-OUT-FS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO OBM-Ref
           STRING "R" WS-BUS-DATE WS-NOW-TIME "00000"
               DELIMITED BY SIZE INTO OBM-Ref
           MOVE 0 TO OBM-UID
           MOVE "S" TO OBM-Channel
           MOVE ws-sms-text TO OBM-Text
           MOVE ws-sms-phone TO OBM-Phone
           WRITE OutboundLine
           CLOSE OutboundFile.

       END PROGRAM remitCounter.
