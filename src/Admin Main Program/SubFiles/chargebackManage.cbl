      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Card chargebacks with the card switch. A dispute
      *          case on a card purchase or ATM debit is raised as a
      *          chargeback (data/Chargebacks.dat) against the
      *          original channel posting - card and terminal come
      *          from the day's ChannelPosted file - instead of being
      *          reversed on our own books. New chargebacks go out
      *          to the switch in its fixed-column file; the
      *          network's settlement and representment answers come
      *          back in a response file that credits the customer
      *          when the claim settles and re-debits them when the
      *          merchant re-presents. The aging list measures every
      *          open chargeback against the network's deadlines
      *          (CBKRAISD, CBKRESPD and CBKREPRD days in
      *          data/TrxLimits.dat).
      *
      *          Outbound file (data/ChargebackOut_<date>_<time>.dat):
      *            C case(5) card(16) terminal(8) trx-date(8)
      *              amount(12) reason(4) trx-ref(11)
      *            T count(7) amount(12)
      *          Response file:
      *            D case(5) outcome(S/R/X) amount(12) net-ref(12)
      *            T count(7) amount(12)
      *          S settled to us, R represented by the merchant,
      *          X declined by the network.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargebackManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChargebackFile
               ASSIGN TO "../../../data/Chargebacks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBK-ID
               FILE STATUS IS WS-CBK-FS.

           SELECT DisputeFile ASSIGN TO "../../../data/Disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-ID
               FILE STATUS IS WS-DSP-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TrxFS.

           SELECT PostedFile ASSIGN TO WS-POSTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-FS.

           SELECT SwitchOut ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT ResponseFile ASSIGN TO WS-RSP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FS.

           SELECT ParamFile ASSIGN TO '../../../data/TrxLimits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ChargebackFile.
       01  ChargebackRecord.
           COPY "../../Utility Functions/chargebackFile.cpy".

       FD  DisputeFile.
       01  DisputeRecord.
           05  DSP-ID          PIC 9(5).
           05  DSP-TrxID       PIC X(11).
           05  DSP-OpenDate    PIC 9(8).
           05  DSP-ResolvedDate PIC 9(8).
           05  DSP-RevTrxID    PIC X(11).
           05  DSP-Status      PIC X VALUE "O".
               88  DSP-OPEN        VALUE "O".
               88  DSP-REVIEW      VALUE "U".
               88  DSP-REVERSED    VALUE "R".
               88  DSP-UPHELD      VALUE "X".
               88  DSP-CHARGEBACK  VALUE "C".

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

      *>the channel import's per-day record of what it posted
       FD  PostedFile.
       01  PostedLine.
           05  PST-CardNo      PIC 9(16).
           05  PST-Terminal    PIC X(8).
           05  PST-Kind        PIC X.
           05  PST-Amount      PIC 9(10)V99.
           05  PST-TrxID       PIC X(11).

       FD  SwitchOut.
       01  OutLine.
           05  OUT-RecType     PIC X.
           05  OUT-Case        PIC 9(5).
           05  OUT-CardNo      PIC 9(16).
           05  OUT-Terminal    PIC X(8).
           05  OUT-TrxDate     PIC 9(8).
           05  OUT-Amount      PIC 9(10)V99.
           05  OUT-Reason      PIC X(4).
           05  OUT-TrxRef      PIC X(11).
       01  OutTrailer REDEFINES OutLine.
           05  OTR-RecType     PIC X.
           05  OTR-Count       PIC 9(7).
           05  OTR-Amount      PIC 9(10)V99.
           05  FILLER          PIC X(45).

       FD  ResponseFile.
       01  ResponseLine.
           05  RSP-RecType     PIC X.
           05  RSP-Case        PIC 9(5).
           05  RSP-Outcome     PIC X.
           05  RSP-Amount      PIC 9(10)V99.
           05  RSP-NetRef      PIC X(12).
       01  ResponseTrailer REDEFINES ResponseLine.
           05  RTR-RecType     PIC X.
           05  RTR-Count       PIC 9(7).
           05  RTR-Amount      PIC 9(10)V99.
           05  FILLER          PIC X(11).

       FD  ParamFile.
       01  ParamRec.
           05  prm-label       PIC X(8).
           05  prm-value       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-CBK-FS           pic xx.
       01  WS-DSP-FS           pic xx.
       01  WS-FS               pic xx.
       01  WS-TrxFS            pic xx.
       01  WS-PST-FS           pic xx.
       01  WS-OUT-FS           pic xx.
       01  WS-RSP-FS           pic xx.
       01  WS-PRM-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-found            pic x.
       01  ws-dspid            pic 9(5).
       01  ws-reason           pic x(4).
       01  ws-trx-date         pic 9(8).
       01  ws-age              pic s9(7).
       01  ws-days-left        pic s9(7).
       01  ws-dsp-days         pic -(6)9.
       01  ws-dsp-amount       pic z(9)9.99.
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-notice           pic x(60).
       01  ws-notice-head      pic x(50).
       01  ws-NoticeClass      pic x.
      *>network deadlines in days - the shop defaults stand until
      *>the parameters file says otherwise
       01  ws-raise-days       pic 9(3) value 120.
       01  ws-resp-days        pic 9(3) value 45.
       01  ws-repr-days        pic 9(3) value 45.
       01  WS-POSTED-PATH      pic x(60).
       01  WS-OUT-PATH         pic x(60).
       01  WS-RSP-PATH         pic x(60).
       01  ws-out-count        pic 9(7).
       01  ws-out-amount       pic 9(10)v99.
       01  ws-det-count        pic 9(7).
       01  ws-det-amount       pic 9(12)v99.
       01  ws-trl-count        pic 9(7).
       01  ws-trl-amount       pic 9(12)v99.
       01  ws-trl-seen         pic x.
       01  WS-IBF-STATUS       pic x(2).
       01  ws-applied          pic 9(5).
       01  ws-skipped          pic 9(5).
       01  ws-open-count       pic 9(5).
       01  ws-late-count       pic 9(5).
      *>one posting to the cardholder's account: C credit, D debit
       01  ws-post-dir         pic x.
       01  ws-post-status      pic xx.
       01  ws-post-trxid       pic x(11).
       01  ws-dsp-new-status   pic x.
       01  ws-dsp-rev-trxid    pic x(11).
       01  WS-LockStatus       pic x(2).
       01  WS-LockUID          pic 9(5).
       01  ws-XrefSide         pic x.
       01  WS-PitTag           pic x.
       01  WS-PitBefore        pic x(600).
       01  WS-PitAfter         pic x(600).

       COPY "../../Utility Functions/trxConstants.cpy".

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM LOAD-CBK-PARAMS
           PERFORM File-Check
           DISPLAY "==============================================="
           DISPLAY "=======      Card Chargebacks            ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Raise Chargeback, 2=Send File to Switch,"
           DISPLAY "3=Import Switch Responses, 4=Aging, 5=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform RAISE-CHARGEBACK
                   perform MENU-LOOP
               WHEN 2
                   perform SEND-CHARGEBACKS
                   perform MENU-LOOP
               WHEN 3
                   perform IMPORT-RESPONSES
                   perform MENU-LOOP
               WHEN 4
                   perform CHARGEBACK-AGING
                   perform MENU-LOOP
               WHEN 5
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating a new file to store data if not already exist
       File-Check.
           OPEN INPUT ChargebackFile
           IF WS-CBK-FS = '35'
               OPEN OUTPUT ChargebackFile
           END-IF
           CLOSE ChargebackFile.

       LOAD-CBK-PARAMS.
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
                           WHEN "CBKRAISD"
                               MOVE prm-value TO ws-raise-days
                           WHEN "CBKRESPD"
                               MOVE prm-value TO ws-resp-days
                           WHEN "CBKREPRD"
                               MOVE prm-value TO ws-repr-days
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ParamFile.

      *-------------------------------------------------------------------*
      *>Only a card debit can go back through the network: the
      *>disputed entry must be a channel posting out of the account,
      *>still inside the raise window, and found in the channel
      *>import's posted file for its day.
       RAISE-CHARGEBACK.
           DISPLAY "Enter dispute Case Number : "
           ACCEPT ws-dspid
           OPEN INPUT DisputeFile
           MOVE ws-dspid TO DSP-ID
           READ DisputeFile
               INVALID KEY
                   DISPLAY "ERROR: Case not found."
                   CLOSE DisputeFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE DisputeFile
           IF NOT DSP-OPEN AND NOT DSP-REVIEW
               DISPLAY "Case is not open (status " DSP-Status ")."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ChargebackFile
           MOVE ws-dspid TO CBK-ID
           READ ChargebackFile
               INVALID KEY
                   MOVE 'N' TO ws-found
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
           END-READ
           CLOSE ChargebackFile
           IF ws-found = 'Y'
               DISPLAY "A chargeback is already raised for this case."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TrxFile
           MOVE DSP-TrxID TO TrxID
           READ TrxFile
               INVALID KEY
                   DISPLAY "ERROR: Disputed transaction not on file."
                   CLOSE TrxFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE TrxFile
           IF TrxType NOT = TRX-TYPE-CHANNEL OR SenderAcc = 0
               DISPLAY esc redx "Not a card debit - resolve the case "
                   "by reversal instead." esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE TimeStamp(1:8) TO ws-trx-date
           COMPUTE ws-age =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(ws-trx-date)
           IF ws-age > ws-raise-days
               DISPLAY esc redx "Outside the network's " ws-raise-days
                   "-day chargeback window." esc resetx
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CHANNEL-POSTING
           IF ws-found NOT = 'Y'
               DISPLAY esc redx "Original channel posting not found "
                   "for " DSP-TrxID "." esc resetx
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT UserFile
           MOVE SenderAcc TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   DISPLAY "ERROR: Account not found."
                   CLOSE UserFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE UserFile

           MOVE Amount TO ws-dsp-amount
           DISPLAY "Card " PST-CardNo " at terminal " PST-Terminal
               " for " ws-dsp-amount " on " ws-trx-date
           DISPLAY "Network reason code (4 chars) : "
           ACCEPT ws-reason
           IF ws-reason = SPACES
               DISPLAY "ERROR: A reason code is required."
               EXIT PARAGRAPH
           END-IF

           MOVE ws-dspid     TO CBK-ID
           MOVE DSP-TrxID    TO CBK-TrxID
           MOVE PST-CardNo   TO CBK-CardNo
           MOVE PST-Terminal TO CBK-Terminal
           MOVE SenderAcc    TO CBK-AccNo
           MOVE UID          TO CBK-UID
           MOVE Amount       TO CBK-Amount
           MOVE ws-trx-date  TO CBK-TrxDate
           MOVE ws-reason    TO CBK-Reason
           MOVE WS-BUS-DATE  TO CBK-RaisedDate
           MOVE 0            TO CBK-SentDate
           COMPUTE CBK-Deadline = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-trx-date) + ws-raise-days)
           MOVE "N"          TO CBK-Status
           MOVE SPACES       TO CBK-CreditTrxID CBK-DebitTrxID
           MOVE SPACES       TO CBK-NetRef
           MOVE LS-AdminId   TO CBK-AdminId
           OPEN I-O ChargebackFile
           WRITE ChargebackRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing chargeback failed."
                   CLOSE ChargebackFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE ChargebackFile

           MOVE "C" TO ws-dsp-new-status
           MOVE SPACES TO ws-dsp-rev-trxid
           PERFORM UPDATE-DISPUTE

           MOVE "CBKRAISE" TO ws-logAction
           MOVE DSP-TrxID TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           MOVE SPACES TO ws-notice
           STRING "Chargeback raised on card ending "
               CBK-CardNo(13:4) " - case " CBK-ID
               DELIMITED BY SIZE INTO ws-notice
           MOVE "I" TO ws-NoticeClass
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE CBK-UID, ws-notice, ws-NoticeClass
           DISPLAY esc greenx "Chargeback " CBK-ID " raised - goes "
               "out on the next switch file." esc resetx.

       FIND-CHANNEL-POSTING.
           MOVE 'N' TO ws-found
           STRING "../../../data/ChannelPosted_" ws-trx-date
               ".dat" DELIMITED BY SIZE INTO WS-POSTED-PATH
           OPEN INPUT PostedFile
           IF WS-PST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ PostedFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF PST-TrxID = TrxID
                           MOVE 'Y' TO ws-found
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PostedFile.

      *-------------------------------------------------------------------*
      *>Every chargeback not yet sent goes into one file for the
      *>switch, with a trailer the network checks against; each is
      *>then waiting on the acquirer's answer.
       SEND-CHARGEBACKS.
           MOVE 0 TO ws-out-count ws-out-amount
           OPEN I-O ChargebackFile
           IF WS-CBK-FS NOT = "00"
               DISPLAY "No chargebacks on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ChargebackFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CBK-NEW
                           ADD 1 TO ws-out-count
                       END-IF
               END-READ
           END-PERFORM
           IF ws-out-count = 0
               DISPLAY "No new chargebacks to send."
               CLOSE ChargebackFile
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-PATH
           STRING "../../../data/ChargebackOut_" WS-BUS-DATE "_"
               FUNCTION CURRENT-DATE(9:6) ".dat"
               DELIMITED BY SIZE INTO WS-OUT-PATH
           OPEN OUTPUT SwitchOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to create the switch file "
                   WS-OUT-FS esc resetx
               CLOSE ChargebackFile
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ws-out-count
           MOVE 0 TO CBK-ID
           START ChargebackFile KEY IS NOT LESS THAN CBK-ID
               INVALID KEY
                   MOVE 'Y' TO ws-eof
               NOT INVALID KEY
                   MOVE 'N' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ ChargebackFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CBK-NEW
                           PERFORM SEND-ONE-CHARGEBACK
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES        TO OutTrailer
           MOVE "T"           TO OTR-RecType
           MOVE ws-out-count  TO OTR-Count
           MOVE ws-out-amount TO OTR-Amount
           WRITE OutTrailer
           CLOSE SwitchOut
           CLOSE ChargebackFile

           MOVE "CBKSEND" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "COUNT=" ws-out-count
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           MOVE ws-out-amount TO ws-dsp-amount
           DISPLAY esc greenx ws-out-count " chargeback(s) for "
               ws-dsp-amount " written to "
               FUNCTION TRIM(WS-OUT-PATH) esc resetx.

       SEND-ONE-CHARGEBACK.
           MOVE SPACES       TO OutLine
           MOVE "C"          TO OUT-RecType
           MOVE CBK-ID       TO OUT-Case
           MOVE CBK-CardNo   TO OUT-CardNo
           MOVE CBK-Terminal TO OUT-Terminal
           MOVE CBK-TrxDate  TO OUT-TrxDate
           MOVE CBK-Amount   TO OUT-Amount
           MOVE CBK-Reason   TO OUT-Reason
           MOVE CBK-TrxID    TO OUT-TrxRef
           WRITE OutLine
           ADD 1 TO ws-out-count
           ADD CBK-Amount TO ws-out-amount

           MOVE "S"         TO CBK-Status
           MOVE WS-BUS-DATE TO CBK-SentDate
           COMPUTE CBK-Deadline = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + ws-resp-days)
           REWRITE ChargebackRecord
               INVALID KEY
                   DISPLAY "ERROR: Chargeback " CBK-ID
                       " not marked sent."
           END-REWRITE.

      *-------------------------------------------------------------------*
      *>The network's answers. The file is counted against its
      *>trailer and fingerprinted on the inbound register before
      *>anything posts, the same guards the channel import uses.
       IMPORT-RESPONSES.
           DISPLAY "Enter response file path "
               "(blank = ../../../data/ChargebackIn.dat): "
           ACCEPT WS-RSP-PATH
           IF WS-RSP-PATH = SPACES
               MOVE "../../../data/ChargebackIn.dat" TO WS-RSP-PATH
           END-IF

           MOVE 0 TO ws-det-count ws-det-amount
           MOVE 'N' TO ws-trl-seen ws-eof
           OPEN INPUT ResponseFile
           IF WS-RSP-FS NOT = "00"
               DISPLAY esc redx "Unable to open response file "
                   WS-RSP-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ResponseFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE RSP-RecType
                           WHEN "D"
                               ADD 1 TO ws-det-count
                               ADD RSP-Amount TO ws-det-amount
                           WHEN "T"
                               MOVE RTR-Count  TO ws-trl-count
                               MOVE RTR-Amount TO ws-trl-amount
                               MOVE 'Y' TO ws-trl-seen
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ResponseFile
           IF ws-trl-seen NOT = 'Y'
               OR ws-det-count NOT = ws-trl-count
               OR ws-det-amount NOT = ws-trl-amount
               DISPLAY esc redx "Control totals missing or not "
                   "matching - file refused." esc resetx
               EXIT PARAGRAPH
           END-IF
           CALL '../../Utility Functions/bin/registerInboundFile'
               USING BY REFERENCE WS-RSP-PATH, ws-det-count,
               ws-det-amount, LS-AdminId, WS-IBF-STATUS
           IF WS-IBF-STATUS = "94"
               DISPLAY esc redx "Duplicate file - refused, nothing "
                   "posted." esc resetx
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ws-applied ws-skipped
           MOVE 'N' TO ws-eof
           OPEN INPUT ResponseFile
           OPEN I-O ChargebackFile
           PERFORM UNTIL ws-eof = 'Y'
               READ ResponseFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RSP-RecType = "D"
                           PERFORM APPLY-RESPONSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChargebackFile
           CLOSE ResponseFile
           CALL '../../Utility Functions/bin/markInboundPosted'
               USING BY REFERENCE WS-RSP-PATH, WS-IBF-STATUS

           MOVE "CBKRESP" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "APPLIED=" ws-applied " SKIP=" ws-skipped
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Responses applied: " ws-applied
               ", skipped: " ws-skipped.

      *>S credits the customer and closes the dispute reversed; R
      *>takes a credit back (or simply closes a claim not yet
      *>credited) and closes the dispute upheld; X is the network
      *>refusing the claim outright.
       APPLY-RESPONSE.
           MOVE RSP-Case TO CBK-ID
           READ ChargebackFile
               INVALID KEY
                   DISPLAY "Case " RSP-Case " - no chargeback on file."
                   ADD 1 TO ws-skipped
                   EXIT PARAGRAPH
           END-READ
           IF RSP-Amount NOT = CBK-Amount
               DISPLAY "Case " RSP-Case " - amount differs from the "
                   "claim, left for review."
               ADD 1 TO ws-skipped
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN RSP-Outcome = "S" AND CBK-SENT
                   MOVE "C" TO ws-post-dir
                   PERFORM POST-TO-ACCOUNT
                   IF ws-post-status NOT = "00"
                       DISPLAY "Case " RSP-Case " - credit not "
                           "posted (" ws-post-status "), left sent."
                       ADD 1 TO ws-skipped
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "C" TO CBK-Status
                   MOVE ws-post-trxid TO CBK-CreditTrxID
                   COMPUTE CBK-Deadline = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                       + ws-repr-days)
                   MOVE "R" TO ws-dsp-new-status
                   MOVE ws-post-trxid TO ws-dsp-rev-trxid
                   MOVE "Chargeback credited to your account - case"
                       TO ws-notice-head
               WHEN RSP-Outcome = "R" AND CBK-CREDITED
                   MOVE "D" TO ws-post-dir
                   PERFORM POST-TO-ACCOUNT
                   IF ws-post-status = "00"
                       MOVE "P" TO CBK-Status
                       MOVE ws-post-trxid TO CBK-DebitTrxID
                   ELSE
                       MOVE "U" TO CBK-Status
                   END-IF
                   MOVE "X" TO ws-dsp-new-status
                   MOVE SPACES TO ws-dsp-rev-trxid
                   MOVE "Merchant re-presented - credit reversed, case"
                       TO ws-notice-head
               WHEN RSP-Outcome = "R" AND CBK-SENT
                   MOVE "P" TO CBK-Status
                   MOVE "X" TO ws-dsp-new-status
                   MOVE SPACES TO ws-dsp-rev-trxid
                   MOVE "Merchant re-presented the card purchase, case"
                       TO ws-notice-head
               WHEN RSP-Outcome = "X" AND CBK-SENT
                   MOVE "D" TO CBK-Status
                   MOVE "X" TO ws-dsp-new-status
                   MOVE SPACES TO ws-dsp-rev-trxid
                   MOVE "Card network declined the chargeback, case"
                       TO ws-notice-head
               WHEN OTHER
                   DISPLAY "Case " RSP-Case " - outcome " RSP-Outcome
                       " does not apply at status " CBK-Status "."
                   ADD 1 TO ws-skipped
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE RSP-NetRef TO CBK-NetRef
           REWRITE ChargebackRecord
               INVALID KEY
                   DISPLAY "ERROR: Chargeback " CBK-ID " not updated."
           END-REWRITE
           ADD 1 TO ws-applied

           MOVE CBK-ID TO ws-dspid
           PERFORM UPDATE-DISPUTE
           IF CBK-UNRECOVERED
               MOVE "Y" TO ws-NoticeClass
               MOVE "Re-presented chargeback unpaid - see branch, case"
                   TO ws-notice-head
           ELSE
               MOVE "I" TO ws-NoticeClass
           END-IF
           MOVE SPACES TO ws-notice
           STRING ws-notice-head DELIMITED BY "  "
               " " CBK-ID DELIMITED BY SIZE
               INTO ws-notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE CBK-UID, ws-notice, ws-NoticeClass
           .

      *-------------------------------------------------------------------*
      *>The chargeback's amount to or from the cardholder's account
      *>under the record lock, as a channel entry so it settles
      *>against the switch the way the original posting did.
      *>Status 00 posted, 02 balance short (debit only), 96 account
      *>not found, 97 record in use, 99 not posted.
       POST-TO-ACCOUNT.
           MOVE SPACES TO ws-post-trxid
           MOVE CBK-UID TO WS-LockUID
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               MOVE "97" TO ws-post-status
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserFile
           MOVE CBK-UID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   MOVE "96" TO ws-post-status
                   EXIT PARAGRAPH
           END-READ
           IF ws-post-dir = "D" AND Balance < CBK-Amount
               CLOSE UserFile
               PERFORM RELEASE-REC-LOCK
               MOVE "02" TO ws-post-status
               EXIT PARAGRAPH
           END-IF

           MOVE UserRecord TO WS-PitBefore
           ADD 1 TO TrxCount
           MOVE WS-BUS-DATE TO ULastTrxDate
           IF ws-post-dir = "C"
               ADD CBK-Amount TO Balance
               STRING
                   TrxCount DELIMITED BY SIZE
                   WS-TrxDepoPrefix DELIMITED BY SIZE
                   UID DELIMITED BY SIZE
                   INTO TrxID
               END-STRING
           ELSE
               SUBTRACT CBK-Amount FROM Balance
               STRING
                   TrxCount DELIMITED BY SIZE
                   WS-TrxWDPrefix DELIMITED BY SIZE
                   UID DELIMITED BY SIZE
                   INTO TrxID
               END-STRING
           END-IF
           REWRITE UserRecord
               INVALID KEY
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   MOVE "99" TO ws-post-status
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter

           MOVE SPACES TO Description
           IF ws-post-dir = "C"
               MOVE 0         TO SenderAcc
               MOVE CBK-AccNo TO ReceiverAcc
               STRING "Chargeback cr " CBK-ID
                   DELIMITED BY SIZE INTO Description
               MOVE "R" TO ws-XrefSide
           ELSE
               MOVE CBK-AccNo TO SenderAcc
               MOVE 0         TO ReceiverAcc
               STRING "Representment dr " CBK-ID
                   DELIMITED BY SIZE INTO Description
               MOVE "S" TO ws-XrefSide
           END-IF
           MOVE CBK-Amount TO Amount
           MOVE TRX-TYPE-CHANNEL TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "CARD " TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE WS-BUS-DATE TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           CLOSE UserFile
           PERFORM RELEASE-REC-LOCK

           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   CLOSE TrxFile
                   MOVE "99" TO ws-post-status
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE TrxFile
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE CBK-AccNo, TimeStamp, TrxID,
               ws-XrefSide
           MOVE SPACES TO WS-PitBefore
           MOVE TransactionRecord TO WS-PitAfter
           MOVE "T" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter
           MOVE TrxID TO ws-post-trxid
           MOVE "00" TO ws-post-status.

       RELEASE-REC-LOCK.
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-LockUID.

      *>move the dispute case the chargeback came from along with it
       UPDATE-DISPUTE.
           OPEN I-O DisputeFile
           MOVE ws-dspid TO DSP-ID
           READ DisputeFile
               INVALID KEY
                   CLOSE DisputeFile
                   EXIT PARAGRAPH
           END-READ
           MOVE ws-dsp-new-status TO DSP-Status
           IF ws-dsp-new-status NOT = "C"
               MOVE WS-BUS-DATE TO DSP-ResolvedDate
               MOVE ws-dsp-rev-trxid TO DSP-RevTrxID
           END-IF
           REWRITE DisputeRecord
               INVALID KEY
                   DISPLAY "ERROR: Dispute case " DSP-ID
                       " not updated."
           END-REWRITE
           CLOSE DisputeFile.

      *-------------------------------------------------------------------*
      *>Open chargebacks against the next network deadline. A
      *>credited claim whose representment window has closed can no
      *>longer be taken back and is made final here.
       CHARGEBACK-AGING.
           MOVE 0 TO ws-open-count ws-late-count
           OPEN I-O ChargebackFile
           IF WS-CBK-FS NOT = "00"
               DISPLAY "No chargebacks on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Case   TrxID        Card ending  St  Deadline  "
               "Days left"
           DISPLAY "-----------------------------------------------"
               "-----------"
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ChargebackFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CBK-NEW OR CBK-SENT OR CBK-CREDITED
                           PERFORM AGE-ONE-CHARGEBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChargebackFile
           DISPLAY "-----------------------------------------------"
               "-----------"
           DISPLAY "Open: " ws-open-count "   Past deadline: "
               ws-late-count.

       AGE-ONE-CHARGEBACK.
           COMPUTE ws-days-left =
               FUNCTION INTEGER-OF-DATE(CBK-Deadline)
               - FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           IF CBK-CREDITED AND ws-days-left < 0
               MOVE "F" TO CBK-Status
               REWRITE ChargebackRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-open-count
           MOVE ws-days-left TO ws-dsp-days
           IF ws-days-left < 0
               ADD 1 TO ws-late-count
               DISPLAY esc redx CBK-ID "  " CBK-TrxID "  "
                   CBK-CardNo(13:4) "         " CBK-Status "   "
                   CBK-Deadline " " ws-dsp-days " OVERDUE" esc resetx
           ELSE
               DISPLAY CBK-ID "  " CBK-TrxID "  "
                   CBK-CardNo(13:4) "         " CBK-Status "   "
                   CBK-Deadline " " ws-dsp-days
           END-IF.

       END PROGRAM chargebackManage.
