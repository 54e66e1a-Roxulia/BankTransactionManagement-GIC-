      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Bank guarantee register (data/Guarantees.dat) -
      *          performance, bid and advance payment guarantees
      *          issued for a customer in favour of a beneficiary.
      *          Issuing one holds the margin on the customer's
      *          account through the lien register (a lien with no
      *          beneficiary account, which lienSweep leaves alone)
      *          and takes, through postServiceCharge, the issuance
      *          commission (BGISSPCT percent of the amount, at
      *          least BGISSMIN) and the first quarter's periodic
      *          commission (BGQTRPCT percent); guaranteeRun takes
      *          each later quarter and releases the margin once
      *          the claim period after expiry has passed. A claim,
      *          approved by a second admin, debits the customer
      *          out of the held margin and pays the beneficiary -
      *          into their account with us, or into guarantee
      *          claims payable for payment elsewhere. The
      *          outstanding register (spool BGOUTSTND) backs the
      *          off-balance-sheet section of the prudential return.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guaranteeManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuarFile ASSIGN TO "../../../data/Guarantees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-ID
               FILE STATUS IS WS-BG-FS.

           SELECT LienFile ASSIGN TO "../../../data/Liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIEN-ID
               FILE STATUS IS WS-LIEN-FS.

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

           SELECT ParamFile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GuarFile.
       01  GuarRecord.
           COPY "../../Utility Functions/guaranteeFile.cpy".

       FD  LienFile.
       01  LienRecord.
           COPY "../../Utility Functions/lienFile.cpy".

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

       FD  ParamFile.
       01  ParamRec.
           05  prm-label       PIC X(8).
           05  prm-value       PIC 9(10)V99.

       FD  ReportOut.
       01  ReportLine          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BG-FS            pic xx.
       01  WS-LIEN-FS          pic xx.
       01  WS-FS               pic xx.
       01  WS-TrxFS            pic xx.
       01  WS-PRM-FS           pic xx.
       01  WS-OUT-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-bgid             pic 9(6).
       01  ws-prev-bgid        pic 9(6).
       01  ws-prev-lienid      pic 9(5).
       01  ws-accno            pic 9(16).
       01  ws-uid              pic 9(5).
       01  ws-name             pic x(20).
       01  ws-amount           pic 9(10)v99.
       01  ws-claim            pic 9(10)v99.
       01  ws-margin-used      pic 9(10)v99.
       01  ws-lien-total       pic 9(10)v99.
       01  ws-lien-status      pic xx.
       01  ws-available        pic s9(10)v99.
       01  ws-needed           pic 9(11)v99.
       01  ws-iss-comm         pic 9(10)v99.
       01  ws-qtr-comm         pic 9(10)v99.
       01  ws-claim-days       pic 9(5).
       01  ws-confirm          pic x.
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-notice           pic x(60).
       01  WS-REPORT-PATH      pic x(60).
       01  WS-SplType          pic x(12) value "BGOUTSTND".
       01  ws-dsp-amount       pic z(9)9.99.
       01  ws-dsp-out          pic z(9)9.99.
       01  ws-dsp-margin       pic z(9)9.99.
       01  ws-dsp-total        pic z(11)9.99.
       01  ws-outstanding      pic 9(10)v99.
       01  ws-tot-perf         pic 9(12)v99.
       01  ws-tot-bid          pic 9(12)v99.
       01  ws-tot-adv          pic 9(12)v99.
       01  ws-tot-margin       pic 9(12)v99.
       01  ws-bg-count         pic 9(5).
      *>guarantee parameters, with the shop defaults
       01  ws-iss-pct          pic 9(10)v99 value 0.50.
       01  ws-iss-min          pic 9(10)v99 value 5000.
       01  ws-qtr-pct          pic 9(10)v99 value 0.25.
       01  ws-def-claim-days   pic 9(10)v99 value 30.
      *>postServiceCharge's parameters
       01  ws-svc-event        pic x(8).
       01  ws-svc-oper         pic x(5).
       01  ws-svc-charged      pic 9(10)v99.
       01  ws-svc-status       pic xx.
      *>one-sided posting: ws-post-kind "D" debit, "C" credit
       01  ws-post-acc         pic 9(16).
       01  ws-post-kind        pic x.
       01  ws-post-amt         pic 9(10)v99.
       01  ws-post-desc        pic x(30).
       01  ws-post-status      pic xx.
       01  ws-post-uid         pic 9(5).
       01  ws-post-branch      pic x(3).
       01  ws-post-ccy         pic x(3).
       01  WS-LockUID          pic 9(5).
       01  WS-LockStatus       pic x(2).
       01  ws-XrefSide         pic x.
       01  WS-PitTag           pic x.
       01  WS-PitBefore        pic x(600).
       01  WS-PitAfter         pic x(600).
       01  WS-CheckerId        pic 9(5).
       01  WS-CheckerName      pic x(20).
       01  WS-CheckerRole      pic 9.
       01  WS-CheckerStatus    pic x(2).
      *>the next commission date - three months on, the 28th for
      *>days the shorter months do not have
       01  ws-next-comm        pic 9(8).
       01  ws-next-comm-r REDEFINES ws-next-comm.
           05  ws-nc-yyyy      pic 9(4).
           05  ws-nc-mm        pic 9(2).
           05  ws-nc-dd        pic 9(2).

       COPY "../../Utility Functions/trxConstants.cpy".

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           call '../../Utility Functions/bin/loadTrxLimits'
           using by REFERENCE minAmoDepo, maxAmoDepo,
               minwithdraw, maxwithdraw, minaccountbalance
           PERFORM File-Check
           PERFORM LOAD-BG-PARAMS
           DISPLAY "==============================================="
           DISPLAY "=======     Bank Guarantee Register      ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Guarantees, 2=Issue Guarantee,"
           DISPLAY "3=Pay Claim, 4=Cancel (original returned),"
           DISPLAY "5=Outstanding Guarantees Report, 6=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-GUARANTEES
                   perform MENU-LOOP
               WHEN 2
                   perform ISSUE-GUARANTEE
                   perform MENU-LOOP
               WHEN 3
                   perform PAY-CLAIM
                   perform MENU-LOOP
               WHEN 4
                   perform CANCEL-GUARANTEE
                   perform MENU-LOOP
               WHEN 5
                   perform OUTSTANDING-REPORT
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
           OPEN INPUT GuarFile
           IF WS-BG-FS = '35'
               OPEN OUTPUT GuarFile
           END-IF
           CLOSE GuarFile
           OPEN INPUT LienFile
           IF WS-LIEN-FS = '35'
               OPEN OUTPUT LienFile
           END-IF
           CLOSE LienFile.

       LOAD-BG-PARAMS.
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
                           WHEN "BGISSPCT"
                               MOVE prm-value TO ws-iss-pct
                           WHEN "BGISSMIN"
                               MOVE prm-value TO ws-iss-min
                           WHEN "BGQTRPCT"
                               MOVE prm-value TO ws-qtr-pct
                           WHEN "BGCLAIMD"
                               MOVE prm-value TO ws-def-claim-days
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ParamFile.

      *-------------------------------------------------------------------*
       LIST-GUARANTEES.
           move 'N' to ws-eof
           OPEN INPUT GuarFile
           DISPLAY "ID     T Account          Beneficiary"
               "                         Amount  Expiry   St"
           DISPLAY "-----------------------------------------------"
               "------------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE BG-Amount TO ws-dsp-amount
                       DISPLAY BG-ID " " BG-Type " " BG-AccNo " "
                           BG-BenName " " ws-dsp-amount " "
                           BG-Expiry " " BG-Status
               END-READ
           END-PERFORM
           CLOSE GuarFile.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The account must bear the margin and both commissions over
      *>its minimum balance and whatever is already held on it.
      *>Commission is taken first - no commission, no guarantee -
      *>then the margin lien and the register row are written.
       ISSUE-GUARANTEE.
           INITIALIZE GuarRecord
           DISPLAY "Applicant's account number : "
           ACCEPT ws-accno
           OPEN INPUT UserFile
           MOVE ws-accno TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   DISPLAY "ERROR: Account not found."
                   CLOSE UserFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE UserFile
           IF NOT ACCT-ACTIVE
               DISPLAY "ERROR: Account is not active."
               EXIT PARAGRAPH
           END-IF
           MOVE UID TO ws-uid
           MOVE UName TO ws-name
           DISPLAY "Applicant : " ws-name
           DISPLAY "Type P=Performance B=Bid A=Advance payment : "
           ACCEPT BG-Type
           IF NOT BG-PERFORMANCE AND NOT BG-BID AND NOT BG-ADVANCE
               DISPLAY "ERROR: Type must be P, B or A."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Beneficiary name : "
           ACCEPT BG-BenName
           DISPLAY "Beneficiary's account with us (0 = none) : "
           ACCEPT BG-BenAcc
           DISPLAY "Guarantee amount : "
           ACCEPT BG-Amount
           DISPLAY "Expiry date (YYYYMMDD) : "
           ACCEPT BG-Expiry
           DISPLAY "Claim period after expiry in days (0 = "
               ws-def-claim-days(8:3) ") : "
           ACCEPT ws-claim-days
           DISPLAY "Claim terms : "
           ACCEPT BG-Terms
           DISPLAY "Margin to hold (0 = full amount) : "
           ACCEPT BG-Margin
           IF BG-BenName = SPACES OR BG-Amount = 0
               DISPLAY "ERROR: Beneficiary and amount are required."
               EXIT PARAGRAPH
           END-IF
           IF BG-Expiry <= WS-BUS-DATE
               DISPLAY "ERROR: Expiry must be after today."
               EXIT PARAGRAPH
           END-IF
           IF BG-Margin = 0
               MOVE BG-Amount TO BG-Margin
           END-IF
           IF BG-Margin > BG-Amount
               DISPLAY "ERROR: Margin cannot exceed the amount."
               EXIT PARAGRAPH
           END-IF
           IF ws-claim-days = 0
               MOVE ws-def-claim-days TO ws-claim-days
           END-IF
           COMPUTE BG-ClaimExpiry = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BG-Expiry) + ws-claim-days)

           COMPUTE ws-iss-comm ROUNDED = BG-Amount * ws-iss-pct / 100
           IF ws-iss-comm < ws-iss-min
               MOVE ws-iss-min TO ws-iss-comm
           END-IF
           COMPUTE ws-qtr-comm ROUNDED = BG-Amount * ws-qtr-pct / 100
           call '../../Utility Functions/bin/getLienTotal'
           using by REFERENCE ws-accno, ws-lien-total, ws-lien-status
           COMPUTE ws-available = Balance - ws-lien-total
               - minaccountbalance
           COMPUTE ws-needed = BG-Margin + ws-iss-comm + ws-qtr-comm
           MOVE BG-Margin TO ws-dsp-margin
           MOVE ws-iss-comm TO ws-dsp-amount
           MOVE ws-qtr-comm TO ws-dsp-out
           DISPLAY "Margin " ws-dsp-margin "  issue commission "
               ws-dsp-amount "  quarter " ws-dsp-out
           IF ws-available < ws-needed
               DISPLAY esc redx "ERROR: The account cannot bear the "
                   "margin and commission." esc resetx
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issue the guarantee? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE LS-AdminId TO ws-svc-oper
           MOVE "BGISSUE" TO ws-svc-event
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE ws-accno, ws-svc-event, ws-svc-oper,
               ws-svc-charged, ws-svc-status, ws-iss-comm
           IF ws-svc-status NOT = "00"
               DISPLAY esc redx "ERROR: Issue commission not taken ("
                   ws-svc-status ") - guarantee not issued." esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE ws-svc-charged TO BG-CommPaid
           MOVE "BGCOMM" TO ws-svc-event
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE ws-accno, ws-svc-event, ws-svc-oper,
               ws-svc-charged, ws-svc-status, ws-qtr-comm
           IF ws-svc-status = "00"
               ADD ws-svc-charged TO BG-CommPaid
           END-IF

           OPEN I-O GuarFile
           MOVE 0 TO ws-prev-bgid
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE BG-ID TO ws-prev-bgid
               END-READ
           END-PERFORM
           COMPUTE ws-bgid = ws-prev-bgid + 1
           MOVE ws-bgid TO BG-ID
           MOVE ws-uid TO BG-UID
           MOVE ws-accno TO BG-AccNo
           MOVE ws-name TO BG-Applicant
           MOVE 0 TO BG-Claimed BG-CloseDate
           MOVE WS-BUS-DATE TO BG-IssueDate
           MOVE WS-BUS-DATE TO ws-next-comm
           PERFORM ADD-QUARTER
      *>the first quarter did not go through - guaranteeRun takes
      *>it tonight
           IF ws-svc-status NOT = "00"
               MOVE WS-BUS-DATE TO ws-next-comm
           END-IF
           MOVE ws-next-comm TO BG-NextComm
           MOVE LS-AdminId TO BG-IssuedBy
           SET BG-ACTIVE TO TRUE
           PERFORM WRITE-MARGIN-LIEN
           MOVE ws-prev-lienid TO BG-LienID
           WRITE GuarRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing guarantee failed."
           END-WRITE
           CLOSE GuarFile

           MOVE BG-Amount TO ws-dsp-amount
           MOVE SPACES TO ws-notice
           STRING "Guarantee BG" BG-ID " issued for "
               FUNCTION TRIM(ws-dsp-amount) ", margin held"
               DELIMITED BY SIZE INTO ws-notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE ws-uid, ws-notice
           MOVE "BGISSUE" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "BG" BG-ID " " BG-AccNo DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Guarantee BG" BG-ID " issued, margin "
               "lien " BG-LienID ", claims until " BG-ClaimExpiry "."
               esc resetx.

      *>the margin earmarks through getLienTotal like any other
      *>lien; no beneficiary account, so lienSweep passes it by.
      *>ws-prev-lienid comes back as the new lien's ID.
       WRITE-MARGIN-LIEN.
           OPEN I-O LienFile
           MOVE 0 TO ws-prev-lienid
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ LienFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LIEN-ID > ws-prev-lienid
                           MOVE LIEN-ID TO ws-prev-lienid
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO ws-prev-lienid
           MOVE ws-prev-lienid TO LIEN-ID
           MOVE BG-UID TO LIEN-UID
           MOVE BG-AccNo TO LIEN-AccNo
           MOVE SPACES TO LIEN-OrderRef
           STRING "BG" BG-ID DELIMITED BY SIZE INTO LIEN-OrderRef
           MOVE BG-Margin TO LIEN-Amount
           MOVE BG-Margin TO LIEN-Remaining
           MOVE 0 TO LIEN-Beneficiary
           MOVE 0 TO LIEN-Expiry
           SET LIEN-ACTIVE TO TRUE
           WRITE LienRecord
               INVALID KEY
                   DISPLAY "ERROR: Margin lien not written ("
                       WS-LIEN-FS ")."
           END-WRITE
           CLOSE LienFile.

       ADD-QUARTER.
           ADD 3 TO ws-nc-mm
           IF ws-nc-mm > 12
               SUBTRACT 12 FROM ws-nc-mm
               ADD 1 TO ws-nc-yyyy
           END-IF
           IF ws-nc-dd > 28
               MOVE 28 TO ws-nc-dd
           END-IF.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A beneficiary's demand inside the claim period, up to what
      *>is left of the guarantee. The customer's account is
      *>debited (the margin lien comes down by the same amount, so
      *>the held money is what pays it) and the beneficiary is
      *>credited. A second admin approves, as for a lien release.
       PAY-CLAIM.
           DISPLAY "Guarantee number : "
           ACCEPT ws-bgid
           OPEN I-O GuarFile
           MOVE ws-bgid TO BG-ID
           READ GuarFile
               INVALID KEY
                   DISPLAY "ERROR: Guarantee not found."
                   CLOSE GuarFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT BG-ACTIVE
               DISPLAY "ERROR: Guarantee is not in force (status "
                   BG-Status ")."
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF
           IF WS-BUS-DATE > BG-ClaimExpiry
               DISPLAY "ERROR: The claim period ended on "
                   BG-ClaimExpiry "."
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-outstanding = BG-Amount - BG-Claimed
           MOVE ws-outstanding TO ws-dsp-out
           DISPLAY FUNCTION TRIM(BG-BenName) " - claimable "
               ws-dsp-out
           DISPLAY "Terms: " BG-Terms
           DISPLAY "Amount claimed : "
           ACCEPT ws-claim
           IF ws-claim = 0 OR ws-claim > ws-outstanding
               DISPLAY "ERROR: Claim must be above zero and within "
                   "the amount outstanding."
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF

           DISPLAY esc redx
           DISPLAY "Paying a guarantee claim requires a second "
               "admin's approval."
           DISPLAY esc resetx
           CALL '../SubFiles/bin/adminLogin'
               USING WS-CheckerId, WS-CheckerName,
               WS-CheckerRole, WS-CheckerStatus
           IF WS-CheckerStatus NOT = "00" OR WS-CheckerId = LS-AdminId
               DISPLAY esc redx
                   "[ERROR] Approval by a different admin failed."
               DISPLAY esc resetx
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF

           MOVE BG-AccNo TO ws-post-acc
           MOVE "D" TO ws-post-kind
           MOVE ws-claim TO ws-post-amt
           MOVE SPACES TO ws-post-desc
           STRING "BG claim BG" BG-ID DELIMITED BY SIZE
               INTO ws-post-desc
           PERFORM POST-ONE-SIDE
           IF ws-post-status NOT = "00"
               DISPLAY esc redx "ERROR: Claim not debited ("
                   ws-post-status ")." esc resetx
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF
           IF BG-BenAcc NOT = 0
               MOVE BG-BenAcc TO ws-post-acc
               MOVE "C" TO ws-post-kind
               MOVE SPACES TO ws-post-desc
               STRING "BG claim paid BG" BG-ID DELIMITED BY SIZE
                   INTO ws-post-desc
               PERFORM POST-ONE-SIDE
               IF ws-post-status NOT = "00"
                   DISPLAY esc redx "Beneficiary account not "
                       "credited (" ws-post-status ") - the claim "
                       "sits in claims payable." esc resetx
               END-IF
           END-IF

           ADD ws-claim TO BG-Claimed
           MOVE ws-claim TO ws-margin-used
           PERFORM REDUCE-MARGIN
           IF BG-Claimed >= BG-Amount
               SET BG-PAID-OUT TO TRUE
               MOVE WS-BUS-DATE TO BG-CloseDate
               PERFORM RELEASE-MARGIN
           END-IF
           REWRITE GuarRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating guarantee failed."
           END-REWRITE
           CLOSE GuarFile

           MOVE ws-claim TO ws-dsp-amount
           MOVE SPACES TO ws-notice
           STRING "Guarantee BG" BG-ID " claim paid "
               FUNCTION TRIM(ws-dsp-amount) DELIMITED BY SIZE
               INTO ws-notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE BG-UID, ws-notice
           MOVE "BGCLAIM" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "BG" BG-ID " by " WS-CheckerId DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Claim of " ws-dsp-amount " paid on BG"
               BG-ID "." esc resetx.

      *>the beneficiary hands back the original before expiry - the
      *>bank's exposure ends and the margin is freed
       CANCEL-GUARANTEE.
           DISPLAY "Guarantee number : "
           ACCEPT ws-bgid
           OPEN I-O GuarFile
           MOVE ws-bgid TO BG-ID
           READ GuarFile
               INVALID KEY
                   DISPLAY "ERROR: Guarantee not found."
                   CLOSE GuarFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT BG-ACTIVE
               DISPLAY "ERROR: Guarantee is not in force."
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Original guarantee returned by "
               FUNCTION TRIM(BG-BenName) "? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Cancelled."
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF
           CALL '../SubFiles/bin/adminLogin'
               USING WS-CheckerId, WS-CheckerName,
               WS-CheckerRole, WS-CheckerStatus
           IF WS-CheckerStatus NOT = "00" OR WS-CheckerId = LS-AdminId
               DISPLAY esc redx
                   "[ERROR] Approval by a different admin failed."
               DISPLAY esc resetx
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF
           SET BG-CANCELLED TO TRUE
           MOVE WS-BUS-DATE TO BG-CloseDate
           PERFORM RELEASE-MARGIN
           REWRITE GuarRecord
               INVALID KEY
                   DISPLAY "ERROR: Updating guarantee failed."
           END-REWRITE
           CLOSE GuarFile
           MOVE SPACES TO ws-notice
           STRING "Guarantee BG" BG-ID " cancelled, margin released"
               DELIMITED BY SIZE INTO ws-notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE BG-UID, ws-notice
           MOVE "BGCANCEL" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "BG" BG-ID " by " WS-CheckerId DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Guarantee BG" BG-ID " cancelled."
               esc resetx.

      *-------------------------------------------------------------------*
       REDUCE-MARGIN.
           OPEN I-O LienFile
           MOVE BG-LienID TO LIEN-ID
           READ LienFile
               INVALID KEY
                   CLOSE LienFile
                   EXIT PARAGRAPH
           END-READ
           IF LIEN-ACTIVE
               IF ws-margin-used >= LIEN-Remaining
                   MOVE 0 TO LIEN-Remaining
                   SET LIEN-SATISFIED TO TRUE
               ELSE
                   SUBTRACT ws-margin-used FROM LIEN-Remaining
               END-IF
               REWRITE LienRecord
           END-IF
           CLOSE LienFile.

       RELEASE-MARGIN.
           OPEN I-O LienFile
           MOVE BG-LienID TO LIEN-ID
           READ LienFile
               INVALID KEY
                   CLOSE LienFile
                   EXIT PARAGRAPH
           END-READ
           IF LIEN-ACTIVE
               SET LIEN-RELEASED TO TRUE
               REWRITE LienRecord
           END-IF
           CLOSE LienFile.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Debit or credit one account under its record lock, with the
      *>journal images and statement cross-reference. A debit must
      *>be covered by the balance itself - the margin lien is what
      *>is being drawn, so it is not deducted here.
       POST-ONE-SIDE.
           MOVE "00" TO ws-post-status
           OPEN INPUT UserFile
           MOVE ws-post-acc TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   MOVE "96" TO ws-post-status
           END-READ
           CLOSE UserFile
           IF ws-post-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE UID TO ws-post-uid
           MOVE ws-post-uid TO WS-LockUID
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               MOVE "97" TO ws-post-status
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserFile
           MOVE ws-post-uid TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   MOVE "96" TO ws-post-status
           END-READ
           IF ws-post-status = "00" AND ws-post-kind = "D"
               AND Balance < ws-post-amt
               MOVE "02" TO ws-post-status
           END-IF
           IF ws-post-status = "00" AND ws-post-kind = "C"
               AND NOT ACCT-ACTIVE
               MOVE "02" TO ws-post-status
           END-IF
           IF ws-post-status NOT = "00"
               CLOSE UserFile
               CALL '../../Utility Functions/bin/releaseLock'
                   USING BY REFERENCE WS-LockUID
               EXIT PARAGRAPH
           END-IF
           MOVE UserRecord TO WS-PitBefore
           IF ws-post-kind = "D"
               SUBTRACT ws-post-amt FROM Balance
           ELSE
               ADD ws-post-amt TO Balance
           END-IF
           ADD 1 TO TrxCount
           MOVE WS-BUS-DATE TO ULastTrxDate
           MOVE SPACES TO TrxID
           IF ws-post-kind = "D"
               STRING TrxCount WS-TrxWDPrefix UID
                   DELIMITED BY SIZE INTO TrxID
           ELSE
               STRING TrxCount WS-TrxDepoPrefix UID
                   DELIMITED BY SIZE INTO TrxID
           END-IF
           MOVE UBranch TO ws-post-branch
           MOVE UCurrency TO ws-post-ccy
           REWRITE UserRecord
               INVALID KEY
                   MOVE "99" TO ws-post-status
           END-REWRITE
           IF ws-post-status NOT = "00"
               CLOSE UserFile
               CALL '../../Utility Functions/bin/releaseLock'
                   USING BY REFERENCE WS-LockUID
               EXIT PARAGRAPH
           END-IF
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter
           CLOSE UserFile
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-LockUID

           IF ws-post-kind = "D"
               MOVE ws-post-acc TO SenderAcc
               MOVE 0 TO ReceiverAcc
               MOVE TRX-TYPE-WITHDRAW TO TrxType
               MOVE "S" TO ws-XrefSide
           ELSE
               MOVE 0 TO SenderAcc
               MOVE ws-post-acc TO ReceiverAcc
               MOVE TRX-TYPE-DEPOSIT TO TrxType
               MOVE "R" TO ws-XrefSide
           END-IF
           MOVE ws-post-desc TO Description
           MOVE ws-post-amt TO Amount
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE ws-post-branch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE ws-post-ccy TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE WS-BUS-DATE TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing entry " TrxID " failed."
           END-WRITE
           CLOSE TrxFile
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE ws-post-acc, TimeStamp, TrxID,
               ws-XrefSide
           MOVE SPACES TO WS-PitBefore
           MOVE TransactionRecord TO WS-PitAfter
           MOVE "T" TO WS-PitTag
           CALL '../../Utility Functions/bin/writePitJournal'
               USING BY REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Every guarantee in force: the bank's exposure (amount less
      *>claims paid) and the margin it holds against it, totalled
      *>by type for the off-balance-sheet return.
       OUTSTANDING-REPORT.
           MOVE 0 TO ws-tot-perf ws-tot-bid ws-tot-adv ws-tot-margin
               ws-bg-count
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/BGOutstanding_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR: Cannot write the report."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Bank Guarantees Outstanding - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Guar.    T Account          Beneficiary"
               "                   Outstanding        Margin"
               " Expiry   Claims to"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           move 'N' to ws-eof
           OPEN INPUT GuarFile
           PERFORM UNTIL ws-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF BG-ACTIVE
                           PERFORM REPORT-ONE-GUARANTEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GuarFile
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE ws-tot-perf TO ws-dsp-total
           MOVE SPACES TO ReportLine
           STRING "Performance guarantees    " ws-dsp-total
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-tot-bid TO ws-dsp-total
           MOVE SPACES TO ReportLine
           STRING "Bid guarantees            " ws-dsp-total
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-tot-adv TO ws-dsp-total
           MOVE SPACES TO ReportLine
           STRING "Advance payment guarantees" ws-dsp-total
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ws-tot-margin TO ws-dsp-total
           MOVE SPACES TO ReportLine
           STRING "Margin held against them  " ws-dsp-total
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING ws-bg-count " guarantee(s) in force."
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           DISPLAY "Outstanding guarantees written to "
               FUNCTION TRIM(WS-REPORT-PATH).

       REPORT-ONE-GUARANTEE.
           ADD 1 TO ws-bg-count
           COMPUTE ws-outstanding = BG-Amount - BG-Claimed
           EVALUATE TRUE
               WHEN BG-PERFORMANCE
                   ADD ws-outstanding TO ws-tot-perf
               WHEN BG-BID
                   ADD ws-outstanding TO ws-tot-bid
               WHEN OTHER
                   ADD ws-outstanding TO ws-tot-adv
           END-EVALUATE
      *>what is still held, not what was first taken
           MOVE 0 TO ws-margin-used
           OPEN INPUT LienFile
           MOVE BG-LienID TO LIEN-ID
           READ LienFile
               NOT INVALID KEY
                   IF LIEN-ACTIVE
                       MOVE LIEN-Remaining TO ws-margin-used
                   END-IF
           END-READ
           CLOSE LienFile
           ADD ws-margin-used TO ws-tot-margin
           MOVE ws-outstanding TO ws-dsp-out
           MOVE ws-margin-used TO ws-dsp-margin
           MOVE SPACES TO ReportLine
           STRING "BG" BG-ID " " BG-Type " " BG-AccNo " " BG-BenName
               " " ws-dsp-out " " ws-dsp-margin " " BG-Expiry " "
               BG-ClaimExpiry
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine.

       END PROGRAM guaranteeManage.
