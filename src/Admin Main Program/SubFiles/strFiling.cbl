      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Suspicious transaction report filing. The cases
      *          suspectReview opens in data/StrCases.dat wait here
      *          for the compliance officer, who reads the case
      *          (subject, linked transactions, narrative) and
      *          either files it or declines it with a reason. The
      *          officer who opened a case may not file it. Filing
      *          assigns the reference number (STR + filing date +
      *          case number) and writes the FIU's submission file,
      *          data/StrFiling_<reference>.txt, in its fixed layout:
      *          a header, the subject, one record per transaction,
      *          the narrative and a trailer. To respect the
      *          tipping-off rules the file is not registered in the
      *          report spool, no notice goes to the customer, and
      *          the audit log carries the case number only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. strFiling.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StrCaseFile
               ASSIGN TO "../../../data/StrCases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STR-ID
               FILE STATUS IS WS-STR-FS.

           SELECT TrxFile
               ASSIGN TO "../../../data/Transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

           SELECT FilingOut ASSIGN TO WS-FILING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  StrCaseFile.
       01  StrCaseRecord.
           COPY "../../Utility Functions/strCaseFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

      *>the FIU's submission layout, one record type per line
       FD  FilingOut.
       01  FIL-Header.
           05  FIH-Type        PIC X.
           05  FIH-Ref         PIC X(17).
           05  FIH-Date        PIC 9(8).
           05  FIH-Kind        PIC X(3).
           05  FIH-Branch      PIC X(3).
           05  FIH-TrxCount    PIC 9(3).
           05  FIH-OpenDate    PIC 9(8).
       01  FIL-Subject.
           05  FIS-Type        PIC X.
           05  FIS-NRC         PIC X(30).
           05  FIS-Name        PIC X(20).
           05  FIS-BirthDate   PIC 9(8).
           05  FIS-Address     PIC X(20).
           05  FIS-Phone       PIC X(11).
           05  FIS-AccNo       PIC 9(16).
       01  FIL-Trx.
           05  FIT-Type        PIC X.
           05  FIT-TrxID       PIC X(11).
           05  FIT-Date        PIC 9(8).
      *>D deposit, W withdrawal, T transfer, O other
           05  FIT-Kind        PIC X.
           05  FIT-Amount      PIC 9(12).
           05  FIT-Currency    PIC X(3).
           05  FIT-SenderAcc   PIC 9(16).
           05  FIT-ReceiverAcc PIC 9(16).
           05  FIT-Branch      PIC X(3).
           05  FIT-Desc        PIC X(30).
       01  FIL-Narrative.
           05  FIN-Type        PIC X.
           05  FIN-Seq         PIC 9.
           05  FIN-Text        PIC X(60).
       01  FIL-Trailer.
           05  FIZ-Type        PIC X.
           05  FIZ-Records     PIC 9(5).
           05  FIZ-ApprovedBy  PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-STR-FS       pic xx.
       01  WS-TRX-FS       pic xx.
       01  WS-OUT-FS       pic xx.
       01  WS-BD-STATUS    pic xx.
       01  WS-BUS-DATE     pic 9(8).
       01  WS-FILING-PATH  pic x(60).
       01  ws-choice       pic 9.
       01  ws-eof          pic x value 'N'.
       01  ws-found        pic x.
       01  ws-caseid       pic 9(6).
       01  ws-confirm      pic x.
       01  ws-reason       pic x(40).
       01  ws-show-status  pic x.
       01  ws-trx-open     pic xx.
       01  ws-lx           pic 9(2).
       01  ws-nx           pic 9.
       01  ws-rec-count    pic 9(5).
       01  ws-trx-count    pic 9(3).
       01  ws-whole-amt    pic 9(12).
       01  ws-dsp-amt      pic z(9)9.99.
       01  ws-logAction    pic x(10).
       01  ws-logAcct      pic x(30).

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           DISPLAY "==============================================="
           DISPLAY "=======  Suspicious Transaction Reports  ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Cases Awaiting Approval, 2=View Case,"
           DISPLAY "3=Approve and File, 4=Decline, 5=Filed Cases,"
           DISPLAY "6=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   MOVE "D" TO ws-show-status
                   perform LIST-CASES
                   perform MENU-LOOP
               WHEN 2
                   perform VIEW-CASE
                   perform MENU-LOOP
               WHEN 3
                   perform FILE-CASE
                   perform MENU-LOOP
               WHEN 4
                   perform DECLINE-CASE
                   perform MENU-LOOP
               WHEN 5
                   MOVE "F" TO ws-show-status
                   perform LIST-CASES
                   perform MENU-LOOP
               WHEN 6
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-CASES.
           move 'N' to ws-eof
           move 'N' to ws-found
           OPEN INPUT StrCaseFile
           IF WS-STR-FS NOT = "00"
               DISPLAY "No STR cases on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Case   Opened   By    Rule     Account          "
               "Name                 Reference"
           DISPLAY "-----------------------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ StrCaseFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF STR-Status = ws-show-status
                           MOVE 'Y' TO ws-found
                           DISPLAY STR-ID " " STR-OpenDate " "
                               STR-OpenedBy " " STR-Rule " "
                               STR-AccNo " " STR-Name " " STR-Ref
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StrCaseFile
           IF ws-found = 'N'
               DISPLAY "None."
           END-IF.

      *-------------------------------------------------------------------*
       VIEW-CASE.
           PERFORM READ-CASE
           IF ws-found = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CASE.

      *-------------------------------------------------------------------*
       READ-CASE.
           MOVE 'N' TO ws-found
           DISPLAY "Case number : "
           ACCEPT ws-caseid
           OPEN INPUT StrCaseFile
           IF WS-STR-FS NOT = "00"
               DISPLAY "No STR cases on file."
               EXIT PARAGRAPH
           END-IF
           MOVE ws-caseid TO STR-ID
           READ StrCaseFile
               INVALID KEY
                   DISPLAY "ERROR: No case with that number."
               NOT INVALID KEY
                   MOVE 'Y' TO ws-found
           END-READ
           CLOSE StrCaseFile.

      *-------------------------------------------------------------------*
       SHOW-CASE.
           DISPLAY "-----------------------------------------------"
           EVALUATE TRUE
               WHEN STR-AWAITING
                   DISPLAY "Case " STR-ID "  awaiting approval"
               WHEN STR-FILED
                   DISPLAY "Case " STR-ID "  filed " STR-DecidedDate
                       " as " STR-Ref " by " STR-DecidedBy
               WHEN OTHER
                   DISPLAY "Case " STR-ID "  declined "
                       STR-DecidedDate " by " STR-DecidedBy
                   DISPLAY "  Reason : " STR-DeclineReason
           END-EVALUATE
           DISPLAY "Opened " STR-OpenDate " by " STR-OpenedBy
               " from rule " STR-Rule
           DISPLAY "Subject  : " STR-Name "  NRC " STR-NRC
           DISPLAY "Born     : " STR-BirthDate "  Phone " STR-Phone
           DISPLAY "Address  : " STR-Address
           DISPLAY "Account  : " STR-AccNo "  branch " STR-Branch
           DISPLAY "Transactions:"
           OPEN INPUT TrxFile
           MOVE WS-TRX-FS TO ws-trx-open
           PERFORM VARYING ws-lx FROM 1 BY 1
                   UNTIL ws-lx > STR-LinkCount
               IF ws-trx-open = "00"
                   MOVE STR-Link(ws-lx) TO TrxID
                   READ TrxFile
                       INVALID KEY
                           DISPLAY "  " STR-Link(ws-lx)
                               "  (no longer on file)"
                       NOT INVALID KEY
                           MOVE Amount TO ws-dsp-amt
                           DISPLAY "  " TrxID " " TimeStamp(1:8) " "
                               ws-dsp-amt " " SenderAcc " -> "
                               ReceiverAcc
                   END-READ
               ELSE
                   DISPLAY "  " STR-Link(ws-lx)
               END-IF
           END-PERFORM
           IF ws-trx-open = "00"
               CLOSE TrxFile
           END-IF
           DISPLAY "Narrative:"
           PERFORM VARYING ws-nx FROM 1 BY 1 UNTIL ws-nx > 3
               IF STR-NarrLine(ws-nx) NOT = SPACES
                   DISPLAY "  " STR-NarrLine(ws-nx)
               END-IF
           END-PERFORM
           DISPLAY "-----------------------------------------------".

      *-------------------------------------------------------------------*
      *>A second pair of eyes: the reviewer who opened the case
      *>cannot be the officer who files it.
       FILE-CASE.
           PERFORM READ-CASE
           IF ws-found = 'N'
               EXIT PARAGRAPH
           END-IF
           IF NOT STR-AWAITING
               DISPLAY "ERROR: That case is not awaiting approval."
               EXIT PARAGRAPH
           END-IF
           IF STR-OpenedBy = LS-AdminId
               DISPLAY esc redx "ERROR: You opened this case - "
                   "another officer must approve it." esc resetx
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CASE
           DISPLAY "File this report with the FIU? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Not filed."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STR-Ref
           STRING "STR" WS-BUS-DATE STR-ID
               DELIMITED BY SIZE INTO STR-Ref
           PERFORM WRITE-FILING
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "ERROR: Unable to write the "
                   "submission file " WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF

           MOVE "F" TO STR-Status
           MOVE LS-AdminId TO STR-DecidedBy
           MOVE WS-BUS-DATE TO STR-DecidedDate
           PERFORM REWRITE-CASE
           MOVE "STRFILE" TO ws-logAction
           PERFORM LOG-CASE
           DISPLAY esc greenx "Filed as " STR-Ref esc resetx
           DISPLAY "  " FUNCTION TRIM(WS-FILING-PATH).

      *-------------------------------------------------------------------*
       DECLINE-CASE.
           PERFORM READ-CASE
           IF ws-found = 'N'
               EXIT PARAGRAPH
           END-IF
           IF NOT STR-AWAITING
               DISPLAY "ERROR: That case is not awaiting approval."
               EXIT PARAGRAPH
           END-IF
           IF STR-OpenedBy = LS-AdminId
               DISPLAY esc redx "ERROR: You opened this case - "
                   "another officer must decide it." esc resetx
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for declining : "
           ACCEPT ws-reason
           IF ws-reason = SPACES
               DISPLAY "ERROR: A reason is required."
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO STR-Status
           MOVE ws-reason TO STR-DeclineReason
           MOVE LS-AdminId TO STR-DecidedBy
           MOVE WS-BUS-DATE TO STR-DecidedDate
           PERFORM REWRITE-CASE
           MOVE "STRDECLINE" TO ws-logAction
           PERFORM LOG-CASE
           DISPLAY esc greenx "Case declined." esc resetx.

      *-------------------------------------------------------------------*
       REWRITE-CASE.
           OPEN I-O StrCaseFile
           IF WS-STR-FS NOT = "00"
               DISPLAY esc redx "ERROR: Unable to open StrCases.dat "
                   WS-STR-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           REWRITE StrCaseRecord
               INVALID KEY
                   DISPLAY esc redx "ERROR: Case update failed."
                       esc resetx
           END-REWRITE
           CLOSE StrCaseFile.

       LOG-CASE.
           MOVE SPACES TO ws-logAcct
           STRING "STR case " STR-ID DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The submission file: H header, S subject, T per linked
      *>transaction (amount in whole kyat-and-pya digits, as on the
      *>cash extract), N per narrative line, Z trailer counting
      *>every record including itself.
       WRITE-FILING.
           MOVE SPACES TO WS-FILING-PATH
           STRING "../../../data/StrFiling_" STR-Ref ".txt"
               DELIMITED BY SIZE INTO WS-FILING-PATH
           OPEN OUTPUT FilingOut
           IF WS-OUT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-rec-count
           MOVE 0 TO ws-trx-count

           OPEN INPUT TrxFile
           MOVE WS-TRX-FS TO ws-trx-open
           PERFORM VARYING ws-lx FROM 1 BY 1
                   UNTIL ws-lx > STR-LinkCount
               IF ws-trx-open = "00"
                   MOVE STR-Link(ws-lx) TO TrxID
                   READ TrxFile
                       NOT INVALID KEY
                           ADD 1 TO ws-trx-count
                   END-READ
               END-IF
           END-PERFORM

           MOVE SPACES TO FIL-Header
           MOVE "H" TO FIH-Type
           MOVE STR-Ref TO FIH-Ref
           MOVE WS-BUS-DATE TO FIH-Date
           MOVE "STR" TO FIH-Kind
           MOVE STR-Branch TO FIH-Branch
           MOVE ws-trx-count TO FIH-TrxCount
           MOVE STR-OpenDate TO FIH-OpenDate
           WRITE FIL-Header
           ADD 1 TO ws-rec-count

           MOVE SPACES TO FIL-Subject
           MOVE "S" TO FIS-Type
           MOVE STR-NRC TO FIS-NRC
           MOVE STR-Name TO FIS-Name
           MOVE STR-BirthDate TO FIS-BirthDate
           MOVE STR-Address TO FIS-Address
           MOVE STR-Phone TO FIS-Phone
           MOVE STR-AccNo TO FIS-AccNo
           WRITE FIL-Subject
           ADD 1 TO ws-rec-count

           PERFORM VARYING ws-lx FROM 1 BY 1
                   UNTIL ws-lx > STR-LinkCount
               IF ws-trx-open = "00"
                   MOVE STR-Link(ws-lx) TO TrxID
                   READ TrxFile
                       NOT INVALID KEY
                           PERFORM WRITE-FILING-TRX
                   END-READ
               END-IF
           END-PERFORM
           IF ws-trx-open = "00"
               CLOSE TrxFile
           END-IF

           PERFORM VARYING ws-nx FROM 1 BY 1 UNTIL ws-nx > 3
               IF STR-NarrLine(ws-nx) NOT = SPACES
                   MOVE SPACES TO FIL-Narrative
                   MOVE "N" TO FIN-Type
                   MOVE ws-nx TO FIN-Seq
                   MOVE STR-NarrLine(ws-nx) TO FIN-Text
                   WRITE FIL-Narrative
                   ADD 1 TO ws-rec-count
               END-IF
           END-PERFORM

           ADD 1 TO ws-rec-count
           MOVE SPACES TO FIL-Trailer
           MOVE "Z" TO FIZ-Type
           MOVE ws-rec-count TO FIZ-Records
           MOVE LS-AdminId TO FIZ-ApprovedBy
           WRITE FIL-Trailer
           CLOSE FilingOut
           MOVE "00" TO WS-OUT-FS.

       WRITE-FILING-TRX.
           MOVE SPACES TO FIL-Trx
           MOVE "T" TO FIT-Type
           MOVE TrxID TO FIT-TrxID
           MOVE TimeStamp(1:8) TO FIT-Date
           EVALUATE TRUE
               WHEN TrxType = TRX-TYPE-DEPOSIT
                   MOVE "D" TO FIT-Kind
               WHEN TrxType = TRX-TYPE-WITHDRAW
                   MOVE "W" TO FIT-Kind
               WHEN TrxType = TRX-TYPE-TRANSFER
                   MOVE "T" TO FIT-Kind
               WHEN OTHER
                   MOVE "O" TO FIT-Kind
           END-EVALUATE
           COMPUTE ws-whole-amt = FUNCTION ABS(Amount) * 100
           MOVE ws-whole-amt TO FIT-Amount
           MOVE TrxCurrency TO FIT-Currency
           MOVE SenderAcc TO FIT-SenderAcc
           MOVE ReceiverAcc TO FIT-ReceiverAcc
           MOVE TrxBranch TO FIT-Branch
           MOVE Description TO FIT-Desc
           WRITE FIL-Trx
           ADD 1 TO ws-rec-count.

       END PROGRAM strFiling.
