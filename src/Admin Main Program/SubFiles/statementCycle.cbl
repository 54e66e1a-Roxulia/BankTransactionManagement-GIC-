      *          through registerSpool, and the run closes with a
      *          production control report of counts produced,
      *          skipped and failed.
      *          Business accounts (those with a signatory panel in
      *          Signatories.dat) can also take a structured
      *          electronic statement to load into their accounting
      *          software - an MT940 bank-to-corporate statement
      *          with the opening and closing booked balances and,
      *          per entry, the value date, amount, debit/credit
      *          mark, TrxID, description and counterparty account.
      *          It runs for the prior month or, for accounts set
      *          to daily, for the day before the business date;
      *          each file is queued for pickup (data/EStmtPickup.dat)
      *          or handed to the gateway extract
      *          (data/OutboundStmts_<date>.dat) as the account's
      *          profile in data/EStmtProfiles.dat says, and every
      *          delivery is logged in data/EStmtDeliveries.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.

           SELECT SigFile ASSIGN TO '../../../data/Signatories.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIG-Key
               FILE STATUS IS WS-SIG-FS.

           SELECT ProfileFile
               ASSIGN TO '../../../data/EStmtProfiles.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-UID
               FILE STATUS IS WS-ESP-FS.

           SELECT EStmtOut ASSIGN TO WS-ESTMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT DeliveryLog
               ASSIGN TO '../../../data/EStmtDeliveries.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-FS.

           SELECT PickupQueue ASSIGN TO '../../../data/EStmtPickup.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKQ-FS.

           SELECT GatewayOut ASSIGN TO WS-GATEWAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GWY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  userfile.
       FD  ControlOut.
       01  ControlLine         PIC X(80).

       FD  SigFile.
       01  SigRecord.
           copy '../../Utility Functions/signatoryFile.cpy'.

       FD  ProfileFile.
       01  ProfileRecord.
           copy '../../Utility Functions/eStmtProfileFile.cpy'.

       FD  EStmtOut.
       01  EStmtLine           PIC X(80).

      *>one line per structured statement delivered
       FD  DeliveryLog.
       01  DeliveryLine.
           05  DLV-Date        PIC 9(8).
           05  DLV-Time        PIC 9(6).
           05  DLV-UID         PIC 9(5).
           05  DLV-AccNo       PIC 9(16).
           05  DLV-Freq        PIC X.
           05  DLV-Channel     PIC X.
           05  DLV-Seq         PIC 9(5).
           05  DLV-Entries     PIC 9(5).
           05  DLV-Path        PIC X(60).
           05  DLV-AdminId     PIC 9(5).

      *>statements waiting for the customer to collect - status Q
      *>queued, C collected
       FD  PickupQueue.
       01  PickupLine.
           05  PKQ-Date        PIC 9(8).
           05  PKQ-UID         PIC 9(5).
           05  PKQ-AccNo       PIC 9(16).
           05  PKQ-Path        PIC X(60).
           05  PKQ-Status      PIC X.

      *>statement files for the gateway - the reference (stamp plus
      *>UID) is what the gateway's delivery status file quotes back
       FD  GatewayOut.
       01  GatewayLine.
           05  GWY-Ref         PIC X(20).
           05  GWY-UID         PIC 9(5).
           05  GWY-AccNo       PIC 9(16).
           05  GWY-Path        PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  DEPOSIT-AMT         PIC Z(9)9.99.
       01  WS-DSP-AMT          PIC -(11)9.99.
       01  WS-SplType          PIC X(12).
       01  WS-RUN-CHOICE       PIC 9 VALUE 0.

      *>structured statement run
       01  WS-SIG-FS           PIC XX.
       01  WS-ESP-FS           PIC XX.
       01  WS-DLV-FS           PIC XX.
       01  WS-PKQ-FS           PIC XX.
       01  WS-GWY-FS           PIC XX.
       01  WS-ESTMT-PATH       PIC X(60).
       01  WS-GATEWAY-PATH     PIC X(60).
       01  WS-EST-FREQ         PIC X.
       01  WS-EST-PERIOD-TXT   PIC X(8).
       01  WS-IS-BUSINESS      PIC X.
       01  ws-sig-eof          PIC X.
       01  WS-HAVE-PROFILE     PIC X.
       01  WS-PER-DEBITS       PIC S9(12)V99.
       01  WS-PER-CREDITS      PIC S9(12)V99.
       01  WS-AFTER-NET        PIC S9(12)V99.
       01  WS-OPEN-BAL         PIC S9(12)V99.
       01  WS-CLOSE-BAL        PIC S9(12)V99.
       01  WS-WRITE-ENTRIES    PIC X.
       01  WS-ENTRY-COUNT      PIC 9(5).
       01  WS-EST-DONE         PIC 9(5) VALUE 0.
       01  WS-EST-PICKUP       PIC 9(5) VALUE 0.
       01  WS-EST-GATEWAY      PIC 9(5) VALUE 0.
       01  WS-EST-REF          PIC X(16).
       01  WS-SW-SIGNED        PIC S9(12)V99.
       01  WS-SW-MARK          PIC X.
       01  WS-SW-EDIT          PIC Z(11)9.99.
       01  WS-SW-WORK          PIC X(15).
       01  WS-SW-TXT           PIC X(15).
       01  WS-VALUE-DATE       PIC 9(8).
       01  WS-CPTY-ACC         PIC 9(16).
       01  WS-PRF-UID          PIC 9(5).
       01  WS-PRF-FREQ         PIC X.
       01  WS-PRF-CHANNEL      PIC X.
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       copy '../../Utility Functions/trxTypeCodes.cpy'.

       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Printed Statement Cycle, 2=E-Statements (Month),"
           DISPLAY "3=E-Statements (Daily), 4=E-Statement Delivery,"
           DISPLAY "5=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT WS-RUN-CHOICE
           EVALUATE WS-RUN-CHOICE
               WHEN 1
                   PERFORM RUN-PRINTED-CYCLE
               WHEN 2
                   MOVE "M" TO WS-EST-FREQ
                   PERFORM SET-STATEMENT-PERIOD
                   PERFORM RUN-E-STATEMENTS
               WHEN 3
                   MOVE "D" TO WS-EST-FREQ
                   PERFORM SET-DAILY-PERIOD
                   PERFORM RUN-E-STATEMENTS
               WHEN 4
                   PERFORM SET-DELIVERY-PROFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       RUN-PRINTED-CYCLE.
           MOVE 0 TO WS-PRODUCED WS-SKIPPED WS-FAILED
           PERFORM SET-STATEMENT-PERIOD

           DISPLAY color-blue
           DISPLAY "Statement cycle done - " WS-PRODUCED
               " produced, " WS-SKIPPED " skipped, " WS-FAILED
               " failed."
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
           MOVE 000000       TO WS-FROM-STAMP(9:6)
           MOVE WS-TO-DATE   TO WS-TO-STAMP(1:8)
           MOVE 235959       TO WS-TO-STAMP(9:6)
           MOVE WS-PERIOD    TO WS-EST-PERIOD-TXT
           .

      *>the daily statement covers the calendar day before the
      *>business date
       SET-DAILY-PERIOD.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 1)
           MOVE WS-FROM-DATE TO WS-TO-DATE
           MOVE WS-FROM-DATE TO WS-FROM-STAMP(1:8)
           MOVE 000000       TO WS-FROM-STAMP(9:6)
           MOVE WS-TO-DATE   TO WS-TO-STAMP(1:8)
           MOVE 235959       TO WS-TO-STAMP(9:6)
           MOVE WS-FROM-DATE TO WS-EST-PERIOD-TXT
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
               DELIMITED BY SIZE INTO StatementLine
           WRITE StatementLine
           MOVE "Date          Time    Type        Withdraw"
               & "      Deposit   By     Description" TO StatementLine
           WRITE StatementLine

           PERFORM WALK-PERIOD-XREF
           STRING TimeStamp(1:4) "/" TimeStamp(5:2) "/"
               TimeStamp(7:2) "  " TimeStamp(9:2) ":"
               TimeStamp(11:2) "  " TYPE-NAME "  "
               WITHDRAW-AMT "  " DEPOSIT-AMT "  " TrxOperator "  "
               Description
               DELIMITED BY SIZE INTO StatementLine
           WRITE StatementLine
           ADD 1 TO WS-LINE-COUNT
               LS-AdminId, WS-CTL-PATH
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Structured statements: every open business account whose
      *>profile asks for this frequency (no profile counts as
      *>monthly) gets one MT940 file for the period.
       RUN-E-STATEMENTS.
           MOVE 0 TO WS-EST-DONE WS-EST-PICKUP WS-EST-GATEWAY WS-FAILED
           DISPLAY color-blue
           DISPLAY "===== Structured E-Statements for "
               WS-EST-PERIOD-TXT " ====="
           DISPLAY esc resetx
           OPEN INPUT SigFile
           IF WS-SIG-FS NOT = "00"
               DISPLAY "No signatory panels on file - no business "
                   "accounts to serve."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TrxFile
           OPEN INPUT XrefFile
           IF WS-TRX-FS NOT = "00" OR WS-XREF-FS NOT = "00"
               DISPLAY esc redx "Unable to open Transactions.dat or "
                   "TrxXref.dat - run the xref rebuild first."
               DISPLAY esc resetx
               CLOSE SigFile TrxFile XrefFile
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ProfileFile
           IF WS-ESP-FS = "35"
               OPEN OUTPUT ProfileFile
               CLOSE ProfileFile
               OPEN I-O ProfileFile
           END-IF
           MOVE SPACES TO WS-GATEWAY-PATH
           STRING "../../../data/OutboundStmts_" WS-BUS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-GATEWAY-PATH

           MOVE 'N' TO ws-eof
           OPEN INPUT userfile
           PERFORM UNTIL ws-eof = 'Y'
               READ userfile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF NOT ACCT-CLOSED
                           PERFORM E-STATEMENT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile
           CLOSE ProfileFile
           CLOSE XrefFile
           CLOSE TrxFile
           CLOSE SigFile

           MOVE "ESTMTRUN" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING WS-EST-FREQ " " WS-EST-PERIOD-TXT " " WS-EST-DONE
               " files" DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "E-statements done - " WS-EST-DONE " produced, "
               WS-EST-PICKUP " queued for pickup, " WS-EST-GATEWAY
               " sent to the gateway."
           .

       E-STATEMENT-ONE-ACCOUNT.
           PERFORM CHECK-BUSINESS-ACCOUNT
           IF WS-IS-BUSINESS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HAVE-PROFILE
           MOVE UID TO ESP-UID
           READ ProfileFile
               INVALID KEY
                   MOVE 'N' TO WS-HAVE-PROFILE
                   INITIALIZE ProfileRecord
                   MOVE UID TO ESP-UID
                   MOVE "M" TO ESP-Freq
                   MOVE "P" TO ESP-Channel
           END-READ
           IF ESP-Freq NOT = WS-EST-FREQ
               EXIT PARAGRAPH
           END-IF

      *>first pass totals the period and everything booked since,
      *>so the opening balance is known before the first entry
           MOVE 'N' TO WS-WRITE-ENTRIES
           PERFORM WALK-E-STATEMENT-XREF
           COMPUTE WS-CLOSE-BAL = Balance - WS-AFTER-NET
           COMPUTE WS-OPEN-BAL = WS-CLOSE-BAL - WS-PER-CREDITS
               + WS-PER-DEBITS

           MOVE SPACES TO WS-ESTMT-PATH
           STRING "../../../data/EStmt_" UAccNo "_" WS-EST-PERIOD-TXT
               ".sta" DELIMITED BY SPACE INTO WS-ESTMT-PATH
           OPEN OUTPUT EStmtOut
           IF WS-OUT-FS NOT = "00"
               ADD 1 TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ESP-LastSeq
           MOVE SPACES TO WS-EST-REF
           STRING "ES" UID ESP-LastSeq DELIMITED BY SIZE
               INTO WS-EST-REF
           MOVE SPACES TO EStmtLine
           STRING ":20:" WS-EST-REF DELIMITED BY SPACE INTO EStmtLine
           WRITE EStmtLine
           MOVE SPACES TO EStmtLine
           STRING ":25:" UAccNo DELIMITED BY SIZE INTO EStmtLine
           WRITE EStmtLine
           MOVE SPACES TO EStmtLine
           STRING ":28C:" ESP-LastSeq "/1" DELIMITED BY SIZE
               INTO EStmtLine
           WRITE EStmtLine
           MOVE WS-OPEN-BAL TO WS-SW-SIGNED
           PERFORM FORMAT-SWIFT-AMOUNT
           MOVE SPACES TO EStmtLine
           STRING ":60F:" WS-SW-MARK WS-FROM-DATE(3:6) UCurrency
               WS-SW-TXT DELIMITED BY SPACE INTO EStmtLine
           WRITE EStmtLine

           MOVE 'Y' TO WS-WRITE-ENTRIES
           PERFORM WALK-E-STATEMENT-XREF

           MOVE WS-CLOSE-BAL TO WS-SW-SIGNED
           PERFORM FORMAT-SWIFT-AMOUNT
           MOVE SPACES TO EStmtLine
           STRING ":62F:" WS-SW-MARK WS-TO-DATE(3:6) UCurrency
               WS-SW-TXT DELIMITED BY SPACE INTO EStmtLine
           WRITE EStmtLine
           MOVE "-" TO EStmtLine
           WRITE EStmtLine
           CLOSE EStmtOut

           MOVE WS-TO-DATE TO ESP-LastDate
           MOVE WS-CLOSE-BAL TO ESP-LastClose
           IF WS-HAVE-PROFILE = 'Y'
               REWRITE ProfileRecord
           ELSE
               WRITE ProfileRecord
           END-IF
           ADD 1 TO WS-EST-DONE
           PERFORM DELIVER-E-STATEMENT
           .

      *>a business account is one with an active signatory
       CHECK-BUSINESS-ACCOUNT.
           MOVE 'N' TO WS-IS-BUSINESS
           MOVE UID TO SIG-UID
           MOVE 0 TO SIG-Seq
           START SigFile KEY IS NOT LESS THAN SIG-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO ws-sig-eof
           PERFORM UNTIL ws-sig-eof = 'Y'
               READ SigFile NEXT
                   AT END
                       MOVE 'Y' TO ws-sig-eof
                   NOT AT END
                       IF SIG-UID NOT = UID
                           MOVE 'Y' TO ws-sig-eof
                       ELSE
                           IF SIG-ACTIVE
                               MOVE 'Y' TO WS-IS-BUSINESS
                               MOVE 'Y' TO ws-sig-eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *>from the period start to the account's last posting: the
      *>period's own rows are totalled (and written on the second
      *>pass), the later ones only netted off the current balance
       WALK-E-STATEMENT-XREF.
           MOVE 0 TO WS-PER-DEBITS
           MOVE 0 TO WS-PER-CREDITS
           MOVE 0 TO WS-AFTER-NET
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE SPACES TO WS-LAST-XREF-ID
           MOVE UAccNo        TO XREF-AccNo
           MOVE WS-FROM-STAMP TO XREF-Stamp
           MOVE SPACES        TO XREF-TrxID
           START XrefFile KEY IS NOT LESS THAN XREF-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO ws-xref-eof
           PERFORM UNTIL ws-xref-eof = 'Y'
               READ XrefFile NEXT
                   AT END
                       MOVE 'Y' TO ws-xref-eof
                   NOT AT END
                       IF XREF-AccNo NOT = UAccNo
                           MOVE 'Y' TO ws-xref-eof
                       ELSE
                           PERFORM E-STATEMENT-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           .

       E-STATEMENT-ONE-ROW.
           IF XREF-TrxID = WS-LAST-XREF-ID
               EXIT PARAGRAPH
           END-IF
           MOVE XREF-TrxID TO WS-LAST-XREF-ID
           MOVE XREF-TrxID TO TrxID
           READ TrxFile KEY IS TrxID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF XREF-Stamp > WS-TO-STAMP
               IF SenderAcc = UAccNo
                   SUBTRACT Amount FROM WS-AFTER-NET
               ELSE
                   ADD Amount TO WS-AFTER-NET
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SenderAcc = UAccNo
               ADD Amount TO WS-PER-DEBITS
               MOVE "D" TO WS-SW-MARK
               MOVE ReceiverAcc TO WS-CPTY-ACC
           ELSE
               ADD Amount TO WS-PER-CREDITS
               MOVE "C" TO WS-SW-MARK
               MOVE SenderAcc TO WS-CPTY-ACC
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           IF WS-WRITE-ENTRIES NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE TrxValueDate TO WS-VALUE-DATE
           IF WS-VALUE-DATE = 0
               MOVE TimeStamp(1:8) TO WS-VALUE-DATE
           END-IF
           MOVE Amount TO WS-SW-EDIT
           PERFORM EDIT-SWIFT-AMOUNT
           MOVE SPACES TO EStmtLine
           STRING ":61:" WS-VALUE-DATE(3:6) TimeStamp(5:4)
               WS-SW-MARK WS-SW-TXT DELIMITED BY SPACE
               "NTRFNONREF//" TrxID DELIMITED BY SIZE
               INTO EStmtLine
           WRITE EStmtLine
           MOVE SPACES TO EStmtLine
           STRING ":86:/CPTY/" WS-CPTY-ACC "/REMI/" Description
               DELIMITED BY SIZE INTO EStmtLine
           WRITE EStmtLine
           .

      *>balance tags carry the sign as the C/D mark and the amount
      *>with a decimal comma and no leading zeros
       FORMAT-SWIFT-AMOUNT.
           IF WS-SW-SIGNED < 0
               MOVE "D" TO WS-SW-MARK
               COMPUTE WS-SW-EDIT = 0 - WS-SW-SIGNED
           ELSE
               MOVE "C" TO WS-SW-MARK
               MOVE WS-SW-SIGNED TO WS-SW-EDIT
           END-IF
           PERFORM EDIT-SWIFT-AMOUNT
           .

       EDIT-SWIFT-AMOUNT.
           MOVE WS-SW-EDIT TO WS-SW-WORK
           INSPECT WS-SW-WORK REPLACING ALL "." BY ","
           MOVE FUNCTION TRIM(WS-SW-WORK) TO WS-SW-TXT
           .

      *>queue it or hand it to the gateway, and log the delivery
       DELIVER-E-STATEMENT.
           IF ESP-GATEWAY
               OPEN EXTEND GatewayOut
               IF WS-GWY-FS NOT = "00"
                   CLOSE GatewayOut
                   OPEN OUTPUT GatewayOut
               END-IF
               MOVE SPACES TO GWY-Ref
               STRING FUNCTION CURRENT-DATE(1:14) UID
                   DELIMITED BY SIZE INTO GWY-Ref
               MOVE UID TO GWY-UID
               MOVE UAccNo TO GWY-AccNo
               MOVE WS-ESTMT-PATH TO GWY-Path
               WRITE GatewayLine
               CLOSE GatewayOut
               ADD 1 TO WS-EST-GATEWAY
           ELSE
               OPEN EXTEND PickupQueue
               IF WS-PKQ-FS NOT = "00"
                   CLOSE PickupQueue
                   OPEN OUTPUT PickupQueue
               END-IF
               MOVE WS-BUS-DATE TO PKQ-Date
               MOVE UID TO PKQ-UID
               MOVE UAccNo TO PKQ-AccNo
               MOVE WS-ESTMT-PATH TO PKQ-Path
               MOVE "Q" TO PKQ-Status
               WRITE PickupLine
               CLOSE PickupQueue
               ADD 1 TO WS-EST-PICKUP
           END-IF

           OPEN EXTEND DeliveryLog
           IF WS-DLV-FS NOT = "00"
               CLOSE DeliveryLog
               OPEN OUTPUT DeliveryLog
           END-IF
           MOVE WS-BUS-DATE TO DLV-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO DLV-Time
           MOVE UID TO DLV-UID
           MOVE UAccNo TO DLV-AccNo
           MOVE ESP-Freq TO DLV-Freq
           MOVE ESP-Channel TO DLV-Channel
           MOVE ESP-LastSeq TO DLV-Seq
           MOVE WS-ENTRY-COUNT TO DLV-Entries
           MOVE WS-ESTMT-PATH TO DLV-Path
           MOVE LS-AdminId TO DLV-AdminId
           WRITE DeliveryLine
           CLOSE DeliveryLog
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>How a business account takes its structured statement.
       SET-DELIVERY-PROFILE.
           DISPLAY "Business account UID : "
           ACCEPT WS-PRF-UID
           OPEN INPUT SigFile
           IF WS-SIG-FS NOT = "00"
               DISPLAY esc redx "No signatory panels on file."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRF-UID TO UID
           PERFORM CHECK-BUSINESS-ACCOUNT
           CLOSE SigFile
           IF WS-IS-BUSINESS NOT = 'Y'
               DISPLAY esc redx "UID " WS-PRF-UID " has no active "
                   "signatory panel - not a business account."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Frequency - M)onthly D)aily : "
           ACCEPT WS-PRF-FREQ
           MOVE FUNCTION UPPER-CASE(WS-PRF-FREQ) TO WS-PRF-FREQ
           DISPLAY "Delivery - P)ickup G)ateway : "
           ACCEPT WS-PRF-CHANNEL
           MOVE FUNCTION UPPER-CASE(WS-PRF-CHANNEL) TO WS-PRF-CHANNEL
           IF (WS-PRF-FREQ NOT = "M" AND WS-PRF-FREQ NOT = "D")
               OR (WS-PRF-CHANNEL NOT = "P"
                   AND WS-PRF-CHANNEL NOT = "G")
               DISPLAY esc redx "Frequency must be M or D, delivery "
                   "P or G." esc resetx
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ProfileFile
           IF WS-ESP-FS = "35"
               OPEN OUTPUT ProfileFile
               CLOSE ProfileFile
               OPEN I-O ProfileFile
           END-IF
           MOVE WS-PRF-UID TO ESP-UID
           READ ProfileFile
               INVALID KEY
                   INITIALIZE ProfileRecord
                   MOVE WS-PRF-UID TO ESP-UID
                   MOVE WS-PRF-FREQ TO ESP-Freq
                   MOVE WS-PRF-CHANNEL TO ESP-Channel
                   WRITE ProfileRecord
               NOT INVALID KEY
                   MOVE WS-PRF-FREQ TO ESP-Freq
                   MOVE WS-PRF-CHANNEL TO ESP-Channel
                   REWRITE ProfileRecord
           END-READ
           CLOSE ProfileFile
           MOVE "ESTMTPRF" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING "UID " WS-PRF-UID " " WS-PRF-FREQ WS-PRF-CHANNEL
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "E-statement delivery set for UID "
               WS-PRF-UID "." esc resetx
           .

       END PROGRAM statementCycle.
