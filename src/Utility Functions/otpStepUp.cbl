      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: One-time passcode step-up for customer payments,
      *          called by trxTransfer, interbankTransfer and payBill
      *          once the login password has been proved. A code is
      *          demanded when the MMK amount is above OTPLIMIT, or
      *          when the money goes to a payee the customer saved
      *          inside the last OTPNEWDY days (data/Payees.dat).
      *          The 6-digit code goes to the registered phone through
      *          the day's outbound gateway extract - never to the
      *          in-app inbox - and only its salted hash is kept in
      *          data/OtpCodes.dat. It is good for OTPMINS minutes and
      *          OTPTRIES entries; every wrong or late entry is counted
      *          against the account, and a refused payment lands on
      *          data/SuspectQueue.dat (rule OTPFAIL or OTPEXPR) for
      *          the review screen.
      *            00  no code needed, or the right code entered
      *            91  wrong code too many times
      *            92  code expired before it was entered
      *            94  no registered phone to send the code to
      *            99  code register could not be opened
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. otpStepUp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OtpFile ASSIGN TO "../../../data/OtpCodes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTP-UID
               FILE STATUS IS WS-OTP-FS.

           SELECT UserFile ASSIGN TO "../../../data/UserAccounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT PayeeFile ASSIGN TO "../../../data/Payees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-Key
               FILE STATUS IS WS-PAY-FS.

           SELECT OutboundFile ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT SuspectQueue
               ASSIGN TO "../../../data/SuspectQueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OtpFile.
       01  OtpRecord.
           copy 'otpFile.cpy'.

       FD  UserFile.
       01  UserRecord.
           copy 'userFile.cpy'.

       FD  PayeeFile.
       01  PayeeRecord.
           copy 'payeeFile.cpy'.

      *>same gateway extract notifyUser writes
       FD  OutboundFile.
       01  OutboundLine.
           05  OBM-Ref         PIC X(20).
           05  OBM-UID         PIC 9(5).
           05  OBM-Channel     PIC X.
           05  OBM-Text        PIC X(60).

       FD  SuspectQueue.
       01  SuspectRecord.
           05  SUS-Date        PIC 9(8).
           05  SUS-TrxID       PIC X(11).
           05  SUS-AccNo       PIC 9(16).
           05  SUS-Rule        PIC X(8).
           05  SUS-Status      PIC X.

       WORKING-STORAGE SECTION.
       01  WS-OTP-FS           PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-PAY-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-SUS-FS           PIC XX.
       01  WS-OUT-PATH         PIC X(60).
       01  WS-OtpLimit         PIC 9(10)V99.
       01  WS-OtpMins          PIC 9(2).
       01  WS-OtpNewDays       PIC 9(2).
       01  WS-OtpTries         PIC 9(2).
       01  WS-BusinessDate     PIC 9(8).
       01  WS-BD-Status        PIC XX.
       01  WS-NOW              PIC 9(14).
       01  WS-NOW-R REDEFINES WS-NOW.
           05  WS-NOW-DATE     PIC 9(8).
           05  WS-NOW-TIME     PIC 9(6).
       01  WS-CLOCK            PIC 9(6).
       01  WS-CLOCK-R REDEFINES WS-CLOCK.
           05  WS-CLOCK-HH     PIC 99.
           05  WS-CLOCK-MM     PIC 99.
           05  WS-CLOCK-SS     PIC 99.
       01  WS-NOW-SECS         PIC 9(11).
       01  WS-ISSUE-SECS       PIC 9(11).
       01  WS-AGE-DAYS         PIC S9(7).
       01  WS-NEEDED           PIC X.
       01  WS-NEW-PAYEE        PIC X.
       01  ws-payee-eof        PIC X.
       01  WS-SEED             PIC 9(8).
       01  WS-CODE             PIC 9(6).
       01  WS-CODE-IN          PIC X(20).
       01  WS-CODE-PLAIN       PIC X(20).
       01  WS-CODE-HASH        PIC X(32).
       01  WS-DONE             PIC X.
       01  WS-MaskKind         PIC X.
       01  WS-MaskPhone        PIC X(30).
       01  WS-DspTries         PIC Z9.
       01  WS-SusRule          PIC X(8).

       copy 'colorCodes.cpy'.

       LINKAGE SECTION.
       01  LS-UID              PIC 9(5).
       01  LS-AmountMMK        PIC 9(10)V99.
       01  LS-PayeeAcc         PIC 9(16).
       01  LS-Status           PIC XX.

       PROCEDURE DIVISION USING LS-UID, LS-AmountMMK, LS-PayeeAcc,
           LS-Status.
       MAIN-PROCEDURE.
           MOVE "00" TO LS-Status
           call '../../Utility Functions/bin/loadOtpConfig'
           using by REFERENCE WS-OtpLimit, WS-OtpMins,
               WS-OtpNewDays, WS-OtpTries
           call '../../Utility Functions/bin/getBusinessDate'
           using by REFERENCE WS-BusinessDate, WS-BD-Status
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW

           MOVE 'N' TO WS-NEEDED
           IF LS-AmountMMK > WS-OtpLimit
               MOVE 'Y' TO WS-NEEDED
           END-IF
           PERFORM CHECK-NEW-PAYEE
           IF WS-NEW-PAYEE = 'Y'
               MOVE 'Y' TO WS-NEEDED
           END-IF
           IF WS-NEEDED NOT = 'Y'
               GOBACK
           END-IF

           MOVE LS-UID TO UID
           OPEN INPUT UserFile
           IF WS-USR-FS NOT = "00"
               MOVE "99" TO LS-Status
               GOBACK
           END-IF
           READ UserFile KEY IS UID
               INVALID KEY
                   MOVE SPACES TO UPh
           END-READ
           CLOSE UserFile
           IF UPh = SPACES
               DISPLAY esc redx
               DISPLAY "This payment needs a one-time code, but no "
                   "phone is registered - please see the branch."
               DISPLAY esc resetx
               MOVE "94" TO LS-Status
               GOBACK
           END-IF

           OPEN I-O OtpFile
           IF WS-OTP-FS = "35"
               CLOSE OtpFile
               OPEN OUTPUT OtpFile
               CLOSE OtpFile
               OPEN I-O OtpFile
           END-IF
           IF WS-OTP-FS NOT = "00"
               MOVE "99" TO LS-Status
               GOBACK
           END-IF

           PERFORM ISSUE-CODE
           PERFORM SEND-CODE
           PERFORM ASK-CODE
           CLOSE OtpFile
           GOBACK.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A payee saved inside the cooling window makes the payment a
      *>step-up one whatever its size. Payees saved before the add
      *>date was kept carry zero and are treated as established.
       CHECK-NEW-PAYEE.
           MOVE 'N' TO WS-NEW-PAYEE
           IF LS-PayeeAcc = 0 OR WS-OtpNewDays = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PayeeFile
           IF WS-PAY-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-payee-eof
           MOVE LS-UID TO PAYEE-UID
           MOVE 0      TO PAYEE-Seq
           START PayeeFile KEY IS NOT LESS THAN PAYEE-Key
               INVALID KEY
                   MOVE 'Y' TO ws-payee-eof
           END-START
           PERFORM UNTIL ws-payee-eof = 'Y'
               READ PayeeFile NEXT
                   AT END
                       MOVE 'Y' TO ws-payee-eof
                   NOT AT END
                       IF PAYEE-UID NOT = LS-UID
                           MOVE 'Y' TO ws-payee-eof
                       ELSE
                           IF PAYEE-AccNo = LS-PayeeAcc
                               AND PAYEE-AddDate > 0
                               COMPUTE WS-AGE-DAYS =
                                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                                 - FUNCTION INTEGER-OF-DATE
                                       (PAYEE-AddDate)
                               IF WS-AGE-DAYS < WS-OtpNewDays
                                   MOVE 'Y' TO WS-NEW-PAYEE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PayeeFile.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A fresh code replaces whatever was issued before; the code
      *>itself is hashed under the customer's own salt, so the
      *>register never holds it in the clear.
       ISSUE-CODE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
           COMPUTE WS-CODE =
               FUNCTION RANDOM(WS-SEED + LS-UID) * 1000000
           IF WS-CODE < 100000
               ADD 100000 TO WS-CODE
           END-IF
           MOVE SPACES TO WS-CODE-PLAIN
           MOVE WS-CODE TO WS-CODE-PLAIN(1:6)
           CALL '../../Utility Functions/bin/encryption'
               USING BY REFERENCE WS-CODE-PLAIN, USalt, WS-CODE-HASH

           MOVE LS-UID TO OTP-UID
           READ OtpFile KEY IS OTP-UID
               INVALID KEY
                   MOVE 0 TO OTP-FailCount
                   MOVE 0 TO OTP-LastFailDate
                   MOVE WS-CODE-HASH TO OTP-Hash
                   MOVE WS-NOW-DATE  TO OTP-IssueDate
                   MOVE WS-NOW-TIME  TO OTP-IssueTime
                   MOVE 0            TO OTP-Tries
                   SET OTP-OPEN      TO TRUE
                   WRITE OtpRecord
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CODE-HASH TO OTP-Hash
           MOVE WS-NOW-DATE  TO OTP-IssueDate
           MOVE WS-NOW-TIME  TO OTP-IssueTime
           MOVE 0            TO OTP-Tries
           SET OTP-OPEN      TO TRUE
           REWRITE OtpRecord.

      *>straight to the gateway extract on the SMS channel - the
      *>customer's notice preferences do not apply to a code
       SEND-CODE.
           STRING "../../../data/OutboundMsgs_" WS-NOW-DATE ".dat"
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
           STRING "P" WS-NOW-DATE WS-NOW-TIME LS-UID
               DELIMITED BY SIZE INTO OBM-Ref
           MOVE LS-UID TO OBM-UID
           MOVE "S"    TO OBM-Channel
           MOVE SPACES TO OBM-Text
           STRING "Your one-time code is " WS-CODE ". Valid "
               WS-OtpMins " min. Never share it."
               DELIMITED BY SIZE INTO OBM-Text
           WRITE OutboundLine
           CLOSE OutboundFile

           MOVE "P" TO WS-MaskKind
           MOVE UPh TO WS-MaskPhone
           CALL '../../Utility Functions/bin/maskField'
               USING BY REFERENCE WS-MaskKind, WS-MaskPhone
           DISPLAY "A one-time code has been sent to "
               FUNCTION TRIM(WS-MaskPhone) "."
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Each entry is timed against the issue stamp on a running
      *>second count, so a code issued just before midnight still
      *>expires properly.
       ASK-CODE.
           MOVE 'N' TO WS-DONE
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "Enter one-time code : "
               ACCEPT WS-CODE-IN
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
               MOVE WS-NOW-TIME TO WS-CLOCK
               COMPUTE WS-NOW-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
                   + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60
                   + WS-CLOCK-SS
               MOVE OTP-IssueTime TO WS-CLOCK
               COMPUTE WS-ISSUE-SECS =
                   FUNCTION INTEGER-OF-DATE(OTP-IssueDate) * 86400
                   + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60
                   + WS-CLOCK-SS
               IF WS-NOW-SECS - WS-ISSUE-SECS > WS-OtpMins * 60
                   SET OTP-EXPIRED TO TRUE
                   MOVE "92" TO LS-Status
                   MOVE "OTPEXPR" TO WS-SusRule
                   PERFORM COUNT-FAILURE
                   DISPLAY esc redx
                   DISPLAY "The one-time code has expired - payment "
                       "not made."
                   DISPLAY esc resetx
                   MOVE 'Y' TO WS-DONE
               ELSE
                   CALL '../../Utility Functions/bin/encryption'
                       USING BY REFERENCE WS-CODE-IN, USalt,
                       WS-CODE-HASH
                   IF WS-CODE-HASH = OTP-Hash
                       SET OTP-USED TO TRUE
                       REWRITE OtpRecord
                       MOVE "00" TO LS-Status
                       MOVE 'Y' TO WS-DONE
                   ELSE
                       ADD 1 TO OTP-Tries
                       IF OTP-Tries < WS-OtpTries
                           ADD 1 TO OTP-FailCount
                           MOVE WS-NOW-DATE TO OTP-LastFailDate
                           REWRITE OtpRecord
                           COMPUTE WS-DspTries =
                               WS-OtpTries - OTP-Tries
                           DISPLAY esc redx "Wrong code - "
                               FUNCTION TRIM(WS-DspTries)
                               " attempt(s) left." esc resetx
                       ELSE
                           SET OTP-FAILED TO TRUE
                           MOVE "91" TO LS-Status
                           MOVE "OTPFAIL" TO WS-SusRule
                           PERFORM COUNT-FAILURE
                           DISPLAY esc redx
                           DISPLAY "Wrong code entered too many "
                               "times - payment not made."
                           DISPLAY esc resetx
                           MOVE 'Y' TO WS-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>the refused payment is counted against the account and put
      *>in front of the review screen
       COUNT-FAILURE.
           ADD 1 TO OTP-FailCount
           MOVE WS-NOW-DATE TO OTP-LastFailDate
           REWRITE OtpRecord

           OPEN EXTEND SuspectQueue
           IF WS-SUS-FS NOT = "00"
               CLOSE SuspectQueue
               OPEN OUTPUT SuspectQueue
               IF WS-SUS-FS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-BusinessDate TO SUS-Date
           MOVE SPACES          TO SUS-TrxID
           STRING "OTP" WS-NOW-TIME OTP-Tries
               DELIMITED BY SIZE INTO SUS-TrxID
           MOVE UAccNo          TO SUS-AccNo
           MOVE WS-SusRule      TO SUS-Rule
           MOVE "O"             TO SUS-Status
           WRITE SuspectRecord
           CLOSE SuspectQueue
           .

       END PROGRAM otpStepUp.
