      * Purpose: Bulk-import new user accounts from a CSV file, running
      *          each row through the same validation and account-
      *          creation logic as userCreate.cbl's interactive prompts.
      *          Two optional trailing columns carry the date of birth
      *          and, for a holder under 18, the guardian's NRC - such
      *          a row opens a minor account as userCreate does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  NextUIDLine         PIC 9(5).

       FD  ImportFile.
       01  ImportLine          PIC X(200).

       FD  ImportLog.
       01  ImportLogLine       PIC X(100).

      *>One row of the bulk-import CSV:
      *>UName,UNrc,UAddress,UBeneficiary,UPh,OpeningDeposit
      *>[,BirthDate YYYYMMDD[,GuardianNrc]]
       01  BULK-IN-FIELDS.
           05  BIN-UName           PIC X(20).
           05  BIN-UNrc            PIC X(30).
           05  BIN-UBeneficiary    PIC X(20).
           05  BIN-UPh             PIC X(20).
           05  BIN-OpenDepositTxt  PIC X(15).
           05  BIN-BirthDateTxt    PIC X(8).
           05  BIN-GuardianNrc     PIC X(30).

       01  ws-birthdate        PIC 9(8).
       01  ws-majority-date    PIC 9(8).

       01  ws-blk-reason       PIC X(20).
       01  ws-blk-status       PIC X(2).
           call '../../Utility Functions/bin/loadTrxLimits'
           using by REFERENCE minAmoDepo, maxAmoDepo,
               minwithdraw, maxwithdraw, minaccountbalance
           CALL '../../Utility Functions/bin/getBusinessDate'
           USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           PERFORM Prompt-Import-Path
           PERFORM Open-Import
           IF WS-IMP-FS = "00"
               PERFORM Process-Import
               CLOSE ImportFile
               CALL '../../Utility Functions/bin/markInboundPosted'
                   USING BY REFERENCE WS-IMPORT-PATH, WS-IBF-STATUS
           END-IF
           PERFORM Display-Summary
           GOBACK.
           DISPLAY "Bulk account onboarding - import from CSV"
           DISPLAY "Each row: UName,UNrc,UAddress,UBeneficiary,UPh,"
               "OpeningDeposit"
           DISPLAY "  optionally ,BirthDate(YYYYMMDD),GuardianNrc"
           DISPLAY "================================================="
           DISPLAY "Enter path to import file : "
           ACCEPT WS-IMPORT-PATH
           INITIALIZE BULK-IN-FIELDS
           UNSTRING ImportLine DELIMITED BY ","
               INTO BIN-UName, BIN-UNrc, BIN-UAddress,
                   BIN-UBeneficiary, BIN-UPh, BIN-OpenDepositTxt,
                   BIN-BirthDateTxt, BIN-GuardianNrc
           END-UNSTRING.

       *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
                   MOVE "Opening deposit out of allowed range" TO
                       WS-REJECT-REASON
               END-IF
           END-IF

           IF ROW-VALID
               PERFORM Validate-Minor
           END-IF.

       *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       *>The date of birth, when the row has one, must be a real past
       *>date; a holder under 18 needs a guardian who is already a
       *>customer and not barred, the checks userCreate.cbl makes.
       Validate-Minor.

           MOVE 0 TO ws-birthdate
           IF BIN-BirthDateTxt = SPACES
               IF BIN-GuardianNrc NOT = SPACES
                   SET ROW-INVALID TO TRUE
                   MOVE "Guardian given without a birth date" TO
                       WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF BIN-BirthDateTxt IS NOT NUMERIC
               SET ROW-INVALID TO TRUE
               MOVE "Invalid birth date" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE BIN-BirthDateTxt TO ws-birthdate
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-birthdate) NOT = 0
               OR ws-birthdate > WS-BUS-DATE
               SET ROW-INVALID TO TRUE
               MOVE "Invalid birth date" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-majority-date = ws-birthdate + 180000
           IF ws-majority-date <= WS-BUS-DATE
               MOVE SPACES TO BIN-GuardianNrc
               EXIT PARAGRAPH
           END-IF
           IF BIN-GuardianNrc = SPACES
               SET ROW-INVALID TO TRUE
               MOVE "Minor without a guardian NRC" TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BIN-GuardianNrc = BIN-UNrc
               SET ROW-INVALID TO TRUE
               MOVE "Guardian NRC is the holder's own" TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE BIN-GuardianNrc TO temp-nrc
           call '../../Utility Functions/bin/getUserByNRC'
           using by REFERENCE temp-nrc UserData statusCode
           IF statusCode NOT EQUAL "00"
               SET ROW-INVALID TO TRUE
               MOVE "Guardian is not a customer" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           call '../../Utility Functions/bin/isNRCBlacklisted'
           using by REFERENCE temp-nrc, ws-blk-reason, ws-blk-status
           IF ws-blk-status EQUAL "00"
               SET ROW-INVALID TO TRUE
               STRING "Guardian barred: " ws-blk-reason
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
           MOVE    SPACES          TO      U2Salt
           MOVE    0               TO      ULastTrxDate
           MOVE    "ST"            TO      UTier
           IF BIN-GuardianNrc NOT = SPACES
               MOVE "MN"           TO      UTier
           END-IF
           MOVE    BIN-GuardianNrc TO      UGuardianNrc
           MOVE    SPACES          TO      U2Nrc
           MOVE    CurrentDate     TO      UKycReview
           MOVE    CurrentDate(1:4) TO     ws-kyc-year
           ADD     1               TO      ws-kyc-year
                   MOVE UPh        TO CUST-Phone
                   MOVE ULoginName TO CUST-Login
                   MOVE CurrentDate TO CUST-Since
                   MOVE ws-birthdate TO CUST-BirthDate
                   WRITE CustomerRecord
                       INVALID KEY
                           DISPLAY "Warning: customer master row "
                   MOVE UName    TO CUST-Name
                   MOVE UAddress TO CUST-Address
                   MOVE UPh      TO CUST-Phone
                   IF CUST-BirthDate = 0
                       MOVE ws-birthdate TO CUST-BirthDate
                   END-IF
                   REWRITE CustomerRecord
                       INVALID KEY
                           DISPLAY "Warning: customer master row "
           MOVE WS-OpenDeposit     TO Amount
           MOVE TRX-TYPE-DEPOSIT   TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminID TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
      *>books to the business date like every other posting
