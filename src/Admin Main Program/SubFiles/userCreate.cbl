       01  ws-kyc-year         PIC 9(4).
       01  ws-branch           PIC X(3).
       01  ws-currency         PIC X(3).
      *>date of birth, and for a holder under 18 the guardian who
      *>operates the account
       01  ws-birthdate        PIC 9(8) VALUE 0.
       01  ws-majority-date    PIC 9(8).
       01  ws-minor            PIC X VALUE 'N'.
           88  OPENING-FOR-MINOR   VALUE 'Y'.
       01  ws-guardian-nrc     PIC X(30) VALUE SPACES.
       01  GuardianData.
           05  gd-UID          PIC 9(5).
           05  gd-UName        PIC X(20).
           05  FILLER          PIC X(197).
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-BD-STATUS        PIC XX.
       01  PrevCustID          PIC 9(5) VALUE ZERO.
               PERFORM Prompt-Box
               PERFORM ValidCheck-IniPsw
           end-if
           PERFORM Prompt-Minor-Details
           PERFORM Generate-IniPsw
           PERFORM Generate-Login
           PERFORM Generate-Salt
               MOVE "MMK" TO ws-currency
           END-IF.

       *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       *>Date of birth - taken from the customer master when it is
       *>already on file, asked otherwise. A holder under 18 gets a
       *>minor account, which needs a guardian: an existing customer,
       *>not barred, whose NRC then operates the account.
       Prompt-Minor-Details.

           PERFORM Read-Customer-Birth
           IF ws-birthdate > 0
               DISPLAY "Date of birth on file : " ws-birthdate
           END-IF
           PERFORM UNTIL ws-birthdate > 0
               DISPLAY "Date of birth (YYYYMMDD): "
               ACCEPT ws-birthdate
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-birthdate) NOT = 0
                   OR ws-birthdate > WS-BUS-DATE
                   DISPLAY esc redx "Enter a valid past date."
                       esc resetx
                   MOVE 0 TO ws-birthdate
               END-IF
           END-PERFORM
           COMPUTE ws-majority-date = ws-birthdate + 180000
           IF ws-majority-date <= WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO ws-minor
           DISPLAY esc greenx "Holder is under 18 - opening a minor "
               "account, operated by a guardian." esc resetx
           PERFORM UNTIL ws-guardian-nrc NOT = SPACES
               DISPLAY "Guardian's NRC (EXIT to cancel): "
               ACCEPT ws-guardian-nrc
               IF ws-guardian-nrc = "EXIT"
                   DISPLAY color-pink
                   display "++++++++++++++++++++++++++"
                   DISPLAY "+ Going Back to Mainmenu +"
                   display "++++++++++++++++++++++++++"
                   display esc resetx
                   exit PROGRAM
               END-IF
               PERFORM Check-Guardian
           END-PERFORM.

       Check-Guardian.

           IF ws-guardian-nrc = temp-nrc
               DISPLAY esc redx "The holder cannot be their own "
                   "guardian." esc resetx
               MOVE SPACES TO ws-guardian-nrc
               EXIT PARAGRAPH
           END-IF
           call '../../Utility Functions/bin/getUserByNRC'
           using by REFERENCE ws-guardian-nrc GuardianData statusCode
           IF statusCode NOT = "00"
               DISPLAY esc redx "Guardian must already be a customer"
                   " of the bank." esc resetx
               MOVE SPACES TO ws-guardian-nrc
               EXIT PARAGRAPH
           END-IF
           call '../../Utility Functions/bin/isNRCBlacklisted'
           using by REFERENCE ws-guardian-nrc, ws-blk-reason,
               ws-blk-status
           IF ws-blk-status = "00"
               DISPLAY esc redx "Guardian's NRC is barred: "
                   ws-blk-reason esc resetx
               MOVE SPACES TO ws-guardian-nrc
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Guardian : " gd-UName.

       Read-Customer-Birth.

           MOVE 0 TO ws-birthdate
           OPEN INPUT CustomerFile
           IF WS-CustFS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE temp-nrc TO CUST-NRC
           READ CustomerFile KEY IS CUST-NRC
               NOT INVALID KEY
                   MOVE CUST-BirthDate TO ws-birthdate
           END-READ
           CLOSE CustomerFile.

       *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       *>Prompt display for PH NO and valid check
       ValidCheck-IniPsw.
           MOVE    SPACES          TO      U2Salt
           MOVE    0               TO      ULastTrxDate
           MOVE    "ST"            TO      UTier
           IF OPENING-FOR-MINOR
               MOVE "MN"           TO      UTier
           END-IF
           MOVE    ws-guardian-nrc TO      UGuardianNrc
           MOVE    SPACES          TO      U2Nrc
           MOVE    CurrentDate     TO      UKycReview
           MOVE    CurrentDate(1:4) TO     ws-kyc-year
           ADD     1               TO      ws-kyc-year
                   MOVE "L"        TO CUST-RiskRating
                   MOVE 0          TO CUST-RiskScore
                   MOVE 0          TO CUST-RiskDate
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
      *>the entry carries the branch the operator opened the account
      *>at, and books to the business date like every other posting
           MOVE ws-branch TO TrxBranch
           MOVE LS-AdminID TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE ws-currency TO TrxCurrency
           move WS-BUS-DATE to TimeStamp(1:8)
