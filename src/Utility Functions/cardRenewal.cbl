      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Debit card renewal step of the nightly run, acting
      *          once a month (the month last done is kept in
      *          data/CardRenewal.ctl). Every active card expiring
      *          within the next 60 days that has not been renewed
      *          gets a replacement: a new number from
      *          generateCardNo, a fresh three-year expiry, the same
      *          account, PIN and wrong-PIN count, left issued for
      *          activation at the branch. The customer is told and
      *          the branch print list (data/CardRenewals_<yyyymm>
      *          .txt) is registered in the report spool (type
      *          CARDRENEW). Activating the replacement through
      *          cardManage expires the old card; an active card
      *          that reaches its expiry unreplaced is expired here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cardRenewal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CardFile ASSIGN TO "../../../data/Cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-No
               FILE STATUS IS WS-CARD-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT CtlFile ASSIGN TO "../../../data/CardRenewal.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.

           SELECT PrintList ASSIGN TO WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CardFile.
       01  CardRecord.
           copy 'cardFile.cpy'.

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  CtlFile.
       01  CtlLine.
           05  CTL-LastMonth   PIC 9(6).

       FD  PrintList.
       01  PrintLine           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CARD-FS          PIC XX.
       01  WS-FS               PIC XX.
       01  WS-CTL-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-HORIZON          PIC 9(8).
       01  WS-LAST-MONTH       PIC 9(6) VALUE 0.
       01  WS-LIST-PATH        PIC X(60).
       01  WS-SplType          PIC X(12) VALUE "CARDRENEW".
       01  WS-BatchId          PIC 9(5) VALUE 0.
       01  eof                 PIC X VALUE 'N'.
       01  WS-NEW-CARDNO       PIC 9(16).
       01  WS-NEW-EXPIRY       PIC 9(8).
       01  WS-NEW-EXPIRY-R REDEFINES WS-NEW-EXPIRY.
           05  WS-NEW-EXP-YY   PIC 9(4).
           05  WS-NEW-EXP-MMDD PIC 9(4).
       01  WS-NOTICE           PIC X(60).
       01  WS-Branch           PIC X(3).
       01  WS-Name             PIC X(20).
       01  renew_count         PIC 9(5) VALUE 0.
       01  expire_count        PIC 9(5) VALUE 0.
       01  WS-OVERFLOW         PIC X VALUE 'N'.
      *>cards picked on the first pass; renewals are written on the
      *>second, so the scan never runs over cards it has just added
       01  WS-PICK-COUNT       PIC 9(4) VALUE 0.
       01  WS-PICK-IX          PIC 9(4).
       01  WS-PICK-TABLE.
           05  WS-PICK-CARD    PIC 9(16) OCCURS 2000 TIMES.
       01  WS-OLD-CARD.
           05  WS-OLD-No       PIC 9(16).
           05  WS-OLD-AccNo    PIC 9(16).
           05  WS-OLD-UID      PIC 9(5).
           05  WS-OLD-Expiry   PIC 9(8).
           05  WS-OLD-EncPin   PIC X(32).
           05  WS-OLD-Salt     PIC X(32).
           05  WS-OLD-PinFails PIC 9(2).
           05  WS-OLD-AtmLimit PIC 9(10)V99.
           05  WS-OLD-PosLimit PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 60)

           OPEN I-O CardFile
           IF WS-CARD-FS NOT = "00"
               DISPLAY "No card file - nothing to renew."
               GOBACK
           END-IF
           PERFORM EXPIRE-LAPSED-CARDS

           PERFORM READ-CONTROL
           IF WS-LAST-MONTH = WS-BUS-DATE(1:6)
               CLOSE CardFile
               DISPLAY "Card renewal already run for "
                   WS-BUS-DATE(1:6) " - " expire_count
                   " card(s) expired."
               GOBACK
           END-IF

           PERFORM PICK-EXPIRING-CARDS
           MOVE SPACES TO WS-LIST-PATH
           STRING "../../../data/CardRenewals_" WS-BUS-DATE(1:6)
               ".txt" DELIMITED BY SIZE INTO WS-LIST-PATH
           OPEN OUTPUT PrintList
           MOVE SPACES TO PrintLine
           STRING "Debit Card Renewals for Printing - "
               WS-BUS-DATE(1:6) DELIMITED BY SIZE INTO PrintLine
           WRITE PrintLine
           MOVE SPACES TO PrintLine
           STRING "Br  Account No        Name                 "
               "Old Card          New Card          Expiry"
               DELIMITED BY SIZE INTO PrintLine
           WRITE PrintLine
           MOVE ALL "-" TO PrintLine
           WRITE PrintLine

           OPEN INPUT userfile
           PERFORM VARYING WS-PICK-IX FROM 1 BY 1
                   UNTIL WS-PICK-IX > WS-PICK-COUNT
               PERFORM RENEW-ONE-CARD
           END-PERFORM
           CLOSE userfile
           CLOSE CardFile

           MOVE ALL "-" TO PrintLine
           WRITE PrintLine
           MOVE SPACES TO PrintLine
           STRING renew_count " card(s) to print."
               DELIMITED BY SIZE INTO PrintLine
           WRITE PrintLine
           CLOSE PrintList
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-BatchId, WS-LIST-PATH

      *>a run cut short by a full pick table is not marked done, so
      *>tomorrow night picks up the rest
           IF WS-OVERFLOW = 'N'
               PERFORM WRITE-CONTROL
           END-IF
           DISPLAY "Done - " renew_count " card(s) renewed, "
               expire_count " card(s) expired."
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       READ-CONTROL.
           MOVE 0 TO WS-LAST-MONTH
           OPEN INPUT CtlFile
           IF WS-CTL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CtlFile
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-LastMonth NUMERIC
                       MOVE CTL-LastMonth TO WS-LAST-MONTH
                   END-IF
           END-READ
           CLOSE CtlFile
           .

       WRITE-CONTROL.
           OPEN OUTPUT CtlFile
           MOVE WS-BUS-DATE(1:6) TO CTL-LastMonth
           WRITE CtlLine
           CLOSE CtlFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Nothing else ever retires a card whose date has passed.
       EXPIRE-LAPSED-CARDS.
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ CardFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF CARD-ACTIVE AND CARD-Expiry > 0
                           AND CARD-Expiry < WS-BUS-DATE
                           MOVE "E" TO CARD-Status
                           REWRITE CardRecord
                               INVALID KEY
                                   DISPLAY "Error expiring card "
                                       CARD-No
                               NOT INVALID KEY
                                   ADD 1 TO expire_count
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           .

       PICK-EXPIRING-CARDS.
           MOVE 0 TO WS-PICK-COUNT
           MOVE 0 TO CARD-No
           START CardFile KEY IS NOT LESS THAN CARD-No
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ CardFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF CARD-ACTIVE AND CARD-ReplacedBy = 0
                           AND CARD-Expiry >= WS-BUS-DATE
                           AND CARD-Expiry <= WS-HORIZON
                           IF WS-PICK-COUNT < 2000
                               ADD 1 TO WS-PICK-COUNT
                               MOVE CARD-No
                                   TO WS-PICK-CARD(WS-PICK-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The replacement carries the account link, the PIN hash and
      *>salt, the wrong-PIN count and the customer's own daily
      *>limits over from the card it renews; the old card is
      *>stamped with its replacement so the next run passes it by.
       RENEW-ONE-CARD.
           MOVE WS-PICK-CARD(WS-PICK-IX) TO CARD-No
           READ CardFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CARD-No       TO WS-OLD-No
           MOVE CARD-AccNo    TO WS-OLD-AccNo
           MOVE CARD-UID      TO WS-OLD-UID
           MOVE CARD-Expiry   TO WS-OLD-Expiry
           MOVE CARD-EncPin   TO WS-OLD-EncPin
           MOVE CARD-Salt     TO WS-OLD-Salt
           MOVE CARD-PinFails TO WS-OLD-PinFails
           MOVE CARD-AtmLimit TO WS-OLD-AtmLimit
           MOVE CARD-PosLimit TO WS-OLD-PosLimit

           CALL '../../Utility Functions/bin/generateCardNo'
               USING BY REFERENCE WS-OLD-UID, WS-NEW-CARDNO
           MOVE WS-BUS-DATE TO WS-NEW-EXPIRY
           ADD 3 TO WS-NEW-EXP-YY

           MOVE WS-NEW-CARDNO   TO CARD-No
           MOVE WS-OLD-AccNo    TO CARD-AccNo
           MOVE WS-OLD-UID      TO CARD-UID
           MOVE WS-NEW-EXPIRY   TO CARD-Expiry
           MOVE WS-OLD-EncPin   TO CARD-EncPin
           MOVE WS-OLD-Salt     TO CARD-Salt
           MOVE "I"             TO CARD-Status
           MOVE WS-OLD-PinFails TO CARD-PinFails
           MOVE 0               TO CARD-ReplacedBy
           MOVE WS-OLD-No       TO CARD-Replaces
           MOVE WS-OLD-AtmLimit TO CARD-AtmLimit
           MOVE WS-OLD-PosLimit TO CARD-PosLimit
           MOVE 0               TO CARD-TotDate
           MOVE 0               TO CARD-AtmToday CARD-PosToday
           WRITE CardRecord
               INVALID KEY
                   DISPLAY "Error writing renewal for card " WS-OLD-No
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-OLD-No TO CARD-No
           READ CardFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-NEW-CARDNO TO CARD-ReplacedBy
           REWRITE CardRecord
               INVALID KEY
                   DISPLAY "Error stamping card " WS-OLD-No
           END-REWRITE
           ADD 1 TO renew_count

           MOVE "001"  TO WS-Branch
           MOVE SPACES TO WS-Name
           MOVE WS-OLD-UID TO UID
           READ userfile KEY IS UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UBranch TO WS-Branch
                   MOVE UName   TO WS-Name
           END-READ
           MOVE SPACES TO PrintLine
           STRING WS-Branch " " WS-OLD-AccNo "  " WS-Name " "
               WS-OLD-No "  " WS-NEW-CARDNO "  " WS-NEW-EXPIRY
               DELIMITED BY SIZE INTO PrintLine
           WRITE PrintLine

           MOVE SPACES TO WS-NOTICE
           STRING "Card ending " WS-OLD-No(13:4) " expires "
               WS-OLD-Expiry " - new card ready at branch "
               WS-Branch DELIMITED BY SIZE INTO WS-NOTICE
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-OLD-UID, WS-NOTICE
           .

       END PROGRAM cardRenewal.
