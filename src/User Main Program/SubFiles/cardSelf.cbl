      *          and temporarily blocks or unblocks their own card
      *          without a branch visit. Unblocking clears the
      *          wrong-PIN retry counter the switch import
      *          maintains. The customer may also lower a card's
      *          daily ATM cash and POS purchase limits below the
      *          tier default (loadCardLimits), or put them back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CARD-No
               FILE STATUS IS WS-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CardFile.
       01  CardRecord.
       COPY "../../Utility Functions/cardFile.cpy".

       FD  UserFile.
       01  UserRecord.
       COPY "../../Utility Functions/userFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-Tier             PIC X(2) VALUE "ST".
       01  WS-TIER-ATM         PIC 9(10)V99.
       01  WS-TIER-POS         PIC 9(10)V99.
       01  WS-NEW-ATM          PIC 9(10)V99.
       01  WS-NEW-POS          PIC 9(10)V99.
       01  WS-DSP-LIMIT        PIC Z(9)9.99.
       01  ws-eof              PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  WS-PickCard         PIC 9(16).
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List My Cards, 2=Change PIN, 3=Block Card, "
                   "4=Unblock Card,"
           DISPLAY "5=Daily Card Limits, 6=Back"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
                   perform UNBLOCK-CARD
                   perform MENU-LOOP
               WHEN 5
                   perform SET-CARD-LIMITS
                   perform MENU-LOOP
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           DISPLAY esc greenx "Card unblocked - retry counter "
               "cleared." esc resetx.

      *-------------------------------------------------------------------*
      *>The tier default is the ceiling; zero puts the card back on
      *>it. A lower limit takes effect from the next switch import.
       SET-CARD-LIMITS.
           MOVE "ST" TO WS-Tier
           OPEN INPUT UserFile
           IF WS-USR-FS = "00"
               MOVE LS-UID TO UID
               READ UserFile KEY IS UID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UTier TO WS-Tier
               END-READ
           END-IF
           CLOSE UserFile
           CALL '../../Utility Functions/bin/loadCardLimits'
               USING BY REFERENCE WS-Tier, WS-TIER-ATM, WS-TIER-POS

           OPEN I-O CardFile
           IF WS-FS NOT = "00"
               DISPLAY "You have no cards on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-MY-CARD
           IF WS-PickCard = 0
               CLOSE CardFile
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TIER-ATM TO WS-DSP-LIMIT
           DISPLAY "ATM cash per day  - tier maximum : " WS-DSP-LIMIT
           IF CARD-AtmLimit > 0 AND CARD-AtmLimit < WS-TIER-ATM
               MOVE CARD-AtmLimit TO WS-DSP-LIMIT
           END-IF
           DISPLAY "                    this card    : " WS-DSP-LIMIT
           MOVE WS-TIER-POS TO WS-DSP-LIMIT
           DISPLAY "POS purchases/day - tier maximum : " WS-DSP-LIMIT
           IF CARD-PosLimit > 0 AND CARD-PosLimit < WS-TIER-POS
               MOVE CARD-PosLimit TO WS-DSP-LIMIT
           END-IF
           DISPLAY "                    this card    : " WS-DSP-LIMIT

           DISPLAY "New ATM cash limit (0 = tier maximum) : "
           ACCEPT WS-NEW-ATM
           DISPLAY "New POS purchase limit (0 = tier maximum) : "
           ACCEPT WS-NEW-POS
           IF WS-NEW-ATM > WS-TIER-ATM OR WS-NEW-POS > WS-TIER-POS
               DISPLAY esc redx "A card limit cannot be raised above "
                   "the tier maximum - limits unchanged." esc resetx
               CLOSE CardFile
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ATM = WS-TIER-ATM
               MOVE 0 TO WS-NEW-ATM
           END-IF
           IF WS-NEW-POS = WS-TIER-POS
               MOVE 0 TO WS-NEW-POS
           END-IF
           MOVE WS-NEW-ATM TO CARD-AtmLimit
           MOVE WS-NEW-POS TO CARD-PosLimit
           REWRITE CardRecord
               INVALID KEY
                   DISPLAY "Limit change failed."
                   CLOSE CardFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE CardFile
           MOVE "Daily ATM/POS limits changed on your card"
               TO WS-Notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE LS-UID, WS-Notice,
               WS-NoticeClass
           DISPLAY esc greenx "Card limits updated." esc resetx.

       END PROGRAM cardSelf.
