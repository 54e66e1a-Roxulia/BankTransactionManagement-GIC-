      * Author: Nyan Ye Thu, Myo Thein Chit
      * Date: 15/7/2025
      * Purpose: Read and page through user account details (10 records per page).
      *          Phone and account number are masked for a role whose
      *          masking rule says so; a role allowed to unmask can
      *          lift it for the rest of the listing, which is logged.
      * Tectonics: OpenCOBOL (GnuCOBOL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-SEARCH-TXT PIC X(30).
       77  WS-SEARCH-CNT PIC 9(3) VALUE 0.
       77  WS-SEARCH-EOF PIC X VALUE 'N'.
       77  WS-MASK-KIND  PIC X.
       77  WS-MASK-VAL   PIC X(30).
       77  WS-UNMASKED   PIC X VALUE 'N'.
       77  ws-logAction  PIC X(10).
       77  ws-logAcct    PIC X(30).
       01  WS-PAGE-KEY-TABLE.
           05  WS-PAGE-KEY OCCURS 500 TIMES PIC 9(5) VALUE 0.
       01  WS-DISPLAY-LINE.
           05 WS-UNAME   PIC X(20).
           05 WS-ADDRESS PIC X(20).
           05 WS-PHONE   PIC X(12).
           05 ws-Uaccno  Pic X(16).
           05 ws-trxcount pic 9(5).
       LINKAGE SECTION.
       01  LS-AdminId    PIC 9(5).
       01  LS-MaskMode   PIC X.
           88  MASK-NONE     VALUE "N".
           88  MASK-UNMASK   VALUE "U".
       PROCEDURE DIVISION USING LS-AdminId, LS-MaskMode.
       MAIN-LOGIC.
           move 1 to  ws-page
           INITIALIZE ws-last-page
           INITIALIZE ws-choice
           move 0 to ws-choice
           INITIALIZE WS-PAGE-KEY-TABLE
           MOVE 'N' TO WS-UNMASKED
           IF MASK-NONE
               MOVE 'Y' TO WS-UNMASKED
           END-IF
           OPEN INPUT UserAccounts
           IF WS-FS NOT = "00"
               DISPLAY "ERROR: Unable to OPEN UserAccounts," WS-FS
           END-IF
           END-IF
           END-IF
           IF MASK-UNMASK AND WS-UNMASKED = 'N'
           DISPLAY "          6=Unmask Phone/Account (logged)"
           END-IF
           Display "Choice : "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               END-IF
             WHEN 5
               PERFORM SEARCH-USERS
             WHEN 6
               IF MASK-UNMASK AND WS-UNMASKED = 'N'
                   MOVE 'Y' TO WS-UNMASKED
                   MOVE "UNMASK" TO ws-logAction
                   MOVE "USERLIST" TO ws-logAcct
                   CALL '../../Utility Functions/bin/logAdminAction'
                       USING BY REFERENCE LS-AdminId, ws-logAction,
                       ws-logAcct
               ELSE
                   DISPLAY "Invalid choice."
               END-IF
               perform DISPLAY-PAGE
             WHEN OTHER
               DISPLAY "Invalid choice."
               perform DISPLAY-PAGE
           MOVE UPh TO WS-PHONE
           MOVE UAccNo TO WS-Uaccno
           MOVE TrxCount TO WS-trxcount
           PERFORM MASK-DISPLAY-LINE
           DISPLAY WS-DISPLAY-LINE.

      *-------------------------------------------------------------------*
       MASK-DISPLAY-LINE.
           IF WS-UNMASKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PHONE TO WS-MASK-VAL
           MOVE "P" TO WS-MASK-KIND
           CALL '../../Utility Functions/bin/maskField'
               USING BY REFERENCE WS-MASK-KIND, WS-MASK-VAL
           MOVE WS-MASK-VAL TO WS-PHONE
           MOVE WS-Uaccno TO WS-MASK-VAL
           MOVE "A" TO WS-MASK-KIND
           CALL '../../Utility Functions/bin/maskField'
               USING BY REFERENCE WS-MASK-KIND, WS-MASK-VAL
           MOVE WS-MASK-VAL TO WS-Uaccno.

      *-------------------------------------------------------------------*
       REPOSITION-FOR-PAGE.
           *> Reposition the open file to the start of WS-PAGE using
                     MOVE uph TO WS-PHONE
                     move uaccno to ws-Uaccno
                     move trxcount to ws-trxcount
                     PERFORM MASK-DISPLAY-LINE
                     DISPLAY WS-DISPLAY-LINE
               END-READ
           END-PERFORM
