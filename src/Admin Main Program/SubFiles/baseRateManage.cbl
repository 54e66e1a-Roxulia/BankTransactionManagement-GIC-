      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: List, add and remove rows of the dated lending base
      *          rate table (data/BaseRates.dat) from the admin menu.
      *          Floating-rate loans are priced at the base rate in
      *          force plus their own margin; a base rate change is
      *          made by adding a row with a future effective date,
      *          and loanReprice moves every floating loan onto it on
      *          that date. Changes go through the maker-checker
      *          queue and are recorded through logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. baseRateManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT baseratefile ASSIGN TO "../../../data/BaseRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  baseratefile.
       01  baserateline.
           05  BR-EffDate      pic 9(8).
           05  BR-Rate         pic 9(3)v99.

       WORKING-STORAGE SECTION.
       01  WS-FS         pic xx.
       01  WS-BD-STATUS  pic xx.
       01  ws-choice     pic 9 value 0.
       01  ws-eof        pic x value 'N'.
       01  ws-bus-date   pic 9(8).
       01  ws-new-eff    pic 9(8).
       01  ws-new-rate   pic 9(3)v99.
       01  ws-found      pic x value 'N'.
       01  ws-cur-rate   pic 9(3)v99.
       01  ws-cur-status pic xx.
       01  ws-dsp-rate   pic zz9.99.
       01  ws-logAction  pic x(10).
       01  ws-logAcct    pic x(30).
       01  ws-chg-file   pic x(8).
       01  ws-chg-action pic x(3).
       01  ws-chg-before pic x(50).
       01  ws-chg-after  pic x(50).
       01  ws-chg-status pic x(2).

       LINKAGE SECTION.
       01  LS-AdminId    PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE ws-bus-date, WS-BD-STATUS
           DISPLAY "==============================================="
           DISPLAY "=======   Lending Base Rate (Monthly)    ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Base Rates, 2=Add Base Rate, "
                   "3=Remove Future Rate, 4=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-BASE-RATES
                   perform MENU-LOOP
               WHEN 2
                   perform ADD-BASE-RATE
                   perform MENU-LOOP
               WHEN 3
                   perform REMOVE-BASE-RATE
                   perform MENU-LOOP
               WHEN 4
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-BASE-RATES.
           move 'N' to ws-eof
           OPEN INPUT baseratefile
           IF WS-FS NOT = "00"
               DISPLAY "No base rates on file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective  Base Rate"
           DISPLAY "---------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ baseratefile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE BR-Rate TO ws-dsp-rate
                       DISPLAY BR-EffDate "   " ws-dsp-rate
               END-READ
           END-PERFORM
           CLOSE baseratefile
           CALL '../../Utility Functions/bin/getBaseRate'
               USING BY REFERENCE ws-bus-date, ws-cur-rate,
               ws-cur-status
           IF ws-cur-status = "00"
               MOVE ws-cur-rate TO ws-dsp-rate
               DISPLAY "In force on " ws-bus-date " : " ws-dsp-rate
           END-IF.

      *-------------------------------------------------------------------*
       ADD-BASE-RATE.
           DISPLAY "Enter Effective Date (YYYYMMDD) : "
           ACCEPT ws-new-eff
           DISPLAY "Enter Monthly Base Rate (e.g. 0.01) : "
           ACCEPT ws-new-rate
           IF ws-new-eff(5:2) < "01" OR ws-new-eff(5:2) > "12"
               OR ws-new-eff(7:2) < "01" OR ws-new-eff(7:2) > "31"
               DISPLAY "ERROR: Not a valid calendar date."
               EXIT PARAGRAPH
           END-IF
      *>a base rate cannot be back-dated - the loans already
      *>repriced off the old one would be wrong
           IF ws-new-eff <= ws-bus-date
               DISPLAY "ERROR: Effective date must be after the "
                   "business date " ws-bus-date "."
               EXIT PARAGRAPH
           END-IF

           move 'N' to ws-found
           move 'N' to ws-eof
           OPEN INPUT baseratefile
           IF WS-FS = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ baseratefile
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF BR-EffDate EQUAL ws-new-eff
                               MOVE 'Y' TO ws-found
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE baseratefile
           END-IF
           IF ws-found EQUAL 'Y'
               DISPLAY "ERROR: A base rate is already set for that "
                   "date - remove it first."
               EXIT PARAGRAPH
           END-IF

      *>maker-checker: the row is queued, not written - a second
      *>admin applies or rejects it from the change approval
      *>screen, which records the before and after images
           MOVE ws-new-eff  TO BR-EffDate
           MOVE ws-new-rate TO BR-Rate
           MOVE SPACES       TO ws-chg-before
           MOVE SPACES       TO ws-chg-after
           MOVE baserateline TO ws-chg-after
           MOVE "BASERATE"   TO ws-chg-file
           MOVE "ADD"        TO ws-chg-action
           CALL '../../Utility Functions/bin/queuePendingChange'
               USING BY REFERENCE ws-chg-file, ws-chg-action,
               ws-chg-before, ws-chg-after, LS-AdminId,
               ws-chg-status
           MOVE "BASEADD" TO ws-logAction
           MOVE ws-new-eff TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Base rate queued for a second admin's approval.".

      *-------------------------------------------------------------------*
       REMOVE-BASE-RATE.
           DISPLAY "Enter Effective Date of rate to remove : "
           ACCEPT ws-new-eff
           IF ws-new-eff <= ws-bus-date
               DISPLAY "ERROR: Only a rate not yet in force can be "
                   "removed."
               EXIT PARAGRAPH
           END-IF

           move 'N' to ws-found
           move 'N' to ws-eof
           OPEN INPUT baseratefile
           IF WS-FS NOT = "00"
               DISPLAY "ERROR: Unable to OPEN base rate file, " WS-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ baseratefile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF BR-EffDate EQUAL ws-new-eff
                           MOVE 'Y' TO ws-found
                           MOVE SPACES TO ws-chg-before
                           MOVE baserateline TO ws-chg-before
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE baseratefile

           IF ws-found NOT EQUAL 'Y'
               DISPLAY "ERROR: No base rate for that date."
               EXIT PARAGRAPH
           END-IF

      *>maker-checker: the removal is queued, not applied
           MOVE SPACES TO ws-chg-after
           MOVE "BASERATE" TO ws-chg-file
           MOVE "DEL"      TO ws-chg-action
           CALL '../../Utility Functions/bin/queuePendingChange'
               USING BY REFERENCE ws-chg-file, ws-chg-action,
               ws-chg-before, ws-chg-after, LS-AdminId,
               ws-chg-status
           MOVE "BASEDEL" TO ws-logAction
           MOVE ws-new-eff TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Removal queued for a second admin's approval.".

       END PROGRAM baseRateManage.
