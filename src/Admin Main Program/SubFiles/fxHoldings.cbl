      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Treasury's record of what the bank itself holds in
      *          each foreign currency - notes in the vaults and
      *          tills, and the balance on the nostro account with
      *          each currency's correspondent bank - kept in
      *          data/FxHoldings.dat from the vault count and the
      *          nostro statement. The nightly open position report
      *          (fxPosition) nets these against customer balances
      *          and tests the result against the position limits.
      *          Every change is logged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxHoldings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldingFile ASSIGN TO '../../../data/FxHoldings.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXH-Key
               FILE STATUS IS WS-FXH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HoldingFile.
       01  HoldingRecord.
           COPY "../../Utility Functions/fxHoldingFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FXH-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-FX-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  ws-confirm          PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-IN-CCY           PIC X(3).
       01  WS-IN-TYPE          PIC X.
       01  WS-IN-AMOUNT        PIC S9(12)V99.
       01  WS-IN-NAME          PIC X(20).
       01  WS-RATE             PIC 9(6)V9(4).
       01  WS-EXISTS           PIC X.
       01  WS-ROWS             PIC 9(3).
       01  WS-DSP-AMT          PIC -Z(11)9.99.
       01  WS-DSP-TYPE         PIC X(6).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           DISPLAY "==============================================="
           DISPLAY "=======  Foreign Currency Holdings      ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Holdings, 2=Set Holding, 3=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-HOLDINGS
                   perform MENU-LOOP
               WHEN 2
                   perform SET-HOLDING
                   perform MENU-LOOP
               WHEN 3
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
       LIST-HOLDINGS.
           MOVE 0 TO WS-ROWS
           move 'N' to ws-eof
           OPEN INPUT HoldingFile
           IF WS-FXH-FS NOT = "00"
               DISPLAY "No foreign currency holdings on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ccy  Kind    Amount              As of     Name"
           PERFORM UNTIL ws-eof = 'Y'
               READ HoldingFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-ROWS
                       IF FXH-CASH
                           MOVE "Cash  " TO WS-DSP-TYPE
                       ELSE
                           MOVE "Nostro" TO WS-DSP-TYPE
                       END-IF
                       MOVE FXH-Amount TO WS-DSP-AMT
                       DISPLAY FXH-Ccy "  " WS-DSP-TYPE "  "
                           WS-DSP-AMT "  " FXH-AsOf "  " FXH-Name
               END-READ
           END-PERFORM
           CLOSE HoldingFile
           IF WS-ROWS = 0
               DISPLAY "No foreign currency holdings on file."
           END-IF
           .

      *-------------------------------------------------------------------*
      *>One currency and kind at a time; the amount keyed replaces
      *>what was there. Only a currency with a rate on file can be
      *>held, so a mistyped code is caught here and not in the
      *>night's position report.
       SET-HOLDING.
           DISPLAY "Currency code : "
           ACCEPT WS-IN-CCY
           MOVE FUNCTION UPPER-CASE(WS-IN-CCY) TO WS-IN-CCY
           IF WS-IN-CCY = "MMK" OR WS-IN-CCY = SPACES
               DISPLAY esc redx "Only foreign currencies are held "
                   "here." esc resetx
               EXIT PARAGRAPH
           END-IF
           CALL '../../Utility Functions/bin/loadFxRate'
               USING BY REFERENCE WS-IN-CCY, WS-RATE, WS-FX-STATUS
           IF WS-FX-STATUS NOT = "00"
               DISPLAY esc redx "No rate on file for " WS-IN-CCY "."
                   esc resetx
               EXIT PARAGRAPH
           END-IF
           DISPLAY "C=Cash in vaults and tills, N=Nostro balance : "
           ACCEPT WS-IN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
           IF WS-IN-TYPE NOT = "C" AND WS-IN-TYPE NOT = "N"
               DISPLAY "Invalid choice."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O HoldingFile
           IF WS-FXH-FS = "35"
               CLOSE HoldingFile
               OPEN OUTPUT HoldingFile
               CLOSE HoldingFile
               OPEN I-O HoldingFile
           END-IF
           IF WS-FXH-FS NOT = "00"
               DISPLAY esc redx "Unable to open FxHoldings.dat "
                   WS-FXH-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CCY TO FXH-Ccy
           MOVE WS-IN-TYPE TO FXH-Type
           MOVE 'Y' TO WS-EXISTS
           READ HoldingFile
               INVALID KEY
                   MOVE 'N' TO WS-EXISTS
                   MOVE SPACES TO FXH-Name
           END-READ
           IF WS-EXISTS = 'Y'
               MOVE FXH-Amount TO WS-DSP-AMT
               DISPLAY "Currently held : " WS-DSP-AMT " as of "
                   FXH-AsOf
           END-IF

           DISPLAY "Amount held (" WS-IN-CCY ") : "
           ACCEPT WS-IN-AMOUNT
           IF WS-IN-TYPE = "N"
               DISPLAY "Correspondent bank [" FUNCTION TRIM(FXH-Name)
                   "] : "
               ACCEPT WS-IN-NAME
               IF WS-IN-NAME NOT = SPACES
                   MOVE WS-IN-NAME TO FXH-Name
               END-IF
           END-IF
           MOVE WS-IN-AMOUNT TO WS-DSP-AMT
           DISPLAY "Set " WS-IN-CCY " " WS-IN-TYPE " to " WS-DSP-AMT
               " ? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               CLOSE HoldingFile
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-CCY TO FXH-Ccy
           MOVE WS-IN-TYPE TO FXH-Type
           MOVE WS-IN-AMOUNT TO FXH-Amount
           MOVE WS-BUS-DATE TO FXH-AsOf
           MOVE LS-AdminId TO FXH-AdminId
           IF WS-EXISTS = 'Y'
               REWRITE HoldingRecord
           ELSE
               WRITE HoldingRecord
           END-IF
           CLOSE HoldingFile

           MOVE "FXHOLDSET" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING WS-IN-CCY WS-IN-TYPE " " FUNCTION TRIM(WS-DSP-AMT)
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           DISPLAY esc greenx "Holding recorded." esc resetx
           .

       END PROGRAM fxHoldings.
