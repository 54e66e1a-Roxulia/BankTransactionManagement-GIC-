      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Build the night's outward return file for the
      *          clearing house. Every inward credit clearingImport
      *          held for return (data/ClearingReturns.dat, status
      *          held) goes into data/OutReturns_<date>.dat with our
      *          return reference, the remitting bank's original
      *          reference and the return reason code, and is marked
      *          sent. Sending it releases the money from the
      *          clearing suspense GL account through a GL memo row.
      *          The clearing house's acknowledgements of the returns
      *          are matched on the clearing returns screen
      *          (clearingReturns).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clearingReturnSend.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnFile
               ASSIGN TO '../../../data/ClearingReturns.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-ID
               FILE STATUS IS WS-RTN-FS.

           SELECT ReturnOut ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnFile.
       01  ReturnRecord.
           copy 'clearingReturnFile.cpy'.

      *>one line per returned credit, fixed columns
       FD  ReturnOut.
       01  ReturnLine.
           05  RTO-OurRef      PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  RTO-OrigRef     PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  RTO-BankCode    PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  RTO-AccNo       PIC 9(16).
           05  FILLER          PIC X VALUE SPACE.
           05  RTO-Amount      PIC 9(10).99.
           05  FILLER          PIC X VALUE SPACE.
           05  RTO-Reason      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-RTN-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-OUT-PATH         PIC X(60).
       01  WS-OUT-OPEN         PIC X VALUE 'N'.
       01  WS-MEMO-ID          PIC X(11).
       01  WS-MEMO-DESC        PIC X(30) VALUE "Clearing returned".
       01  WS-MEMO-STATUS      PIC XX.
      *>clearing suspense is held at head office
       01  WS-MEMO-BRANCH      PIC X(3) VALUE "001".
       01  WS-MEMO-OPER        PIC X(5) VALUE "BATCH".
       01  WS-TOT-AMOUNT       PIC 9(12)V99 VALUE 0.
       01  WS-DSP-TOTAL        PIC Z(11)9.99.
       01  eof                 PIC X VALUE 'N'.
       01  sent_count          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE SPACES TO WS-OUT-PATH
           STRING "../../../data/OutReturns_" WS-BUS-DATE
               ".dat" DELIMITED BY SIZE INTO WS-OUT-PATH

           OPEN I-O ReturnFile
           IF WS-RTN-FS NOT = "00"
               DISPLAY "No clearing returns on file - nothing to send."
               GOBACK
           END-IF

           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ ReturnFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF CRT-HELD
                           PERFORM SEND-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReturnFile
           IF WS-OUT-OPEN = 'Y'
               CLOSE ReturnOut
           END-IF

           MOVE WS-TOT-AMOUNT TO WS-DSP-TOTAL
           DISPLAY "Clearing returns - " sent_count " sent, total "
               WS-DSP-TOTAL
           IF sent_count > 0
               DISPLAY "Return file " FUNCTION TRIM(WS-OUT-PATH)
           END-IF
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The file line first, then the register, then the suspense
      *>release - a re-run after a failure finds the row already
      *>sent and the memo already booked, so nothing goes twice.
       SEND-ONE-RETURN.
           IF WS-OUT-OPEN = 'N'
               OPEN EXTEND ReturnOut
               IF WS-OUT-FS NOT = "00"
                   CLOSE ReturnOut
                   OPEN OUTPUT ReturnOut
               END-IF
               MOVE 'Y' TO WS-OUT-OPEN
           END-IF
           MOVE SPACES TO ReturnLine
           STRING "CRT" CRT-ID DELIMITED BY SIZE INTO RTO-OurRef
           MOVE CRT-OrigRef  TO RTO-OrigRef
           MOVE CRT-BankCode TO RTO-BankCode
           MOVE CRT-AccNo    TO RTO-AccNo
           MOVE CRT-Amount   TO RTO-Amount
           MOVE CRT-Reason   TO RTO-Reason
           WRITE ReturnLine

           MOVE "S" TO CRT-Status
           MOVE WS-BUS-DATE TO CRT-SentDate
           REWRITE ReturnRecord
               INVALID KEY
                   DISPLAY "Return register update failed for "
                       CRT-ID
           END-REWRITE

           MOVE SPACES TO WS-MEMO-ID
           STRING "CRS" CRT-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               CRT-Amount, WS-BUS-DATE, WS-MEMO-BRANCH, WS-MEMO-OPER,
               WS-MEMO-STATUS

           ADD 1 TO sent_count
           ADD CRT-Amount TO WS-TOT-AMOUNT
           .

       END PROGRAM clearingReturnSend.
