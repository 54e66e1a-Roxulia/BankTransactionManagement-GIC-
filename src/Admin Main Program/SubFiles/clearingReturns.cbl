      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Inward clearing returns follow-up. Imports the
      *          clearing house's acknowledgement of our outward
      *          return file (one line per return: our return
      *          reference, A accepted / R refused, reason) against
      *          the return register (data/ClearingReturns.dat). An
      *          accepted return is closed off; a refused one is put
      *          back into clearing suspense through a GL memo row
      *          and left for the operations desk. The overdue
      *          report lists every return sent and still not
      *          acknowledged after CLRRTDL days (data/TrxLimits.dat,
      *          default 2) - the clearing house's deadline - with
      *          the refused ones, so the remitting banks can be
      *          chased before the money goes stale in suspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clearingReturns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnFile
               ASSIGN TO '../../../data/ClearingReturns.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-ID
               FILE STATUS IS WS-RTN-FS.

           SELECT AckFile ASSIGN TO WS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FS.

           SELECT ParamFile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnFile.
       01  ReturnRecord.
       COPY "../../Utility Functions/clearingReturnFile.cpy".

       FD  AckFile.
       01  AckLine.
           05  ACK-Ref         PIC X(10).
           05  FILLER          PIC X.
           05  ACK-Status      PIC X.
           05  FILLER          PIC X.
           05  ACK-Reason      PIC X(20).

       FD  ParamFile.
       01  ParamRec.
           05  PRM-Label       PIC X(8).
           05  PRM-Value       PIC 9(10)V99.

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RTN-FS           PIC XX.
       01  WS-ACK-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-ACK-PATH         PIC X(60).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-DEADLINE         PIC 9(10)V99 VALUE 2.
       01  WS-ACCEPTED         PIC 9(5) VALUE 0.
       01  WS-REFUSED          PIC 9(5) VALUE 0.
       01  WS-UNKNOWN          PIC 9(5) VALUE 0.
       01  WS-AGE-DAYS         PIC S9(5).
       01  WS-TODAY-INT        PIC 9(7).
       01  WS-OVD-COUNT        PIC 9(5).
       01  WS-OVD-AMT          PIC 9(12)V99.
       01  WS-DSP-AMT          PIC Z(11)9.99.
       01  WS-MEMO-ID          PIC X(11).
       01  WS-MEMO-DESC        PIC X(30) VALUE "Clearing held".
       01  WS-MEMO-STATUS      PIC XX.
      *>clearing suspense is held at head office
       01  WS-MEMO-BRANCH      PIC X(3) VALUE "001".
       01  WS-MEMO-OPER        PIC X(5).
       01  WS-SplType          PIC X(12).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE LS-AdminId TO WS-MEMO-OPER
           PERFORM LOAD-DEADLINE
           DISPLAY "==============================================="
           DISPLAY "=======  Inward Clearing Returns        ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Import Return Acknowledgements, 2=Overdue "
                   "Returns Report, 3=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform IMPORT-ACK-FILE
                   perform MENU-LOOP
               WHEN 2
                   perform OVERDUE-REPORT
                   perform MENU-LOOP
               WHEN 3
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

       LOAD-DEADLINE.
           OPEN INPUT ParamFile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ParamFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF PRM-Label = "CLRRTDL"
                           MOVE PRM-Value TO WS-DEADLINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParamFile
           .

      *-------------------------------------------------------------------*
       IMPORT-ACK-FILE.
           DISPLAY "Return acknowledgement file path "
               "(blank = ../../../data/ReturnAck_" WS-BUS-DATE
               ".dat): "
           ACCEPT WS-ACK-PATH
           IF WS-ACK-PATH = SPACES
               STRING "../../../data/ReturnAck_" WS-BUS-DATE ".dat"
                   DELIMITED BY SIZE INTO WS-ACK-PATH
           END-IF
           MOVE 0 TO WS-ACCEPTED
           MOVE 0 TO WS-REFUSED
           MOVE 0 TO WS-UNKNOWN
           move 'N' to ws-eof
           OPEN INPUT AckFile
           IF WS-ACK-FS NOT = "00"
               DISPLAY esc redx "Unable to open acknowledgement "
                   "file (" WS-ACK-FS ")." esc resetx
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ReturnFile
           IF WS-RTN-FS NOT = "00"
               DISPLAY esc redx "No return register on file."
                   esc resetx
               CLOSE AckFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ AckFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM APPLY-ONE-ACK
               END-READ
           END-PERFORM
           CLOSE AckFile
           CLOSE ReturnFile
           DISPLAY "Return acknowledgements applied - " WS-ACCEPTED
               " accepted, " WS-REFUSED " refused, " WS-UNKNOWN
               " unknown."
           MOVE "CLRRTNACK" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING WS-ACCEPTED " acc " WS-REFUSED " ref"
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           .

      *>our return reference is CRT followed by the register ID
       APPLY-ONE-ACK.
           IF ACK-Ref(1:3) NOT = "CRT" OR ACK-Ref(4:7) NOT NUMERIC
               ADD 1 TO WS-UNKNOWN
               DISPLAY "  unknown reference " ACK-Ref
               EXIT PARAGRAPH
           END-IF
           MOVE ACK-Ref(4:7) TO CRT-ID
           READ ReturnFile
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN
                   DISPLAY "  unknown reference " ACK-Ref
                   EXIT PARAGRAPH
           END-READ
           IF NOT CRT-SENT
               DISPLAY "  " ACK-Ref " already acknowledged - "
                   "skipped."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUS-DATE TO CRT-AckDate
           MOVE ACK-Reason TO CRT-AckReason
           IF ACK-Status = "A"
               MOVE "A" TO CRT-Status
               ADD 1 TO WS-ACCEPTED
           ELSE
      *>refused: the money is ours to hold again until someone
      *>sorts it out with the remitting bank
               MOVE "F" TO CRT-Status
               ADD 1 TO WS-REFUSED
               MOVE SPACES TO WS-MEMO-ID
               STRING "CRF" CRT-ID DELIMITED BY SIZE INTO WS-MEMO-ID
               CALL '../../Utility Functions/bin/writeGlMemo'
                   USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
                   CRT-Amount, WS-BUS-DATE, WS-MEMO-BRANCH,
                   WS-MEMO-OPER, WS-MEMO-STATUS
               DISPLAY "  " ACK-Ref " refused: " ACK-Reason
           END-IF
           REWRITE ReturnRecord
               INVALID KEY
                   DISPLAY "  register update failed for " ACK-Ref
           END-REWRITE
           .

      *-------------------------------------------------------------------*
      *>Returns past the clearing house's deadline with no word back,
      *>then the refused ones - both mean money still held here.
       OVERDUE-REPORT.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/ClearingReturnsOverdue_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           MOVE 0 TO WS-OVD-COUNT
           MOVE 0 TO WS-OVD-AMT
           move 'N' to ws-eof
           OPEN INPUT ReturnFile
           IF WS-RTN-FS NOT = "00"
               DISPLAY "No return register on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Inward Clearing Returns Overdue or Refused as at "
               WS-BUS-DATE DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE "Return ref  Bank      Account                  Amount"
               & "  Rsn  Sent      Age(d) St" TO ReportLine
           WRITE ReportLine
           PERFORM UNTIL ws-eof = 'Y'
               READ ReturnFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CRT-SENT OR CRT-REFUSED
                           PERFORM CHECK-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-OVD-AMT TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           STRING "Total: " WS-OVD-COUNT " return(s) for "
               WS-DSP-AMT DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           CLOSE ReturnFile
           DISPLAY WS-OVD-COUNT " overdue or refused return(s), "
               "report " FUNCTION TRIM(WS-REPORT-PATH)
           MOVE "CLRRTNOVD" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           .

       CHECK-ONE-RETURN.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(CRT-SentDate)
           IF CRT-SENT AND WS-AGE-DAYS <= WS-DEADLINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVD-COUNT
           ADD CRT-Amount TO WS-OVD-AMT
           MOVE CRT-Amount TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           STRING "CRT" CRT-ID "  " CRT-BankCode "  " CRT-AccNo
               "  " WS-DSP-AMT "  " CRT-Reason " " CRT-SentDate
               "  " WS-AGE-DAYS " " CRT-Status
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       END PROGRAM clearingReturns.
