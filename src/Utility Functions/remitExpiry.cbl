      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Expire walk-in remittances nobody has collected.
      *          Every remittance in data/Remittances.dat still open
      *          (or locked by wrong pickup codes) RMTEXPDY days
      *          (data/TrxLimits.dat, default 30) after it was sent
      *          is marked expired: it can no longer be paid out,
      *          only refunded to the sender at the counter. The
      *          sender is told by SMS to come for the refund, and
      *          the day's expiries are listed in
      *          data/RemitExpired_<date>.txt, spool type RMTEXPIRY,
      *          for the branches that sent them. The money stays in
      *          remittances payable until the refund is paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. remitExpiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemitFile ASSIGN TO "../../../data/Remittances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-ID
               FILE STATUS IS WS-RMT-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT OutboundFile ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RemitFile.
       01  RemitRecord.
           copy 'remittanceFile.cpy'.

       FD  paramfile.
       01  paramrec.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

      *>as remitCounter writes it - a walk-in has no UID, so the
      *>phone number rides on the end of the line
       FD  OutboundFile.
       01  OutboundLine.
           05  OBM-Ref         PIC X(20).
           05  OBM-UID         PIC 9(5).
           05  OBM-Channel     PIC X.
           05  OBM-Text        PIC X(60).
           05  OBM-Phone       PIC X(11).

       FD  ReportOut.
       01  ReportLine          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RMT-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-OBM-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-NOW-TIME         PIC 9(6).
       01  WS-CUTOFF           PIC 9(8).
       01  WS-EXPIRY-DAYS      PIC 9(10)V99 VALUE 30.
       01  WS-OUT-PATH         PIC X(60).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-SplType          PIC X(12) VALUE "RMTEXPIRY".
       01  WS-AdminId          PIC 9(5) VALUE 0.
       01  WS-DSP-AMOUNT       PIC Z(9)9.99.
       01  WS-TOT-AMOUNT       PIC 9(12)V99 VALUE 0.
       01  WS-DSP-TOTAL        PIC Z(11)9.99.
       01  eof                 PIC X VALUE 'N'.
       01  expired_count       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM LOAD-EXPIRY-DAYS
           COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - WS-EXPIRY-DAYS)

           OPEN I-O RemitFile
           IF WS-RMT-FS NOT = "00"
               DISPLAY "No remittances on file - nothing to expire."
               GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/RemitExpired_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Remittances Expired Uncollected - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Ref     Sent     Br         Amount  Sender"
               "                         Sender NRC"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ RemitFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF (RMT-OUTSTANDING OR RMT-LOCKED)
                           AND RMT-SendDate <= WS-CUTOFF
                           PERFORM EXPIRE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RemitFile

           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-AMOUNT TO WS-DSP-TOTAL
           MOVE SPACES TO ReportLine
           STRING expired_count " remittance(s) expired, "
               WS-DSP-TOTAL " due back to senders."
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-AdminId, WS-REPORT-PATH
           DISPLAY "Remittance expiry - " expired_count
               " expired, refund due to sender."
           GOBACK
           .

       LOAD-EXPIRY-DAYS.
           OPEN INPUT paramfile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF param-label = "RMTEXPDY"
                           MOVE param-value TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

       EXPIRE-ONE.
           SET RMT-EXPIRED TO TRUE
           REWRITE RemitRecord
               INVALID KEY
                   DISPLAY "Warning: remittance " RMT-ID
                       " not expired."
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO expired_count
           ADD RMT-Amount TO WS-TOT-AMOUNT
           MOVE RMT-Amount TO WS-DSP-AMOUNT
           MOVE SPACES TO ReportLine
           STRING RMT-ID " " RMT-SendDate " " RMT-SendBranch " "
               WS-DSP-AMOUNT "  " RMT-SenderName " " RMT-SenderNrc
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           IF RMT-SenderPh NOT = SPACES
               PERFORM SEND-REFUND-SMS
           END-IF
           .

       SEND-REFUND-SMS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE SPACES TO WS-OUT-PATH
           STRING "../../../data/OutboundMsgs_" WS-BUS-DATE ".dat"
               DELIMITED BY SIZE INTO WS-OUT-PATH
           OPEN EXTEND OutboundFile
           IF WS-OBM-FS NOT = "00"
               CLOSE OutboundFile
               OPEN OUTPUT OutboundFile
               IF WS-OBM-FS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO OBM-Ref
           STRING "R" WS-BUS-DATE WS-NOW-TIME "00000"
               DELIMITED BY SIZE INTO OBM-Ref
           MOVE 0 TO OBM-UID
           MOVE "S" TO OBM-Channel
           MOVE SPACES TO OBM-Text
           STRING "Remittance " RMT-ID " uncollected. Refund at "
               "any branch."
               DELIMITED BY SIZE INTO OBM-Text
           MOVE RMT-SenderPh TO OBM-Phone
           WRITE OutboundLine
           CLOSE OutboundFile
           .

       END PROGRAM remitExpiry.
