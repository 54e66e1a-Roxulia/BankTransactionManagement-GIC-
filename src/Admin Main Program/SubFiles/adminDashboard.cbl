      *          job outcomes from the job-status ledger, today's
      *          posting count and total so far, locked and frozen
      *          account counts, standing orders due today, fixed
      *          deposits maturing this week, open suspense items,
      *          and any alert a job or screen raised for last
      *          night or today (data/DashAlerts.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPN-ID
               FILE STATUS IS WS-SPN-FS.
           SELECT AlertFile ASSIGN TO '../../../data/DashAlerts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAL-FS.

       DATA DIVISION.
       FILE SECTION.
           05  JS-Stamp        PIC 9(14).
           05  FILLER          PIC X.
           05  JS-Outcome      PIC X.
           05  FILLER          PIC X.
           05  JS-Note         PIC X(40).

       FD  TrxFile.
       01  TransactionRecord.
       01  SuspenseRecord.
           copy '../../Utility Functions/suspenseFile.cpy'.

       FD  AlertFile.
       01  AlertRecord.
           05  DAL-Date        PIC 9(8).
           05  DAL-Stamp       PIC 9(14).
           05  DAL-Source      PIC X(12).
           05  DAL-Text        PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-JS-FS            PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-SO-FS            PIC XX.
       01  WS-FD-FS            PIC XX.
       01  WS-SPN-FS           PIC XX.
       01  WS-DAL-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-FD-WEEK          PIC 9(5) VALUE 0.
       01  WS-SPN-OPEN         PIC 9(5) VALUE 0.
       01  WS-JOBS-SEEN        PIC 9(2) VALUE 0.
       01  WS-ALERTS-SEEN      PIC 9(3) VALUE 0.
       01  WS-DSP-AMT          PIC -Z(11)9.99.

       copy '../../Utility Functions/colorCodes.cpy'.
           ELSE
               DISPLAY "Open suspense items   : 00000"
           END-IF
           PERFORM SHOW-ALERTS
           DISPLAY color-blue
           DISPLAY "==============================================="
           DISPLAY esc resetx
                   NOT AT END
                       IF JS-Date = WS-PREV-DATE
                           AND JS-Outcome = "S"
                           AND JS-Step > 0
                           ADD 1 TO WS-JOBS-SEEN
                           DISPLAY "  " JS-JobName " completed"
                       END-IF
                       IF JS-Date = WS-PREV-DATE
                           AND JS-Step = 0 AND JS-Outcome = "O"
                           DISPLAY esc redx
                           DISPLAY "  Readiness blockers overridden: "
                               JS-Note
                           DISPLAY esc resetx
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JobStatusFile
           CLOSE SuspenseFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Alerts raised by last night's run carry the previous
      *>business date; anything raised since carries today's.
       SHOW-ALERTS.
           MOVE 'N' TO ws-eof
           OPEN INPUT AlertFile
           IF WS-DAL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ AlertFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF DAL-Date >= WS-PREV-DATE
                           IF WS-ALERTS-SEEN = 0
                               DISPLAY esc redx
                               DISPLAY "Alerts :"
                           END-IF
                           ADD 1 TO WS-ALERTS-SEEN
                           DISPLAY "  " DAL-Date " " DAL-Source " "
                               DAL-Text
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AlertFile
           IF WS-ALERTS-SEEN > 0
               DISPLAY esc resetx
           END-IF
           .

       END PROGRAM adminDashboard.
