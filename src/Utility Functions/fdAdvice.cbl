      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Print the customer's advice for one fixed deposit
      *          event - the certificate when a deposit is placed or
      *          opened by a rollover, the advice when it matures or
      *          is broken. Shows FXD-ID, principal, rate, open and
      *          maturity dates, maturity instruction and the
      *          projected maturity value, and for a payout the
      *          interest, any penalty deducted and the amount paid.
      *          The document is written to
      *          data/FDAdvice_<FXD-ID>_<event>_<date>.txt and
      *          registered in the report spool (type FDADVICE) so
      *          it can be reprinted. The caller passes the deposit
      *          record as it stands after the event.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fdAdvice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT AdviceOut ASSIGN TO WS-ADVICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  AdviceOut.
       01  AdviceLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-ADVICE-PATH      PIC X(60).
       01  WS-OWNER-NAME       PIC X(20) VALUE SPACES.
       01  WS-OWNER-ACC        PIC 9(16) VALUE 0.
       01  WS-TERM-MONTHS      PIC S9(5).
       01  WS-OPEN-DT.
           05  WS-OD-YEAR      PIC 9(4).
           05  WS-OD-MONTH     PIC 9(2).
           05  WS-OD-DAY       PIC 9(2).
       01  WS-MAT-DT.
           05  WS-MD-YEAR      PIC 9(4).
           05  WS-MD-MONTH     PIC 9(2).
           05  WS-MD-DAY       PIC 9(2).
       01  WS-PROJ-INT         PIC 9(10)V99.
       01  WS-PROJ-VALUE       PIC 9(12)V99.
       01  WS-RATE-PCT         PIC 9(5)V99.
       01  WS-TITLE            PIC X(40).
       01  WS-INSTR-TEXT       PIC X(40).
       01  WS-DSP-AMT          PIC Z(11)9.99.
       01  WS-DSP-RATE         PIC ZZZZ9.99.
       01  WS-SplType          PIC X(12) VALUE "FDADVICE".

       LINKAGE SECTION.
      *>"PLACED  ", "ROLLOVER", "MATURED " or "BROKEN  "
       01  LS-Event            PIC X(8).
       01  LS-FDData.
           copy 'fixedDepositFile.cpy'.
      *>interest paid on a maturity or earned to a break
       01  LS-Interest         PIC 9(10)V99.
       01  LS-Penalty          PIC 9(10)V99.
       01  LS-Payout           PIC 9(12)V99.
      *>the deposit this one rolled from, or rolled into
       01  LS-LinkedFD         PIC 9(5).
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-Event, LS-FDData, LS-Interest,
           LS-Penalty, LS-Payout, LS-LinkedFD, LS-AdminId.
       MAIN-PROCEDURE.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM GET-OWNER
           PERFORM WORK-OUT-FIGURES

           MOVE SPACES TO WS-ADVICE-PATH
           STRING "../../../data/FDAdvice_" FXD-ID "_"
               FUNCTION TRIM(LS-Event) "_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ADVICE-PATH
           OPEN OUTPUT AdviceOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY "Unable to write deposit advice " WS-OUT-FS
               EXIT PROGRAM
           END-IF
           PERFORM WRITE-ADVICE
           CLOSE AdviceOut

           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-ADVICE-PATH
           EXIT PROGRAM.

       GET-OWNER.
           OPEN INPUT userfile
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FXD-UID TO UID
           READ userfile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UName  TO WS-OWNER-NAME
                   MOVE UAccNo TO WS-OWNER-ACC
           END-READ
           CLOSE userfile.

      *>the projected value is the full term's flat interest at the
      *>deposit's monthly rate, the way the maturity run pays it
       WORK-OUT-FIGURES.
           MOVE FXD-OpenDate     TO WS-OPEN-DT
           MOVE FXD-MaturityDate TO WS-MAT-DT
           COMPUTE WS-TERM-MONTHS =
               (WS-MD-YEAR * 12 + WS-MD-MONTH)
               - (WS-OD-YEAR * 12 + WS-OD-MONTH)
           IF WS-TERM-MONTHS < 1
               MOVE 1 TO WS-TERM-MONTHS
           END-IF
           COMPUTE WS-PROJ-INT ROUNDED =
               FXD-Principal * FXD-Rate * WS-TERM-MONTHS
           COMPUTE WS-PROJ-VALUE = FXD-Principal + WS-PROJ-INT
           COMPUTE WS-RATE-PCT = FXD-Rate * 100

           EVALUATE LS-Event
               WHEN "PLACED  "
                   MOVE "FIXED DEPOSIT CERTIFICATE" TO WS-TITLE
               WHEN "ROLLOVER"
                   MOVE "FIXED DEPOSIT CERTIFICATE - ROLLOVER"
                       TO WS-TITLE
               WHEN "MATURED "
                   MOVE "FIXED DEPOSIT MATURITY ADVICE" TO WS-TITLE
               WHEN "BROKEN  "
                   MOVE "FIXED DEPOSIT PREMATURE CLOSURE ADVICE"
                       TO WS-TITLE
               WHEN OTHER
                   MOVE "FIXED DEPOSIT ADVICE" TO WS-TITLE
           END-EVALUATE

           EVALUATE TRUE
               WHEN FXD-INSTR-ROLLP
                   MOVE "Roll principal, pay interest out"
                       TO WS-INSTR-TEXT
               WHEN FXD-INSTR-ROLLPI
                   MOVE "Roll principal and interest"
                       TO WS-INSTR-TEXT
               WHEN OTHER
                   MOVE "Pay principal and interest out"
                       TO WS-INSTR-TEXT
           END-EVALUATE.

       WRITE-ADVICE.
           MOVE ALL "=" TO AdviceLine
           WRITE AdviceLine
           MOVE SPACES TO AdviceLine
           STRING "  " WS-TITLE DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE ALL "=" TO AdviceLine
           WRITE AdviceLine
           MOVE SPACES TO AdviceLine
           STRING "Issued                : " WS-BUS-DATE
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE SPACES TO AdviceLine
           STRING "Customer              : " WS-OWNER-NAME
               "  UID " FXD-UID
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE SPACES TO AdviceLine
           STRING "Linked account        : " WS-OWNER-ACC
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE SPACES TO AdviceLine
           STRING "Deposit number        : " FXD-ID
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE FXD-Principal TO WS-DSP-AMT
           MOVE SPACES TO AdviceLine
           STRING "Principal             : " WS-DSP-AMT
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE WS-RATE-PCT TO WS-DSP-RATE
           MOVE SPACES TO AdviceLine
           STRING "Rate                  : " WS-DSP-RATE
               " % per month"
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE SPACES TO AdviceLine
           STRING "Open date             : " FXD-OpenDate
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE SPACES TO AdviceLine
           STRING "Maturity date         : " FXD-MaturityDate
               "  (" WS-TERM-MONTHS " months)"
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE SPACES TO AdviceLine
           STRING "Maturity instruction  : " WS-INSTR-TEXT
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE WS-PROJ-VALUE TO WS-DSP-AMT
           MOVE SPACES TO AdviceLine
           STRING "Projected maturity    : " WS-DSP-AMT
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine

           IF LS-Event = "MATURED " OR LS-Event = "BROKEN  "
               PERFORM WRITE-PAYOUT-LINES
           END-IF

           IF LS-LinkedFD > 0
               MOVE SPACES TO AdviceLine
               IF LS-Event = "ROLLOVER"
                   STRING "Rolled over from      : deposit "
                       LS-LinkedFD
                       DELIMITED BY SIZE INTO AdviceLine
               ELSE
                   STRING "Rolled over into      : deposit "
                       LS-LinkedFD
                       DELIMITED BY SIZE INTO AdviceLine
               END-IF
               WRITE AdviceLine
           END-IF
           MOVE ALL "=" TO AdviceLine
           WRITE AdviceLine.

       WRITE-PAYOUT-LINES.
           MOVE SPACES TO AdviceLine
           WRITE AdviceLine
           MOVE LS-Interest TO WS-DSP-AMT
           MOVE SPACES TO AdviceLine
           IF LS-Event = "BROKEN  "
               STRING "Interest earned       : " WS-DSP-AMT
                   DELIMITED BY SIZE INTO AdviceLine
           ELSE
               STRING "Interest paid         : " WS-DSP-AMT
                   DELIMITED BY SIZE INTO AdviceLine
           END-IF
           WRITE AdviceLine
           MOVE LS-Penalty TO WS-DSP-AMT
           MOVE SPACES TO AdviceLine
           STRING "Penalty deducted      : " WS-DSP-AMT
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine
           MOVE LS-Payout TO WS-DSP-AMT
           MOVE SPACES TO AdviceLine
           STRING "Paid to account       : " WS-DSP-AMT
               DELIMITED BY SIZE INTO AdviceLine
           WRITE AdviceLine.

       END PROGRAM fdAdvice.
