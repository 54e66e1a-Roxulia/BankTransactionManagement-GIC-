      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Nightly bank guarantee run over data/Guarantees.dat.
      *          Every guarantee in force whose next commission date
      *          has come (and is not past its expiry) is charged the
      *          quarter's commission, BGQTRPCT percent of the amount
      *          (data/TrxLimits.dat, default 0.25), through
      *          postServiceCharge event BGCOMM; collected, the next
      *          date moves on three months, refused, it is tried
      *          again every night. Every guarantee whose claim
      *          period after expiry has run out without a full
      *          claim is closed as expired: its margin lien is
      *          released and the customer is told the margin is
      *          free again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guaranteeRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuarFile ASSIGN TO "../../../data/Guarantees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-ID
               FILE STATUS IS WS-BG-FS.

           SELECT LienFile ASSIGN TO "../../../data/Liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIEN-ID
               FILE STATUS IS WS-LIEN-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GuarFile.
       01  GuarRecord.
           copy 'guaranteeFile.cpy'.

       FD  LienFile.
       01  LienRecord.
           copy 'lienFile.cpy'.

       FD  paramfile.
       01  paramrec.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-BG-FS            PIC XX.
       01  WS-LIEN-FS          PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-QTR-PCT          PIC 9(10)V99 VALUE 0.25.
       01  WS-QTR-COMM         PIC 9(10)V99.
       01  eof                 PIC X VALUE 'N'.
      *>postServiceCharge's parameters
       01  WS-SVC-ACC          PIC 9(16).
       01  WS-SVC-EVENT        PIC X(8) VALUE "BGCOMM".
       01  WS-SVC-OPER         PIC X(5) VALUE "BATCH".
       01  WS-SVC-CHARGED      PIC 9(10)V99.
       01  WS-SVC-STATUS       PIC XX.
       01  WS-Notice           PIC X(60).
      *>three months on, the 28th for days the shorter months lack
       01  WS-NEXT-COMM        PIC 9(8).
       01  WS-NEXT-COMM-R REDEFINES WS-NEXT-COMM.
           05  WS-NC-YYYY      PIC 9(4).
           05  WS-NC-MM        PIC 9(2).
           05  WS-NC-DD        PIC 9(2).
       01  due_count           PIC 9(5) VALUE 0.
       01  paid_count          PIC 9(5) VALUE 0.
       01  expired_count       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM LOAD-QTR-PCT

           OPEN I-O GuarFile
           IF WS-BG-FS NOT = "00"
               DISPLAY "No guarantees on file - nothing to run."
               GOBACK
           END-IF
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF BG-ACTIVE
                           PERFORM RUN-ONE-GUARANTEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GuarFile
           DISPLAY "Bank guarantees - " due_count " commission due, "
               paid_count " collected, " expired_count
               " expired and margin released."
           GOBACK
           .

       LOAD-QTR-PCT.
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
                       IF param-label = "BGQTRPCT"
                           MOVE param-value TO WS-QTR-PCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Commission first, so a guarantee expiring tonight still
      *>pays for a quarter that began on or before its expiry.
       RUN-ONE-GUARANTEE.
           IF BG-NextComm > 0 AND BG-NextComm <= WS-BUS-DATE
               AND BG-NextComm <= BG-Expiry
               PERFORM CHARGE-COMMISSION
           END-IF
           IF WS-BUS-DATE > BG-ClaimExpiry
               PERFORM EXPIRE-GUARANTEE
           END-IF
           REWRITE GuarRecord
               INVALID KEY
                   DISPLAY "Warning: guarantee " BG-ID
                       " not updated."
           END-REWRITE
           .

       CHARGE-COMMISSION.
           ADD 1 TO due_count
           COMPUTE WS-QTR-COMM ROUNDED = BG-Amount * WS-QTR-PCT / 100
           MOVE BG-AccNo TO WS-SVC-ACC
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE WS-SVC-ACC, WS-SVC-EVENT,
               WS-SVC-OPER, WS-SVC-CHARGED, WS-SVC-STATUS,
               WS-QTR-COMM
           IF WS-SVC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO paid_count
           ADD WS-SVC-CHARGED TO BG-CommPaid
           MOVE BG-NextComm TO WS-NEXT-COMM
           ADD 3 TO WS-NC-MM
           IF WS-NC-MM > 12
               SUBTRACT 12 FROM WS-NC-MM
               ADD 1 TO WS-NC-YYYY
           END-IF
           IF WS-NC-DD > 28
               MOVE 28 TO WS-NC-DD
           END-IF
           MOVE WS-NEXT-COMM TO BG-NextComm
           .

       EXPIRE-GUARANTEE.
           ADD 1 TO expired_count
           SET BG-EXPIRED TO TRUE
           MOVE WS-BUS-DATE TO BG-CloseDate
           MOVE 0 TO BG-NextComm
           OPEN I-O LienFile
           IF WS-LIEN-FS = "00"
               MOVE BG-LienID TO LIEN-ID
               READ LienFile
                   NOT INVALID KEY
                       IF LIEN-ACTIVE
                           SET LIEN-RELEASED TO TRUE
                           REWRITE LienRecord
                       END-IF
               END-READ
               CLOSE LienFile
           END-IF
           MOVE SPACES TO WS-Notice
           STRING "Guarantee BG" BG-ID " expired - margin released."
               DELIMITED BY SIZE INTO WS-Notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE BG-UID, WS-Notice
           .

       END PROGRAM guaranteeRun.
