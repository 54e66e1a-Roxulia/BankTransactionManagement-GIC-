      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Load the one-time passcode step-up settings used by
      *          otpStepUp from the same editable parameters file
      *          loadTrxLimits/loadDualAuthLimit read:
      *            OTPLIMIT  transfers above this MMK amount need a
      *                      one-time code
      *            OTPMINS   minutes a code stays valid
      *            OTPNEWDY  days a newly saved payee counts as new
      *            OTPTRIES  wrong codes allowed before the payment
      *                      is refused
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loadOtpConfig.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       WORKING-STORAGE SECTION.
       01  WS-FS           pic xx.
       01  ws-eof          pic x value 'N'.

       LINKAGE SECTION.
       01  LS-OtpLimit       PIC 9(10)V99.
       01  LS-OtpMins        PIC 9(2).
       01  LS-OtpNewDays     PIC 9(2).
       01  LS-OtpTries       PIC 9(2).

       PROCEDURE DIVISION USING LS-OtpLimit, LS-OtpMins,
           LS-OtpNewDays, LS-OtpTries.
       MAIN-PROCEDURE.
           *> shop defaults, used if the parameters file is missing,
           *> unreadable, or silent on a setting
           move 500000       to LS-OtpLimit
           move 5            to LS-OtpMins
           move 1            to LS-OtpNewDays
           move 3            to LS-OtpTries

           move 'N' to ws-eof
           OPEN INPUT paramfile
           IF WS-FS NOT = "00"
               EXIT PROGRAM
           END-IF

           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE param-label
                           WHEN "OTPLIMIT"
                               MOVE param-value TO LS-OtpLimit
                           WHEN "OTPMINS "
                               MOVE param-value TO LS-OtpMins
                           WHEN "OTPNEWDY"
                               MOVE param-value TO LS-OtpNewDays
                           WHEN "OTPTRIES"
                               MOVE param-value TO LS-OtpTries
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
      *>a zero setting would let every code expire or fail at once
           IF LS-OtpMins = 0
               MOVE 5 TO LS-OtpMins
           END-IF
           IF LS-OtpTries = 0
               MOVE 1 TO LS-OtpTries
           END-IF
           EXIT PROGRAM.

       END PROGRAM loadOtpConfig.
