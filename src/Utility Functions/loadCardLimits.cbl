      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Load the default daily card limits for a customer
      *          tier: the bank-wide values from data/TrxLimits.dat
      *            CARDATML  ATM cash withdrawn per card per day
      *            CARDPOSL  POS purchases per card per day
      *          overlaid by the tier's own rows of the same labels
      *          in data/TierLimits.dat. A card carrying zero in its
      *          own limit fields runs on these; a customer may set
      *          a card lower but never above them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loadCardLimits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT tierfile ASSIGN TO "../../../data/TierLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       FD  tierfile.
       01  tierrec.
           05  TL-Tier         pic x(2).
           05  TL-Label        pic x(8).
           05  TL-Value        pic 9(10)v99.

       WORKING-STORAGE SECTION.
       01  WS-FS           pic xx.
       01  ws-eof          pic x value 'N'.

       LINKAGE SECTION.
       01  LS-Tier           PIC X(2).
       01  LS-AtmLimit       PIC 9(10)V99.
       01  LS-PosLimit       PIC 9(10)V99.

       PROCEDURE DIVISION USING LS-Tier, LS-AtmLimit, LS-PosLimit.
       MAIN-PROCEDURE.
           *> shop defaults, used if the parameters file is missing,
           *> unreadable, or silent on a setting
           move 1000000      to LS-AtmLimit
           move 2000000      to LS-PosLimit

           move 'N' to ws-eof
           OPEN INPUT paramfile
           IF WS-FS = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ paramfile
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           EVALUATE param-label
                               WHEN "CARDATML"
                                   MOVE param-value TO LS-AtmLimit
                               WHEN "CARDPOSL"
                                   MOVE param-value TO LS-PosLimit
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE paramfile
           END-IF

           move 'N' to ws-eof
           OPEN INPUT tierfile
           IF WS-FS NOT = "00"
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ tierfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF TL-Tier = LS-Tier
                           EVALUATE TL-Label
                               WHEN "CARDATML"
                                   MOVE TL-Value TO LS-AtmLimit
                               WHEN "CARDPOSL"
                                   MOVE TL-Value TO LS-PosLimit
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE tierfile
           EXIT PROGRAM.

       END PROGRAM loadCardLimits.
