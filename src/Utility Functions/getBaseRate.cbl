      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Return the lending base rate in force on a given
      *          date - the latest line of data/BaseRates.dat whose
      *          effective date is on or before it. Floating-rate
      *          loans are priced at this rate plus their margin at
      *          origination and repriced off it by loanReprice.
      *          Status "00" found, "23" no rate in force yet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. getBaseRate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT baseratefile ASSIGN TO "../../../data/BaseRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
      *>one line per rate change: effective date, then the monthly
      *>base rate as a fraction in the same terms as LN-Rate
       FD  baseratefile.
       01  baserateline.
           05  br-effdate      pic 9(8).
           05  br-rate         pic 9(3)v99.

       WORKING-STORAGE SECTION.
       01  WS-FS           pic xx.
       01  ws-eof          pic x value 'N'.
       01  WS-BEST-DATE    pic 9(8) value 0.

       LINKAGE SECTION.
       01  LS-Date           PIC 9(8).
       01  LS-Rate           PIC 9(3)V99.
       01  LS-Status         PIC XX.

       PROCEDURE DIVISION USING LS-Date, LS-Rate, LS-Status.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-Rate
           MOVE "23" TO LS-Status
           MOVE 0 TO WS-BEST-DATE
           MOVE 'N' TO ws-eof
           OPEN INPUT baseratefile
           IF WS-FS NOT = "00"
               EXIT PROGRAM
           END-IF
      *>the file is kept in keyed order but is not trusted to be -
      *>the latest effective date not after the asked date wins
           PERFORM UNTIL ws-eof = 'Y'
               READ baseratefile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF br-effdate <= LS-Date
                           AND br-effdate >= WS-BEST-DATE
                           MOVE br-effdate TO WS-BEST-DATE
                           MOVE br-rate TO LS-Rate
                           MOVE "00" TO LS-Status
                       END-IF
               END-READ
           END-PERFORM
           CLOSE baseratefile
           EXIT PROGRAM.

       END PROGRAM getBaseRate.
