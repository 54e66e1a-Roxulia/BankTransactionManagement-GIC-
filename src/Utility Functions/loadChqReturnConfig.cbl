      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Load the returned-cheque settings from the same
      *          editable parameters file loadTrxLimits reads:
      *            CHQRTNCH  charge debited to the drawer for a cheque
      *                      returned for want of funds
      *            CHQRTNMX  such returns inside twelve months that
      *                      bar the customer from new cheque books
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loadChqReturnConfig.
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
       01  LS-ReturnCharge   PIC 9(10)V99.
       01  LS-MaxReturns     PIC 9(3).

       PROCEDURE DIVISION USING LS-ReturnCharge, LS-MaxReturns.
       MAIN-PROCEDURE.
           *> shop defaults, used if the parameters file is missing,
           *> unreadable, or silent on a setting. A zero return
           *> count means nobody is barred.
           move 5000         to LS-ReturnCharge
           move 3            to LS-MaxReturns

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
                           WHEN "CHQRTNCH"
                               MOVE param-value TO LS-ReturnCharge
                           WHEN "CHQRTNMX"
                               MOVE param-value TO LS-MaxReturns
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           EXIT PROGRAM.

       END PROGRAM loadChqReturnConfig.
