      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Count a drawer's cheques returned for want of funds
      *          over the last twelve months from the returned-cheque
      *          register (data/ReturnedCheques.dat), and say whether
      *          that reaches the CHQRTNMX bar on new cheque books.
      *          Stopped and positive pay returns are the customer's
      *          own doing and are not counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. isChequeBarred.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnFile
               ASSIGN TO "../../../data/ReturnedCheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTN-Key
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnFile.
       01  ReturnRecord.
           copy 'returnedChequeFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-ReturnCharge     PIC 9(10)V99.
       01  WS-MaxReturns       PIC 9(3).
       01  WS-AGE-DAYS         PIC S9(7).
       01  ws-eof              PIC X.

       LINKAGE SECTION.
       01  LS-AccNo            PIC 9(16).
       01  LS-Count            PIC 9(3).
       01  LS-Barred           PIC X.

       PROCEDURE DIVISION USING LS-AccNo, LS-Count, LS-Barred.
       MAIN-PROCEDURE.
           MOVE 0   TO LS-Count
           MOVE "N" TO LS-Barred
           CALL '../../Utility Functions/bin/loadChqReturnConfig'
               USING BY REFERENCE WS-ReturnCharge, WS-MaxReturns
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS

           OPEN INPUT ReturnFile
           IF WS-FS NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO ws-eof
           MOVE LS-AccNo TO RTN-AccNo
           MOVE 0        TO RTN-Leaf
           START ReturnFile KEY IS NOT LESS THAN RTN-Key
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ ReturnFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RTN-AccNo NOT = LS-AccNo
                           MOVE 'Y' TO ws-eof
                       ELSE
                           IF RTN-NO-FUNDS
                               COMPUTE WS-AGE-DAYS =
                                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                                 - FUNCTION INTEGER-OF-DATE(RTN-Date)
                               IF WS-AGE-DAYS < 365
                                   ADD 1 TO LS-Count
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReturnFile
           IF WS-MaxReturns > 0 AND LS-Count >= WS-MaxReturns
               MOVE "Y" TO LS-Barred
           END-IF
           GOBACK.

       END PROGRAM isChequeBarred.
