      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Size up a guarantor before another guarantee is
      *          taken from them. Totals the active guarantees the
      *          NRC already gives in data/Guarantors.dat on loans
      *          that are still open (leaving out the loan being
      *          guaranteed now), adds the proposed amount and
      *          compares it with the GRLIMIT line of
      *          data/TrxLimits.dat; then looks for any open loan of
      *          the guarantor's own accounts that is in arrears.
      *          Both answers come back as Y/N for the caller to warn
      *          on - nothing is refused here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkGuarantor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuarFile ASSIGN TO "../../../data/Guarantors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS WS-GR-FS.

           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GuarFile.
       01  GuarRecord.
           copy 'guarantorFile.cpy'.

       FD  LoanFile.
       01  LoanRecord.
           copy 'loanFile.cpy'.

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       WORKING-STORAGE SECTION.
       01  WS-GR-FS            pic xx.
       01  WS-LN-FS            pic xx.
       01  WS-FS               pic xx.
       01  WS-PRM-FS           pic xx.
       01  ws-eof              pic x value 'N'.
       01  WS-GUAR-UIDS.
           05  WS-GUAR-UID OCCURS 20 TIMES PIC 9(5).
       01  WS-UID-USED         pic 9(2) value 0.
       01  WS-UX               pic 9(2).

       LINKAGE SECTION.
       01  LS-NRC              PIC X(30).
       01  LS-LoanID           PIC 9(5).
       01  LS-NewAmount        PIC 9(10)V99.
       01  LS-Exposure         PIC 9(12)V99.
       01  LS-Limit            PIC 9(10)V99.
       01  LS-OverLimit        PIC X.
       01  LS-InArrears        PIC X.

       PROCEDURE DIVISION USING LS-NRC, LS-LoanID, LS-NewAmount,
           LS-Exposure, LS-Limit, LS-OverLimit, LS-InArrears.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-Exposure
           MOVE 0 TO LS-Limit
           MOVE "N" TO LS-OverLimit
           MOVE "N" TO LS-InArrears
           PERFORM LOAD-GUARANTEE-LIMIT
           PERFORM SUM-EXISTING-GUARANTEES
           ADD LS-NewAmount TO LS-Exposure
           IF LS-Limit > 0 AND LS-Exposure > LS-Limit
               MOVE "Y" TO LS-OverLimit
           END-IF
           PERFORM FIND-OWN-ACCOUNTS
           PERFORM CHECK-OWN-ARREARS
           EXIT PROGRAM.

       LOAD-GUARANTEE-LIMIT.
           MOVE 'N' TO ws-eof
           OPEN INPUT paramfile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF param-label = "GRLIMIT "
                           MOVE param-value TO LS-Limit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE paramfile.

      *>a guarantee on a loan that has since closed or been
      *>written off no longer counts against the guarantor
       SUM-EXISTING-GUARANTEES.
           MOVE 'N' TO ws-eof
           OPEN INPUT GuarFile
           IF WS-GR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LoanFile
           PERFORM UNTIL ws-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF GR-ACTIVE AND GR-NRC = LS-NRC
                           AND GR-LoanID NOT = LS-LoanID
                           MOVE GR-LoanID TO LN-ID
                           READ LoanFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF LN-OPEN
                                       ADD GR-Amount TO LS-Exposure
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile
           CLOSE GuarFile.

       FIND-OWN-ACCOUNTS.
           MOVE 0 TO WS-UID-USED
           MOVE 'N' TO ws-eof
           OPEN INPUT userfile
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ userfile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF UNrc = LS-NRC AND WS-UID-USED < 20
                           ADD 1 TO WS-UID-USED
                           MOVE UID TO WS-GUAR-UID(WS-UID-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile.

       CHECK-OWN-ARREARS.
           IF WS-UID-USED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LN-OPEN AND (LN-ArrearsCount > 0
                           OR LN-OverdueSince > 0)
                           PERFORM VARYING WS-UX FROM 1 BY 1
                                   UNTIL WS-UX > WS-UID-USED
                               IF LN-UID = WS-GUAR-UID(WS-UX)
                                   MOVE "Y" TO LS-InArrears
                                   MOVE 'Y' TO ws-eof
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile.

       END PROGRAM checkGuarantor.
