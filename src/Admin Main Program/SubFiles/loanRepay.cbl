      *          the months left of LN-TermMonths. The money moves
      *          through the normal Transactions.dat posting path
      *          out of the borrower's balance, with a receipt row
      *          in Receipts.dat. Every payment is posted as a
      *          principal leg and an interest leg so each reaches
      *          its own GL account. The quote and posting are done
      *          by loanPayment, which the customer's My Loans screen
      *          shares, so both take a payment the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanRepay.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LoanID           PIC 9(5).
       01  WS-Operator         PIC X(5).
       01  WS-OwnerUID         PIC 9(5) VALUE 0.
       01  WS-PayStatus        PIC X(2).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           DISPLAY "===== Loan Repayment / Early Settlement ====="
           DISPLAY "Loan ID : "
           ACCEPT WS-LoanID

           MOVE LS-AdminId TO WS-Operator
           CALL '../../Utility Functions/bin/loanPayment'
               USING BY REFERENCE WS-LoanID, WS-Operator,
               WS-OwnerUID, WS-PayStatus
           IF WS-PayStatus = "00"
               MOVE "LOANREPAY" TO ws-logAction
               MOVE WS-LoanID TO ws-logAcct
               CALL '../../Utility Functions/bin/logAdminAction'
                   USING BY REFERENCE LS-AdminId, ws-logAction,
                   ws-logAcct
           END-IF
           EXIT PROGRAM.

       END PROGRAM loanRepay.
