      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Guarantor register tied to the loan book
      *          (data/Guarantors.dat), kept alongside the collateral
      *          register for loans backed by a personal guarantee.
      *          Adds a guarantor - NRC, name, phone, amount
      *          guaranteed - to an open LN-ID, warning through
      *          checkGuarantor when the guarantor's total exposure
      *          would pass the GRLIMIT line of data/TrxLimits.dat or
      *          the guarantor is in arrears on a loan of their own.
      *          Release is for closed loans (or with an explicit
      *          override confirm). The call list shows every
      *          guarantor behind a loan that has missed GRCALLN or
      *          more installments, so collections can contact them.
      *          Every change goes through logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guarantorManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuarFile ASSIGN TO "../../../data/Guarantors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS WS-FS.

           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT CustomerFile ASSIGN TO '../../../data/Customers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GuarFile.
       01  GuarRecord.
           copy '../../Utility Functions/guarantorFile.cpy'.

       FD  LoanFile.
       01  LoanRecord.
           copy '../../Utility Functions/loanFile.cpy'.

       FD  CustomerFile.
       01  CustomerRecord.
           copy '../../Utility Functions/customerFile.cpy'.

       FD  paramfile.
       01  paramline.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-LN-FS            PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  ws-gr-eof           PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-LoanID           PIC 9(5).
       01  WS-PickSeq          PIC 9(2).
       01  WS-NextSeq          PIC 9(2).
       01  WS-NRC              PIC X(30).
       01  WS-Name             PIC X(20).
       01  WS-Phone            PIC X(11).
       01  WS-Amount           PIC 9(10)V99.
       01  WS-Exposure         PIC 9(12)V99.
       01  WS-GrLimit          PIC 9(10)V99.
       01  WS-OverLimit        PIC X.
       01  WS-InArrears        PIC X.
       01  WS-Confirm          PIC X.
       01  WS-CallAfter        PIC 9(3) VALUE 3.
       01  WS-CALL-COUNT       PIC 9(5).
       01  WS-DSP-AMT          PIC Z(9)9.99.
       01  WS-DSP-EXP          PIC Z(11)9.99.
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM GUAR-FILE-CHECK
           PERFORM LOAD-GUAR-PARAMS
           DISPLAY "==============================================="
           DISPLAY "=======     Guarantor Register           ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List for Loan, 2=Add Guarantor, "
                   "3=Release Guarantor, 4=Guarantors to Call, "
                   "5=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-FOR-LOAN
                   perform MENU-LOOP
               WHEN 2
                   perform ADD-GUARANTOR
                   perform MENU-LOOP
               WHEN 3
                   perform RELEASE-GUARANTOR
                   perform MENU-LOOP
               WHEN 4
                   perform GUARANTORS-TO-CALL
                   perform MENU-LOOP
               WHEN 5
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

       GUAR-FILE-CHECK.
           OPEN INPUT GuarFile
           IF WS-FS = '35'
               OPEN OUTPUT GuarFile
           END-IF
           CLOSE GuarFile.

      *>GRCALLN is the number of missed installments after which
      *>the guarantors are brought into the collections effort
       LOAD-GUAR-PARAMS.
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
                       EVALUATE param-label
                           WHEN "GRCALLN "
                               MOVE param-value TO WS-CallAfter
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile.

      *-------------------------------------------------------------------*
       LIST-FOR-LOAN.
           DISPLAY "Loan ID : "
           ACCEPT WS-LoanID
           OPEN INPUT GuarFile
           IF WS-FS NOT = "00"
               DISPLAY "No guarantor register on file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sq NRC                            Name        "
               "         Phone       Guaranteed     St"
           DISPLAY "-----------------------------------------------"
               "---------------------------------------"
           PERFORM SHOW-LOAN-GUARANTORS
           CLOSE GuarFile.

      *>walks the loan's rows off the LN-ID half of the key
       SHOW-LOAN-GUARANTORS.
           MOVE WS-LoanID TO GR-LoanID
           MOVE 0 TO GR-Seq
           MOVE 'N' TO ws-gr-eof
           START GuarFile KEY IS NOT LESS THAN GR-Key
               INVALID KEY
                   MOVE 'Y' TO ws-gr-eof
           END-START
           PERFORM UNTIL ws-gr-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-gr-eof
                   NOT AT END
                       IF GR-LoanID NOT = WS-LoanID
                           MOVE 'Y' TO ws-gr-eof
                       ELSE
                           MOVE GR-Amount TO WS-DSP-AMT
                           DISPLAY GR-Seq " " GR-NRC " " GR-Name
                               " " GR-Phone " " WS-DSP-AMT
                               " " GR-Status
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------*
       ADD-GUARANTOR.
           DISPLAY "Loan ID the guarantee backs : "
           ACCEPT WS-LoanID
           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY "ERROR: Unable to open Loans.dat."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LoanID TO LN-ID
           READ LoanFile
               INVALID KEY
                   DISPLAY "ERROR: No loan with that ID."
                   CLOSE LoanFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE LoanFile
           IF NOT LN-OPEN
               DISPLAY "ERROR: Loan is not open."
               EXIT PARAGRAPH
           END-IF

           PERFORM PROMPT-GUARANTOR
           IF WS-NRC = SPACES
               EXIT PARAGRAPH
           END-IF

           CALL '../../Utility Functions/bin/checkGuarantor'
               USING BY REFERENCE WS-NRC, WS-LoanID, WS-Amount,
               WS-Exposure, WS-GrLimit, WS-OverLimit, WS-InArrears
           PERFORM WARN-GUARANTOR
           IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
               DISPLAY "Guarantor not added."
               EXIT PARAGRAPH
           END-IF

           PERFORM NEXT-GUAR-SEQ
           MOVE WS-LoanID    TO GR-LoanID
           MOVE WS-NextSeq   TO GR-Seq
           MOVE WS-NRC       TO GR-NRC
           MOVE WS-Name      TO GR-Name
           MOVE WS-Phone     TO GR-Phone
           MOVE WS-Amount    TO GR-Amount
           MOVE WS-BUS-DATE  TO GR-AddDate
           MOVE LS-AdminId   TO GR-AdminId
           MOVE "A"          TO GR-Status
           MOVE 0            TO GR-ReleaseDate
           OPEN I-O GuarFile
           WRITE GuarRecord
               INVALID KEY
                   DISPLAY "ERROR: Register row not written ("
                       WS-FS ")."
                   CLOSE GuarFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE GuarFile
           MOVE "GUARADD" TO ws-logAction
           MOVE WS-LoanID TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           DISPLAY esc greenx "Guarantor " WS-NextSeq " added to "
               "loan " WS-LoanID "." esc resetx.

      *>a guarantor who is already a customer brings their name
      *>and phone from the customer master; anyone else is keyed
       PROMPT-GUARANTOR.
           DISPLAY "Guarantor NRC : "
           ACCEPT WS-NRC
           IF WS-NRC = SPACES
               DISPLAY "ERROR: NRC is required."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Name WS-Phone
           OPEN INPUT CustomerFile
           IF WS-CUST-FS = "00"
               MOVE WS-NRC TO CUST-NRC
               READ CustomerFile KEY IS CUST-NRC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-Name  TO WS-Name
                       MOVE CUST-Phone TO WS-Phone
               END-READ
               CLOSE CustomerFile
           END-IF
           IF WS-Name = SPACES
               DISPLAY "Guarantor name : "
               ACCEPT WS-Name
               DISPLAY "Guarantor phone : "
               ACCEPT WS-Phone
           ELSE
               DISPLAY "Customer on file: " FUNCTION TRIM(WS-Name)
                   "  Ph: " WS-Phone
           END-IF
           DISPLAY "Amount guaranteed : "
           ACCEPT WS-Amount
           IF WS-Amount = 0
               MOVE LN-Principal TO WS-Amount
               MOVE WS-Amount TO WS-DSP-AMT
               DISPLAY "Guarantee taken for the full principal "
                   WS-DSP-AMT
           END-IF.

       WARN-GUARANTOR.
           MOVE "Y" TO WS-Confirm
           IF WS-OverLimit = "Y"
               MOVE WS-Exposure TO WS-DSP-EXP
               MOVE WS-GrLimit TO WS-DSP-AMT
               DISPLAY esc redx "WARNING: guarantor's total "
                   "exposure would be " WS-DSP-EXP
                   " - above the limit of " WS-DSP-AMT esc resetx
           END-IF
           IF WS-InArrears = "Y"
               DISPLAY esc redx "WARNING: guarantor is in arrears "
                   "on a loan of their own." esc resetx
           END-IF
           IF WS-OverLimit = "Y" OR WS-InArrears = "Y"
               DISPLAY "Take this guarantor anyway? (Y/N): "
               ACCEPT WS-Confirm
           END-IF.

       NEXT-GUAR-SEQ.
           MOVE 0 TO WS-NextSeq
           OPEN INPUT GuarFile
           MOVE WS-LoanID TO GR-LoanID
           MOVE 0 TO GR-Seq
           MOVE 'N' TO ws-gr-eof
           START GuarFile KEY IS NOT LESS THAN GR-Key
               INVALID KEY
                   MOVE 'Y' TO ws-gr-eof
           END-START
           PERFORM UNTIL ws-gr-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-gr-eof
                   NOT AT END
                       IF GR-LoanID NOT = WS-LoanID
                           MOVE 'Y' TO ws-gr-eof
                       ELSE
                           MOVE GR-Seq TO WS-NextSeq
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GuarFile
           ADD 1 TO WS-NextSeq.

      *-------------------------------------------------------------------*
       RELEASE-GUARANTOR.
           DISPLAY "Loan ID : "
           ACCEPT WS-LoanID
           DISPLAY "Guarantor sequence to release : "
           ACCEPT WS-PickSeq
           OPEN I-O GuarFile
           IF WS-FS NOT = "00"
               DISPLAY "ERROR: Unable to open register."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LoanID TO GR-LoanID
           MOVE WS-PickSeq TO GR-Seq
           READ GuarFile
               INVALID KEY
                   DISPLAY "ERROR: No such guarantor on that loan."
                   CLOSE GuarFile
                   EXIT PARAGRAPH
           END-READ
           IF NOT GR-ACTIVE
               DISPLAY "Guarantor is already released."
               CLOSE GuarFile
               EXIT PARAGRAPH
           END-IF

      *>the normal case is release on loan closure; letting a
      *>guarantor go under a live loan takes an explicit confirm
           OPEN INPUT LoanFile
           IF WS-LN-FS = "00"
               MOVE GR-LoanID TO LN-ID
               READ LoanFile
                   INVALID KEY
                       CONTINUE
               END-READ
               CLOSE LoanFile
               IF LN-OPEN
                   DISPLAY esc redx "Loan " GR-LoanID " is still "
                       "open. Release the guarantor anyway? (Y/N): "
                   DISPLAY esc resetx
                   ACCEPT WS-Confirm
                   IF WS-Confirm NOT = "Y"
                       AND WS-Confirm NOT = "y"
                       DISPLAY "Guarantee left standing."
                       CLOSE GuarFile
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE "R" TO GR-Status
           MOVE WS-BUS-DATE TO GR-ReleaseDate
           REWRITE GuarRecord
               INVALID KEY
                   DISPLAY "ERROR: Release not recorded."
                   CLOSE GuarFile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE GuarFile
           MOVE "GUARREL" TO ws-logAction
           MOVE WS-LoanID TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           DISPLAY esc greenx "Guarantor released." esc resetx.

      *-------------------------------------------------------------------*
       GUARANTORS-TO-CALL.
           MOVE 0 TO WS-CALL-COUNT
           MOVE 'N' TO ws-eof
           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY "No loans on file."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GuarFile
           DISPLAY "Guarantors behind loans " WS-CallAfter
               " or more installments in arrears:"
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LN-OPEN AND LN-ArrearsCount >= WS-CallAfter
                           PERFORM LIST-CALL-GUARANTORS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GuarFile
           CLOSE LoanFile
           DISPLAY WS-CALL-COUNT " guarantor(s) to contact.".

       LIST-CALL-GUARANTORS.
           MOVE LN-ID TO GR-LoanID
           MOVE 0 TO GR-Seq
           MOVE 'N' TO ws-gr-eof
           START GuarFile KEY IS NOT LESS THAN GR-Key
               INVALID KEY
                   MOVE 'Y' TO ws-gr-eof
           END-START
           PERFORM UNTIL ws-gr-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-gr-eof
                   NOT AT END
                       IF GR-LoanID NOT = LN-ID
                           MOVE 'Y' TO ws-gr-eof
                       ELSE
                           IF GR-ACTIVE
                               ADD 1 TO WS-CALL-COUNT
                               MOVE GR-Amount TO WS-DSP-AMT
                               DISPLAY "  loan " LN-ID " missed "
                                   LN-ArrearsCount "  "
                                   GR-Name " " GR-Phone " "
                                   GR-NRC " " WS-DSP-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM guarantorManage.
