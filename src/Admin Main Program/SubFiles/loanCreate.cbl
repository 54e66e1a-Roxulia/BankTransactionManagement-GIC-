      *          as a posting in Transactions.dat and the repayment
      *          schedule (flat-rate monthly installment, collection
      *          day) is recorded for LoanCollection.cbl to work
      *          through, installment by installment, in
      *          data/LoanSchedule.dat. Personal guarantors are
      *          taken at origination into data/Guarantors.dat, with
      *          a warning when a guarantor's exposure passes GRLIMIT
      *          or they are in arrears on a loan of their own.
      *          A loan is priced fixed, or floating at the base rate
      *          in force plus a margin for loanReprice to move.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS XREF-Key
               FILE STATUS IS WS-XREF-FS.

           SELECT GuarFile ASSIGN TO "../../../data/Guarantors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS WS-GR-FS.

           SELECT CustomerFile ASSIGN TO '../../../data/Customers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.

           SELECT LoanLog
               ASSIGN TO '../../../data/LoanAudit.log'
               ORGANIZATION IS LINE SEQUENTIAL
       01  XrefRecord.
           COPY "../../Utility Functions/xrefFile.cpy".

       FD  GuarFile.
       01  GuarRecord.
           COPY "../../Utility Functions/guarantorFile.cpy".

       FD  CustomerFile.
       01  CustomerRecord.
           COPY "../../Utility Functions/customerFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-LN-FS            PIC XX.
       01  WS-DueDay           PIC 99.
       01  WS-Installment      PIC 9(10)V99.
       01  WS-TotalRepay       PIC 9(12)V99.
       01  WS-TotalInterest    PIC 9(10)V99.
       01  WS-SchedStatus      PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-XREF-FS          PIC XX.
       01  WS-BorrowerAcc      PIC 9(16).
       01  WS-CheckerName      PIC X(20).
       01  WS-CheckerRole      PIC 9.
       01  WS-CheckerStatus    PIC X(2).
       01  WS-GR-FS            PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-LOAN-BOOKED      PIC X VALUE 'N'.
       01  WS-RateType         PIC X VALUE "F".
       01  WS-Margin           PIC 9(3)V99 VALUE 0.
       01  WS-BaseRate         PIC 9(3)V99 VALUE 0.
       01  WS-BaseStatus       PIC XX.
       01  WS-DSP-RATE         PIC ZZ9.99.
       01  WS-GUAR-WANTED      PIC 9.
       01  WS-GUAR-USED        PIC 9 VALUE 0.
       01  WS-GX               PIC 9.
       01  WS-GUARANTORS.
           05  WS-GUAR-ENTRY OCCURS 5 TIMES.
               10  WS-G-NRC       PIC X(30).
               10  WS-G-NAME      PIC X(20).
               10  WS-G-PHONE     PIC X(11).
               10  WS-G-AMOUNT    PIC 9(10)V99.
       01  WS-G-NRC-IN         PIC X(30).
       01  WS-G-AMT-IN         PIC 9(10)V99.
       01  WS-NO-LOAN          PIC 9(5) VALUE 0.
       01  WS-Exposure         PIC 9(12)V99.
       01  WS-GrLimit          PIC 9(10)V99.
       01  WS-OverLimit        PIC X.
       01  WS-InArrears        PIC X.
       01  WS-GuarConfirm      PIC X.
       01  WS-DSP-GAMT         PIC Z(9)9.99.
       01  WS-DSP-GEXP         PIC Z(11)9.99.

       COPY "../../Utility Functions/trxConstants.cpy".


       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-SECTION.
           MOVE 'N' TO WS-LOAN-BOOKED
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
      *>the arrears report used to be how we learned a loan was a
      *>mistake - now the applicant's own history says so first
           PERFORM Affordability-Check
           PERFORM Prompt-Guarantors
           PERFORM Generate-LNID
           PERFORM Disburse-Principal
           PERFORM Write-Record
           PERFORM Write-Guarantors
           PERFORM Build-Schedule
           PERFORM Write-Loan-Log
           GOBACK.

               ACCEPT WS-TermMonths
           END-PERFORM

      *>a floating loan is priced at today's base rate plus its
      *>margin and moves with the base rate from then on
           DISPLAY "Rate type - F fixed, V floating on base rate: "
           ACCEPT WS-RateType
           MOVE FUNCTION UPPER-CASE(WS-RateType) TO WS-RateType
           MOVE 0 TO WS-Margin
           MOVE 0 TO WS-BaseRate
           IF WS-RateType = "V"
               CALL '../../Utility Functions/bin/getBaseRate'
                   USING BY REFERENCE WS-BUS-DATE, WS-BaseRate,
                   WS-BaseStatus
               IF WS-BaseStatus NOT = "00"
                   DISPLAY esc redx "No base rate in force - the "
                       "loan is priced fixed." esc resetx
                   MOVE "F" TO WS-RateType
               ELSE
                   MOVE WS-BaseRate TO WS-DSP-RATE
                   DISPLAY "Base rate in force : " WS-DSP-RATE
                   DISPLAY "Enter Margin over base (e.g. 0.01): "
                   ACCEPT WS-Margin
                   COMPUTE WS-Rate = WS-BaseRate + WS-Margin
                   MOVE WS-Rate TO WS-DSP-RATE
                   DISPLAY "Loan rate (base + margin) : " WS-DSP-RATE
               END-IF
           ELSE
               MOVE "F" TO WS-RateType
           END-IF
           IF WS-RateType = "F"
               DISPLAY "Enter Monthly Rate as a fraction (e.g. 0.01): "
               ACCEPT WS-Rate
           END-IF

           PERFORM UNTIL WS-DueDay >= 1 AND WS-DueDay <= 28
               DISPLAY "Enter Collection Day of Month (1-28): "
               (WS-Principal * WS-Rate * WS-TermMonths)
           COMPUTE WS-Installment ROUNDED =
               WS-TotalRepay / WS-TermMonths
           COMPUTE WS-TotalInterest = WS-TotalRepay - WS-Principal

           DISPLAY "Monthly installment will be : "
               FUNCTION TRIM(WS-Installment)
           DISPLAY "Total interest over the term: "
               FUNCTION TRIM(WS-TotalInterest)
           .

      *-------------------------------------------------------------------*
           MOVE WS-Principal TO Amount
           MOVE TRX-TYPE-DEPOSIT TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE  TO TimeStamp(1:8)
           MOVE WS-TermMonths    TO LN-TermMonths
           MOVE WS-Installment   TO LN-Installment
           MOVE WS-TotalRepay    TO LN-Outstanding
           MOVE WS-Principal     TO LN-PrinOutstanding
           MOVE WS-DueDay        TO LN-DueDay
      *>seeded with the disbursement date so the first installment
      *>falls on NEXT month's due day - a loan disbursed on or
           MOVE WS-BUS-DATE      TO LN-LastRunDate
           MOVE 0                TO LN-ArrearsCount
           MOVE "O"              TO LN-Status
      *>the record area still holds the last loan read while the
      *>new LN-ID was worked out - nothing of it may carry over
           MOVE 0                TO LN-OverduePrin LN-OverdueInt
           MOVE 0                TO LN-OverdueSince
           MOVE 0                TO LN-PenaltyAccrued LN-PenaltyDate
           MOVE "N"              TO LN-RestructFlag
           MOVE 0                TO LN-RestructDate LN-RestructCount
           MOVE WS-RateType      TO LN-RateType
           MOVE WS-Margin        TO LN-Margin
           MOVE WS-BaseRate      TO LN-BaseRate
           MOVE 0                TO LN-RepriceDate

           OPEN I-O LoanFile
           WRITE LoanRecord
                   DISPLAY "Error writing loan (Status=" WS-LN-FS ")"
                   DISPLAY esc resetx
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-BOOKED
                   DISPLAY esc greenx
                   DISPLAY "**************************************"
                   DISPLAY "* Loan " LN-ID " disbursed           *"
           CLOSE LoanFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Personal guarantors behind the loan, up to five. Each one
      *>is sized up through checkGuarantor before it is taken: a
      *>guarantor whose guarantees would pass GRLIMIT in total, or
      *>who is in arrears on a loan of their own, is flagged and
      *>only kept on the booking admin's say-so.
       Prompt-Guarantors.
           MOVE 0 TO WS-GUAR-USED
           DISPLAY "Number of personal guarantors (0-5): "
           ACCEPT WS-GUAR-WANTED
           IF WS-GUAR-WANTED > 5
               MOVE 5 TO WS-GUAR-WANTED
           END-IF
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GUAR-WANTED
               PERFORM Prompt-One-Guarantor
           END-PERFORM
           .

       Prompt-One-Guarantor.
           DISPLAY "Guarantor " WS-GX " NRC: "
           ACCEPT WS-G-NRC-IN
           IF WS-G-NRC-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount guaranteed (0 = full principal): "
           ACCEPT WS-G-AMT-IN
           IF WS-G-AMT-IN = 0
               MOVE WS-Principal TO WS-G-AMT-IN
           END-IF

           CALL '../../Utility Functions/bin/checkGuarantor'
               USING BY REFERENCE WS-G-NRC-IN, WS-NO-LOAN,
               WS-G-AMT-IN, WS-Exposure, WS-GrLimit, WS-OverLimit,
               WS-InArrears
           MOVE "Y" TO WS-GuarConfirm
           IF WS-OverLimit = "Y"
               MOVE WS-Exposure TO WS-DSP-GEXP
               MOVE WS-GrLimit TO WS-DSP-GAMT
               DISPLAY esc redx "WARNING: guarantor's total "
                   "exposure would be " WS-DSP-GEXP
                   " - above the limit of " WS-DSP-GAMT esc resetx
           END-IF
           IF WS-InArrears = "Y"
               DISPLAY esc redx "WARNING: guarantor is in arrears "
                   "on a loan of their own." esc resetx
           END-IF
           IF WS-OverLimit = "Y" OR WS-InArrears = "Y"
               DISPLAY "Take this guarantor anyway? (Y/N): "
               ACCEPT WS-GuarConfirm
           END-IF
           IF WS-GuarConfirm NOT = "Y" AND WS-GuarConfirm NOT = "y"
               DISPLAY "Guarantor not taken."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GUAR-USED
           MOVE WS-G-NRC-IN TO WS-G-NRC(WS-GUAR-USED)
           MOVE WS-G-AMT-IN TO WS-G-AMOUNT(WS-GUAR-USED)
           MOVE SPACES TO WS-G-NAME(WS-GUAR-USED)
           MOVE SPACES TO WS-G-PHONE(WS-GUAR-USED)
           OPEN INPUT CustomerFile
           IF WS-CUST-FS = "00"
               MOVE WS-G-NRC-IN TO CUST-NRC
               READ CustomerFile KEY IS CUST-NRC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-Name TO WS-G-NAME(WS-GUAR-USED)
                       MOVE CUST-Phone TO WS-G-PHONE(WS-GUAR-USED)
               END-READ
               CLOSE CustomerFile
           END-IF
           IF WS-G-NAME(WS-GUAR-USED) = SPACES
               DISPLAY "Guarantor name: "
               ACCEPT WS-G-NAME(WS-GUAR-USED)
               DISPLAY "Guarantor phone: "
               ACCEPT WS-G-PHONE(WS-GUAR-USED)
           END-IF
           .

       Write-Guarantors.
           IF WS-GUAR-USED = 0 OR WS-LOAN-BOOKED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GuarFile
           IF WS-GR-FS = '35'
               OPEN OUTPUT GuarFile
           END-IF
           CLOSE GuarFile
           OPEN I-O GuarFile
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GUAR-USED
               MOVE LN-ID               TO GR-LoanID
               MOVE WS-GX               TO GR-Seq
               MOVE WS-G-NRC(WS-GX)     TO GR-NRC
               MOVE WS-G-NAME(WS-GX)    TO GR-Name
               MOVE WS-G-PHONE(WS-GX)   TO GR-Phone
               MOVE WS-G-AMOUNT(WS-GX)  TO GR-Amount
               MOVE WS-BUS-DATE         TO GR-AddDate
               MOVE LS-AdminId          TO GR-AdminId
               MOVE "A"                 TO GR-Status
               MOVE 0                   TO GR-ReleaseDate
               WRITE GuarRecord
                   INVALID KEY
                       DISPLAY esc redx "Guarantor " WS-GX
                           " not recorded (Status=" WS-GR-FS ")"
                       DISPLAY esc resetx
               END-WRITE
           END-PERFORM
           CLOSE GuarFile
           DISPLAY WS-GUAR-USED " guarantor(s) recorded against loan "
               LN-ID
           .

      *-------------------------------------------------------------------*
      *>Lay down the installment rows LoanCollection works through,
      *>each carrying its own principal and interest portion.
       Build-Schedule.
           IF WS-LOAN-BOOKED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           CALL '../../Utility Functions/bin/buildLoanSchedule'
               USING BY REFERENCE LN-ID, WS-BUS-DATE, WS-DueDay,
               WS-TermMonths, WS-Principal, WS-TotalInterest,
               WS-SchedStatus
           IF WS-SchedStatus NOT = "00"
               DISPLAY esc redx
               DISPLAY "Repayment schedule not written (Status="
                   WS-SchedStatus ") - installments will be split "
                   "in proportion until it is rebuilt."
               DISPLAY esc resetx
           END-IF.

       Write-Loan-Log.
           OPEN EXTEND LoanLog
           IF WS-LOG-FS NOT = "00"
