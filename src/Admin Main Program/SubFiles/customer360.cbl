      * Purpose: Customer 360 inquiry - the whole relationship on
      *          one read-only screen instead of five. Keyed by NRC
      *          or CUST-ID: the Customers.dat row, every account
      *          sharing the NRC with status and balance, loans
      *          with the guarantors behind them, guarantees the
      *          customer has given on other people's loans,
      *          fixed deposits, cards, active standing orders,
      *          open disputes, and the last ten postings pulled
      *          backwards through TrxXref. Nothing is written;
      *          the auditor role gets it too. NRC, phone, account
      *          and card numbers follow the role's masking rule; a
      *          role allowed to unmask is asked per customer, and
      *          the unmask is logged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT GuarFile ASSIGN TO "../../../data/Guarantors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS WS-GR-FS.

           SELECT FDFile ASSIGN TO '../../../data/FixedDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  LoanRecord.
           copy '../../Utility Functions/loanFile.cpy'.

       FD  GuarFile.
       01  GuarRecord.
           copy '../../Utility Functions/guarantorFile.cpy'.

       FD  FDFile.
       01  FDRecord.
           copy '../../Utility Functions/fixedDepositFile.cpy'.
       01  WS-FS               PIC XX.
       01  WS-LN-FS            PIC XX.
       01  WS-FD-FS            PIC XX.
       01  WS-GR-FS            PIC XX.
       01  ws-gr-eof           PIC X.
       01  WS-CARD-FS          PIC XX.
       01  WS-SO-FS            PIC XX.
       01  WS-DSP-FS           PIC XX.
       01  WS-SHOWN            PIC 9(2).
       01  WS-DSP-BAL          PIC -(9)9.99.
       01  WS-LAST-ID          PIC X(11).
       01  WS-MASK-KIND        PIC X.
       01  WS-MASK-VAL         PIC X(30).
       01  WS-UNMASKED         PIC X VALUE 'N'.
       01  WS-UNMASK-ANS       PIC X.
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       copy '../../Utility Functions/trxTypeCodes.cpy'.

       copy '../../Utility Functions/colorCodes.cpy'.

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).
       01  LS-MaskMode         PIC X.
           88  MASK-NONE           VALUE "N".
           88  MASK-UNMASK         VALUE "U".

       PROCEDURE DIVISION USING LS-AdminId, LS-MaskMode.
       MAIN-LOGIC.
           DISPLAY "=========== Customer 360 Inquiry ==========="
           DISPLAY "Enter NRC or CUST-ID : "
               GOBACK
           END-IF

           MOVE 'N' TO WS-UNMASKED
           IF MASK-NONE
               MOVE 'Y' TO WS-UNMASKED
           END-IF
           IF MASK-UNMASK
               DISPLAY "Unmask NRC, phone and account numbers for "
                   "this customer? (Y/N - logged) : "
               ACCEPT WS-UNMASK-ANS
               IF WS-UNMASK-ANS = 'Y' OR WS-UNMASK-ANS = 'y'
                   MOVE 'Y' TO WS-UNMASKED
                   MOVE "UNMASK" TO ws-logAction
                   MOVE SPACES TO ws-logAcct
                   STRING "CUST360 " CUST-ID
                       DELIMITED BY SIZE INTO ws-logAcct
                   CALL '../../Utility Functions/bin/logAdminAction'
                       USING BY REFERENCE LS-AdminId, ws-logAction,
                       ws-logAcct
               END-IF
           END-IF

           DISPLAY color-blue
           DISPLAY "CUSTOMER " CUST-ID "  "
               FUNCTION TRIM(CUST-Name)
           DISPLAY esc resetx
           MOVE CUST-NRC TO WS-MASK-VAL
           MOVE "N" TO WS-MASK-KIND
           PERFORM MASK-ONE
           DISPLAY "NRC     : " WS-MASK-VAL
           MOVE CUST-Phone TO WS-MASK-VAL
           MOVE "P" TO WS-MASK-KIND
           PERFORM MASK-ONE
           DISPLAY "Address : " CUST-Address "  Ph: "
               WS-MASK-VAL(1:LENGTH OF CUST-Phone)
           DISPLAY "Since   : " CUST-Since "  Risk: "
               CUST-RiskRating " (" CUST-RiskScore ")"
           IF CUST-IS-DECEASED

           PERFORM SHOW-ACCOUNTS
           PERFORM SHOW-LOANS
           PERFORM SHOW-GUARANTEES-GIVEN
           PERFORM SHOW-FIXED-DEPOSITS
           PERFORM SHOW-CARDS
           PERFORM SHOW-STANDING-ORDERS
                   NOT AT END
                       IF UNrc = CUST-NRC
                           MOVE Balance TO WS-DSP-BAL
                           MOVE UAccNo TO WS-MASK-VAL
                           MOVE "A" TO WS-MASK-KIND
                           PERFORM MASK-ONE
                           DISPLAY "  " WS-MASK-VAL(1:16) "  "
                               UStatus "  "
                               WS-DSP-BAL " " UCurrency
                               "  br " UBranch
                           IF WS-ACC-USED < 20
           IF WS-LN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GuarFile
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
                                   LN-Status " outstanding "
                                   WS-DSP-BAL " arrears "
                                   LN-ArrearsCount
                               IF WS-GR-FS = "00"
                                   PERFORM SHOW-LOAN-GUARANTORS
                               END-IF
                               MOVE WS-ACC-USED TO WS-AX
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-GR-FS = "00"
               CLOSE GuarFile
           END-IF
           CLOSE LoanFile
           .

       SHOW-LOAN-GUARANTORS.
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
                               MOVE GR-Amount TO WS-DSP-BAL
                               MOVE GR-Phone TO WS-MASK-VAL
                               MOVE "P" TO WS-MASK-KIND
                               PERFORM MASK-ONE
                               DISPLAY "      guarantor "
                                   FUNCTION TRIM(GR-Name) " "
                                   FUNCTION TRIM(WS-MASK-VAL)
                                   " NRC " WITH NO ADVANCING
                               MOVE GR-NRC TO WS-MASK-VAL
                               MOVE "N" TO WS-MASK-KIND
                               PERFORM MASK-ONE
                               DISPLAY FUNCTION TRIM(WS-MASK-VAL)
                                   " for " WS-DSP-BAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *>the other side of the register - this customer standing
      *>behind somebody else's loan
       SHOW-GUARANTEES-GIVEN.
           DISPLAY "--- Guarantees Given ---"
           MOVE 'N' TO ws-eof
           OPEN INPUT GuarFile
           IF WS-GR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF GR-ACTIVE AND GR-NRC = CUST-NRC
                           MOVE GR-Amount TO WS-DSP-BAL
                           DISPLAY "  guarantees loan " GR-LoanID
                               " for " WS-DSP-BAL " since "
                               GR-AddDate
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GuarFile
           .

       SHOW-FIXED-DEPOSITS.
           DISPLAY "--- Fixed Deposits ---"
           MOVE 'N' TO ws-eof
                       PERFORM VARYING WS-AX FROM 1 BY 1
                               UNTIL WS-AX > WS-ACC-USED
                           IF CARD-UID = WS-A-UID(WS-AX)
                               MOVE CARD-No TO WS-MASK-VAL
                               MOVE "A" TO WS-MASK-KIND
                               PERFORM MASK-ONE
                               DISPLAY "  card "
                                   FUNCTION TRIM(WS-MASK-VAL) " "
                                   CARD-Status " expires "
                                   CARD-Expiry
                               MOVE WS-ACC-USED TO WS-AX
                                   UNTIL WS-AX > WS-ACC-USED
                               IF SO-SenderAcc = WS-A-ACC(WS-AX)
                                   MOVE SO-Amount TO WS-DSP-BAL
                                   IF SO-DEST-EXTERNAL
                                       DISPLAY "  so " SO-ID " "
                                           WS-DSP-BAL " to "
                                           SO-ExtAcc " at "
                                           SO-ExtBankCode " day "
                                           SO-DayOfMonth
                                   ELSE
                                       DISPLAY "  so " SO-ID " "
                                           WS-DSP-BAL " to "
                                           SO-ReceiverAcc " day "
                                           SO-DayOfMonth
                                   END-IF
                                   MOVE WS-ACC-USED TO WS-AX
                               END-IF
                           END-PERFORM
           CLOSE XrefFile
           .

      *>masks WS-MASK-VAL in place unless the role sees it in full
      *>or unmasked this customer
       MASK-ONE.
           IF WS-UNMASKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL '../../Utility Functions/bin/maskField'
               USING BY REFERENCE WS-MASK-KIND, WS-MASK-VAL
           .

       END PROGRAM customer360.
