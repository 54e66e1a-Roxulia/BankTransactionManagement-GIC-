      *          account mapping in data/GLMapping.dat, then prove the
      *          day with a trial balance report showing that debits
      *          equal credits. Reversals post against the reversed
      *          row's mapping with the debit/credit legs swapped.
      *          Every leg also carries a branch - the posting's
      *          TrxBranch, or for the credit leg of a transfer the
      *          receiving customer's home branch - and is totalled
      *          per branch into data/GLBranchBalances.dat. A
      *          transfer whose two legs fall in different branches
      *          is split through the INTERBR mapping: the sending
      *          branch credits due-to-branches, the receiving branch
      *          debits due-from-branches, so each branch balances on
      *          its own and the two accounts net to zero bank-wide
      *          (proved nightly by interBranchProof). A
      *          remittance paid out or refunded at a branch other
      *          than the one that took it in is split the same way:
      *          the payable leg at the sending branch, the cash leg
      *          at the paying one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS GLB-Acct
               FILE STATUS IS WS-GLB-FS.

           SELECT GLBrBalFile
               ASSIGN TO '../../../data/GLBranchBalances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLBB-Key
               FILE STATUS IS WS-GLBB-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT RemitFile ASSIGN TO '../../../data/Remittances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-ID
               FILE STATUS IS WS-RMT-FS.

           SELECT JournalOut ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           05  JRN-Side        PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  JRN-Amount      PIC 9(10).99.
           05  FILLER          PIC X VALUE SPACE.
           05  JRN-Branch      PIC X(3).

       FD  TrialOut.
       01  TrialLine           PIC X(80).
       01  GLBalRecord.
           copy 'glBalanceFile.cpy'.

       FD  GLBrBalFile.
       01  GLBrBalRecord.
           copy 'glBranchBalanceFile.cpy'.

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  RemitFile.
       01  RemitRecord.
           copy 'remittanceFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-MAP-FS           PIC XX.
       01  WS-TRIAL-PATH       PIC X(60).
       01  record_count        PIC 9(7) VALUE 0.
       01  skipped_count       PIC 9(7) VALUE 0.
       01  read_count          PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9).
       01  WS-CNT-REJECTS      PIC 9(9).
       01  WS-MAP-KEY          PIC X(8).
       01  WS-DEBIT-GL         PIC 9(8).
       01  WS-CREDIT-GL        PIC 9(8).
       01  WS-MAP-FOUND        PIC X.

      *>Per-GL-account running totals behind the trial balance. The
      *>chart in GLMapping.dat is small, so a fixed table is plenty.
       01  WS-GL-TOTALS.
           05  WS-GL-ENTRY OCCURS 40 TIMES.
               10  WS-GL-ACCT     PIC 9(8).
               10  WS-GL-DEBITS   PIC S9(12)V99.
               10  WS-GL-CREDITS  PIC S9(12)V99.
       01  WS-COA-FS           PIC XX.
       01  WS-GLB-FS           PIC XX.
       01  ws-coa-eof          PIC X.
       01  WS-GLBB-FS          PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-USR-OPEN         PIC X VALUE 'N'.
       01  WS-RMT-FS           PIC XX.
       01  WS-RMT-OPEN         PIC X VALUE 'N'.

      *>branch of each leg, and the leg being written
       01  WS-DR-BRANCH        PIC X(3).
       01  WS-CR-BRANCH        PIC X(3).
       01  WS-SWAP-BR          PIC X(3).
       01  WS-LEG-GL           PIC 9(8).
       01  WS-LEG-SIDE         PIC X.
       01  WS-LEG-BRANCH       PIC X(3).
      *>inter-branch accounts from the INTERBR mapping line - the
      *>debit GL is due-from-branches, the credit GL due-to
       01  WS-IB-DUEFROM       PIC 9(8) VALUE 0.
       01  WS-IB-DUETO         PIC 9(8) VALUE 0.
       01  WS-IB-LOADED        PIC X VALUE 'N'.
       01  WS-SAVE-DR-GL       PIC 9(8).
       01  WS-SAVE-CR-GL       PIC 9(8).
       01  WS-SAVE-MAP-KEY     PIC X(8).
       01  ib_count            PIC 9(7) VALUE 0.

      *>per-branch running totals - branches times accounts, still
      *>small enough for a fixed table
       01  WS-BR-TOTALS.
           05  WS-BR-ENTRY OCCURS 300 TIMES.
               10  WS-BR-CODE     PIC X(3).
               10  WS-BR-ACCT     PIC 9(8).
               10  WS-BR-DEBITS   PIC S9(12)V99.
               10  WS-BR-CREDITS  PIC S9(12)V99.
       01  WS-BR-USED          PIC 9(3) VALUE 0.
       01  WS-BIX              PIC 9(3).

      *>the chart of accounts, loaded once - a mapping row naming an
      *>account that is not on the chart is a typo, and its
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       ADD 1 TO read_count
                       IF TimeStamp(1:8) = WS-BUS-DATE
                           PERFORM JOURNAL-ONE-TRX
                       END-IF
           END-PERFORM
           CLOSE TrxFile
           CLOSE JournalOut
           IF WS-USR-OPEN = 'Y'
               CLOSE userfile
           END-IF
           IF WS-RMT-OPEN = 'Y'
               CLOSE RemitFile
           END-IF

           PERFORM WRITE-TRIAL-BALANCE
           PERFORM UPDATE-GL-BALANCES
           PERFORM UPDATE-BRANCH-BALANCES

           DISPLAY "GL posting done - " record_count
               " transaction(s) journalled, " skipped_count
               " unmapped, " ib_count " split across branches."
           DISPLAY "Journal : " FUNCTION TRIM(WS-JOURNAL-PATH)
           DISPLAY "Trial balance : " FUNCTION TRIM(WS-TRIAL-PATH)
           MOVE "TRIALBAL" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-TRIAL-PATH
           MOVE record_count TO WS-CNT-WRITTEN
           MOVE skipped_count TO WS-CNT-REJECTS
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE read_count, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Write the debit and credit legs for one transaction. Which
      *>mapping a row belongs to - by type, and by description for
      *>the loan, deposit, fee, FX and memo rows - is decided in
      *>trxGlKey, shared with the cash proof and cash reporting.
       JOURNAL-ONE-TRX.
           CALL '../../Utility Functions/bin/trxGlKey'
               USING BY REFERENCE TransactionRecord, WS-MAP-KEY

           IF WS-MAP-KEY = SPACES
               ADD 1 TO skipped_count
               EXIT PARAGRAPH
           END-IF

      *>a reversal books against the reversed row's accounts with
      *>the two legs swapped
           IF TrxType = TRX-TYPE-REVERSAL
               MOVE WS-DEBIT-GL  TO WS-SWAP-GL
               MOVE WS-SWAP-GL   TO WS-CREDIT-GL
           END-IF

           PERFORM SET-LEG-BRANCHES

           IF WS-DR-BRANCH = WS-CR-BRANCH
               MOVE WS-DR-BRANCH TO WS-LEG-BRANCH
               MOVE WS-DEBIT-GL  TO WS-LEG-GL
               MOVE "D"          TO WS-LEG-SIDE
               PERFORM WRITE-LEG
               MOVE WS-CREDIT-GL TO WS-LEG-GL
               MOVE "C"          TO WS-LEG-SIDE
               PERFORM WRITE-LEG
           ELSE
      *>each branch books its own leg against the inter-branch
      *>account, so both balance on their own
               MOVE WS-DR-BRANCH TO WS-LEG-BRANCH
               MOVE WS-DEBIT-GL  TO WS-LEG-GL
               MOVE "D"          TO WS-LEG-SIDE
               PERFORM WRITE-LEG
               MOVE WS-IB-DUETO  TO WS-LEG-GL
               MOVE "C"          TO WS-LEG-SIDE
               PERFORM WRITE-LEG
               MOVE WS-CR-BRANCH TO WS-LEG-BRANCH
               MOVE WS-IB-DUEFROM TO WS-LEG-GL
               MOVE "D"          TO WS-LEG-SIDE
               PERFORM WRITE-LEG
               MOVE WS-CREDIT-GL TO WS-LEG-GL
               MOVE "C"          TO WS-LEG-SIDE
               PERFORM WRITE-LEG
               ADD 1 TO ib_count
           END-IF
           ADD 1 TO record_count
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Both legs sit in the posting's branch except a customer
      *>transfer's credit, which belongs to the receiving account's
      *>home branch. A reversal from trxReverse ("Reversal of
      *><TrxID>") keeps the original's sides and has its legs
      *>swapped above, so its branches swap with them; a reversal
      *>written with its sides already turned (payroll reversal)
      *>sends from the debited account and needs no swap.
       SET-LEG-BRANCHES.
           MOVE TrxBranch TO WS-DR-BRANCH
           MOVE TrxBranch TO WS-CR-BRANCH
           IF WS-MAP-KEY = "RMTPAY  " OR WS-MAP-KEY = "RMTRFND "
               PERFORM SET-REMIT-BRANCHES
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-KEY NOT = "TRANSFER" OR ReceiverAcc = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-INTERBRANCH-GLS
           IF WS-IB-DUEFROM = 0 OR WS-IB-DUETO = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-USR-OPEN NOT = 'Y'
               OPEN INPUT userfile
               IF WS-USR-FS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-USR-OPEN
           END-IF
           MOVE ReceiverAcc TO UAccNo
           READ userfile KEY IS UAccNo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF UBranch = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE UBranch TO WS-CR-BRANCH
           IF TrxType = TRX-TYPE-REVERSAL
               AND Description(1:12) = "Reversal of "
               MOVE WS-DR-BRANCH TO WS-SWAP-BR
               MOVE WS-CR-BRANCH TO WS-DR-BRANCH
               MOVE WS-SWAP-BR   TO WS-CR-BRANCH
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A remittance pay-out or refund memo (TrxID "RMP"/"RMR" and
      *>the remittance number) is posted at the paying teller's
      *>branch, which is where the cash leaves. The payable it
      *>clears was raised at the sending branch, so the debit leg
      *>goes back there.
       SET-REMIT-BRANCHES.
           IF TrxID(4:7) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-INTERBRANCH-GLS
           IF WS-IB-DUEFROM = 0 OR WS-IB-DUETO = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RMT-OPEN NOT = 'Y'
               OPEN INPUT RemitFile
               IF WS-RMT-FS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-RMT-OPEN
           END-IF
           MOVE TrxID(4:7) TO RMT-ID
           READ RemitFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RMT-SendBranch = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RMT-SendBranch TO WS-DR-BRANCH
           .

      *>the INTERBR line is looked up once; without it (or with an
      *>account the chart does not know) transfers stay whole in
      *>the posting's branch, the behaviour before branch books.
      *>The lookup answers in the debit/credit fields, so the
      *>posting's own accounts and key are put back around it.
       LOAD-INTERBRANCH-GLS.
           IF WS-IB-LOADED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IB-LOADED
           MOVE WS-DEBIT-GL  TO WS-SAVE-DR-GL
           MOVE WS-CREDIT-GL TO WS-SAVE-CR-GL
           MOVE WS-MAP-KEY   TO WS-SAVE-MAP-KEY
           MOVE "INTERBR " TO WS-MAP-KEY
           PERFORM LOOKUP-MAPPING
           IF WS-MAP-FOUND = 'Y'
               MOVE WS-DEBIT-GL  TO WS-IB-DUEFROM
               MOVE WS-CREDIT-GL TO WS-IB-DUETO
           END-IF
           MOVE WS-SAVE-DR-GL TO WS-DEBIT-GL
           MOVE WS-SAVE-CR-GL TO WS-CREDIT-GL
           MOVE WS-SAVE-MAP-KEY TO WS-MAP-KEY
           MOVE 'Y' TO WS-MAP-FOUND
           .

       WRITE-LEG.
           MOVE WS-BUS-DATE   TO JRN-Date
           MOVE TrxID         TO JRN-TrxID
           MOVE WS-LEG-GL     TO JRN-GLAcct
           MOVE WS-LEG-SIDE   TO JRN-Side
           MOVE Amount        TO JRN-Amount
           MOVE WS-LEG-BRANCH TO JRN-Branch
           WRITE JournalLine
           IF WS-LEG-SIDE = "D"
               PERFORM ADD-TO-GL-DEBIT
           ELSE
               PERFORM ADD-TO-GL-CREDIT
           END-IF
           PERFORM ADD-TO-BRANCH-TOTAL
           .

       ADD-TO-BRANCH-TOTAL.
           PERFORM VARYING WS-BIX FROM 1 BY 1
                   UNTIL WS-BIX > WS-BR-USED
               IF WS-BR-CODE(WS-BIX) = WS-LEG-BRANCH
                   AND WS-BR-ACCT(WS-BIX) = WS-LEG-GL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BIX > WS-BR-USED
               IF WS-BR-USED >= 300
                   DISPLAY esc redx "Branch GL table full - "
                       WS-LEG-BRANCH "/" WS-LEG-GL " not totalled."
                   DISPLAY esc resetx
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-USED
               MOVE WS-LEG-BRANCH TO WS-BR-CODE(WS-BIX)
               MOVE WS-LEG-GL     TO WS-BR-ACCT(WS-BIX)
               MOVE 0 TO WS-BR-DEBITS(WS-BIX)
               MOVE 0 TO WS-BR-CREDITS(WS-BIX)
           END-IF
           IF WS-LEG-SIDE = "D"
               ADD Amount TO WS-BR-DEBITS(WS-BIX)
           ELSE
               ADD Amount TO WS-BR-CREDITS(WS-BIX)
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Carry the day's per-account totals into the running GL
      *>balance file the inquiry screen reads. The day's own
           END-REWRITE
           .

      *>the same day-replacing update, one row per branch and
      *>account
       UPDATE-BRANCH-BALANCES.
           OPEN I-O GLBrBalFile
           IF WS-GLBB-FS = "35"
               CLOSE GLBrBalFile
               OPEN OUTPUT GLBrBalFile
               CLOSE GLBrBalFile
               OPEN I-O GLBrBalFile
           END-IF
           IF WS-GLBB-FS NOT = "00"
               DISPLAY esc redx "Unable to open GLBranchBalances.dat "
                   WS-GLBB-FS " - branch balances not updated."
               DISPLAY esc resetx
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BIX FROM 1 BY 1
                   UNTIL WS-BIX > WS-BR-USED
               PERFORM UPDATE-ONE-BRANCH-BALANCE
           END-PERFORM
           CLOSE GLBrBalFile
           .

       UPDATE-ONE-BRANCH-BALANCE.
           MOVE WS-BR-CODE(WS-BIX) TO GLBB-Branch
           MOVE WS-BR-ACCT(WS-BIX) TO GLBB-Acct
           READ GLBrBalFile
               INVALID KEY
                   MOVE WS-BR-CODE(WS-BIX) TO GLBB-Branch
                   MOVE WS-BR-ACCT(WS-BIX) TO GLBB-Acct
                   MOVE 0 TO GLBB-Debits
                   MOVE 0 TO GLBB-Credits
                   MOVE 0 TO GLBB-DayDebits
                   MOVE 0 TO GLBB-DayCredits
                   MOVE 0 TO GLBB-LastDate
                   WRITE GLBrBalRecord
                       INVALID KEY
                           DISPLAY "Error creating branch GL row for "
                               GLBB-Branch "/" GLBB-Acct
                           EXIT PARAGRAPH
                   END-WRITE
           END-READ
           IF GLBB-LastDate = WS-BUS-DATE
               SUBTRACT GLBB-DayDebits  FROM GLBB-Debits
               SUBTRACT GLBB-DayCredits FROM GLBB-Credits
           END-IF
           ADD WS-BR-DEBITS(WS-BIX)  TO GLBB-Debits
           ADD WS-BR-CREDITS(WS-BIX) TO GLBB-Credits
           MOVE WS-BR-DEBITS(WS-BIX)  TO GLBB-DayDebits
           MOVE WS-BR-CREDITS(WS-BIX) TO GLBB-DayCredits
           MOVE WS-BUS-DATE TO GLBB-LastDate
           REWRITE GLBrBalRecord
               INVALID KEY
                   DISPLAY "Error updating branch GL row for "
                       GLBB-Branch "/" GLBB-Acct
           END-REWRITE
           .

       LOOKUP-MAPPING.
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Accumulate one leg into the per-GL-account totals that the
      *>trial balance prints.
       ADD-TO-GL-DEBIT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-GL-USED
               IF WS-GL-ACCT(WS-IX) = WS-LEG-GL
                   ADD Amount TO WS-GL-DEBITS(WS-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-GL-USED < 40
               ADD 1 TO WS-GL-USED
               MOVE WS-LEG-GL   TO WS-GL-ACCT(WS-GL-USED)
               MOVE Amount      TO WS-GL-DEBITS(WS-GL-USED)
               MOVE 0           TO WS-GL-CREDITS(WS-GL-USED)
           END-IF

       ADD-TO-GL-CREDIT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-GL-USED
               IF WS-GL-ACCT(WS-IX) = WS-LEG-GL
                   ADD Amount TO WS-GL-CREDITS(WS-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-GL-USED < 40
               ADD 1 TO WS-GL-USED
               MOVE WS-LEG-GL    TO WS-GL-ACCT(WS-GL-USED)
               MOVE 0            TO WS-GL-DEBITS(WS-GL-USED)
               MOVE Amount       TO WS-GL-CREDITS(WS-GL-USED)
           END-IF
