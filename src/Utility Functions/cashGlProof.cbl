      *          the day's drawer movements (DRW-CashIn and
      *          DRW-CashOut, branch resolved through the drawer
      *          admin's row) are proved against the cash legs the
      *          journal posted for the same branch - every row of
      *          the day in Transactions.dat that trxGlKey resolves
      *          to a mapping debiting or crediting the cash
      *          account, exactly what glPosting books there,
      *          counter memo rows and reversals included. The
      *          vaults feeding the ATMs (AtmTerminals.dat) are left
      *          out of the drawer side: a cassette load or service
      *          count moves notes between the vault and the machine
      *          and books nothing to the GL.
      *          The per-branch differences go to a spooled report
      *          and any unexplained difference lands in the
      *          suspense queue through writeSuspense, so day-end
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

           SELECT AtmFile ASSIGN TO "../../../data/AtmTerminals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-Terminal
               FILE STATUS IS WS-ATM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       FD  AtmFile.
       01  AtmRecord.
           copy 'atmFile.cpy'.

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       01  WS-DRW-FS           PIC XX.
       01  WS-ADM-FS           PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-ATM-FS           PIC XX.
       01  WS-ADM-OPEN         PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  diff_count          PIC 9(3) VALUE 0.
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.
       01  WS-MAP-KEY          PIC X(8).
       01  WS-CASH-SIDE        PIC X.

      *>drawer rows that are ATM vaults, from the terminal master
       01  WS-VAULT-TABLE.
           05  WS-VAULT-AID    PIC 9(5) OCCURS 50 TIMES.
       01  WS-VAULT-USED       PIC 9(2) VALUE 0.
       01  WS-VX               PIC 9(2).
       01  WS-IS-VAULT         PIC X.

       copy 'trxTypeCodes.cpy'.

           STRING "../../../data/CashProof_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           PERFORM LOAD-ATM-VAULTS
           PERFORM GATHER-DRAWER-SIDE
           PERFORM GATHER-LEDGER-SIDE

               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AdminFile
           MOVE WS-ADM-FS TO WS-ADM-OPEN
           PERFORM UNTIL ws-eof = 'Y'
               READ DrawerFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM CHECK-ATM-VAULT
                       IF WS-IS-VAULT = 'N'
                           PERFORM ADD-DRAWER-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ADM-OPEN = "00"
               CLOSE AdminFile
           END-IF
           CLOSE DrawerFile
           .

       ADD-DRAWER-ROW.
           MOVE "001" TO WS-FIND-BR
           IF WS-ADM-OPEN = "00"
               MOVE DRW-AID TO AID
               READ AdminFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ABranch TO WS-FIND-BR
               END-READ
           END-IF
           PERFORM FIND-BRANCH-SLOT
           IF WS-BX <= 20
               ADD DRW-CashIn TO WS-B-DRW-IN(WS-BX)
               ADD DRW-CashOut TO WS-B-DRW-OUT(WS-BX)
           END-IF
           .

      *>ATM vault rows carry cassette loads and service counts -
      *>notes moving between the vault and the machine, which the
      *>ledger does not see - so they stay out of the drawer side
       LOAD-ATM-VAULTS.
           MOVE 'N' TO ws-eof
           OPEN INPUT AtmFile
           IF WS-ATM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ AtmFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ATM-VaultAID NOT = 0
                           AND WS-VAULT-USED < 50
                           ADD 1 TO WS-VAULT-USED
                           MOVE ATM-VaultAID
                               TO WS-VAULT-AID(WS-VAULT-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AtmFile
           .

       CHECK-ATM-VAULT.
           MOVE 'N' TO WS-IS-VAULT
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-VAULT-USED
               IF WS-VAULT-AID(WS-VX) = DRW-AID
                   MOVE 'Y' TO WS-IS-VAULT
               END-IF
           END-PERFORM
           .

      *>the cash legs the journal posted: every row of the day whose
      *>mapping debits the cash account (cash in) or credits it
      *>(cash out), decided by trxGlKey exactly as glPosting books
      *>it. Rows whose other leg is the loan, deposit, fee or
      *>guarantee accounts never touch a drawer and resolve to no
      *>cash side; the counter screens' remittance and FX memo rows
      *>do, and are counted with everything else.
       GATHER-LEDGER-SIDE.
           MOVE 'N' TO ws-eof
           OPEN INPUT TrxFile
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF TimeStamp(1:8) = WS-BUS-DATE
                           PERFORM ADD-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TrxFile
           .

       ADD-LEDGER-ROW.
           CALL '../../Utility Functions/bin/trxGlKey'
               USING BY REFERENCE TransactionRecord, WS-MAP-KEY,
               WS-CASH-SIDE
           IF WS-CASH-SIDE = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE TrxBranch TO WS-FIND-BR
           PERFORM FIND-BRANCH-SLOT
           IF WS-BX > 20
               EXIT PARAGRAPH
           END-IF
           IF WS-CASH-SIDE = "D"
               ADD Amount TO WS-B-GL-IN(WS-BX)
           ELSE
               ADD Amount TO WS-B-GL-OUT(WS-BX)
           END-IF
           .

       PROVE-ONE-BRANCH.
           COMPUTE WS-DIFF-IN = WS-B-DRW-IN(WS-BX)
               - WS-B-GL-IN(WS-BX)
