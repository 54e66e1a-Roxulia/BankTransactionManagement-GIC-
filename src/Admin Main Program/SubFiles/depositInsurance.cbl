      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Quarterly deposit insurance return. A depositor is
      *          everything held under one NRC: the positive balances
      *          of the savings and current accounts in
      *          UserAccounts.dat with their interest accrued so far
      *          (InterestAccruals.dat), and the open fixed deposits
      *          in FixedDeposits.dat with theirs, all in MMK at
      *          today's rate. A joint account (and its deposits) is
      *          split half and half between the two holders' NRCs.
      *          Each depositor is covered up to the scheme ceiling
      *          (DICOVER in data/TrxLimits.dat); the rest is
      *          uninsured. Classification follows the scheme: a
      *          deceased holder's deposits stay insured for the
      *          estate and a frozen account's stay insured with the
      *          payout held, both flagged on the detail line;
      *          escheated balances have left the deposit book for
      *          unclaimed funds and are shown as excluded; closed
      *          accounts carry nothing. The quarter's premium is
      *          DIPREMPC percent a year of the insured total.
      *          Writes data/DepInsDetail_<YYYYQn>.txt (one line per
      *          depositor) and data/DepInsSummary_<YYYYQn>.txt, both
      *          registered in the spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depositInsurance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT FDFile ASSIGN TO '../../../data/FixedDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXD-ID
               FILE STATUS IS WS-FD-FS.

           SELECT AccrualFile
               ASSIGN TO '../../../data/InterestAccruals.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-UID
               FILE STATUS IS WS-ACR-FS.

           SELECT EscheatFile
               ASSIGN TO '../../../data/EscheatRegister.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ID
               FILE STATUS IS WS-ESC-FS.

           SELECT CustomerFile ASSIGN TO '../../../data/Customers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT ContribSeq ASSIGN TO '../../../data/DepIns.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FS.

           SELECT ContribSorted ASSIGN TO '../../../data/DepInsSrt.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FS.

           SELECT WORK ASSIGN TO 'DIWRK.DAT'.

           SELECT DetailOut ASSIGN TO WS-DETAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT SummaryOut ASSIGN TO WS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  userfile.
       01  userdata.
           COPY "../../Utility Functions/userFile.cpy".

       FD  FDFile.
       01  FDRecord.
           COPY "../../Utility Functions/fixedDepositFile.cpy".

       FD  AccrualFile.
       01  AccrualRecord.
           COPY "../../Utility Functions/accrualFile.cpy".

       FD  EscheatFile.
       01  EscheatRecord.
           COPY "../../Utility Functions/escheatFile.cpy".

       FD  CustomerFile.
       01  CustomerRecord.
           COPY "../../Utility Functions/customerFile.cpy".

       FD  paramfile.
       01  paramrec.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

      *>one share of one account or deposit owned by one NRC;
      *>class N normal, D deceased holder, F frozen
       FD  ContribSeq.
       01  ContribLine.
           05  CS-NRC          PIC X(30).
           05  CS-Class        PIC X.
           05  CS-Kind         PIC X.
           05  CS-Amount       PIC 9(12)V99.

       FD  ContribSorted.
       01  ContribSortedLine.
           05  CO-NRC          PIC X(30).
           05  CO-Class        PIC X.
           05  CO-Kind         PIC X.
           05  CO-Amount       PIC 9(12)V99.

       SD  WORK.
       01  WorkRecord.
           05  W-NRC           PIC X(30).
           05  W-Class         PIC X.
           05  W-Kind          PIC X.
           05  W-Amount        PIC 9(12)V99.

       FD  DetailOut.
       01  DetailLine          PIC X(132).

       FD  SummaryOut.
       01  SummaryLine         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-FD-FS            PIC XX.
       01  WS-ACR-FS           PIC XX.
       01  WS-ESC-FS           PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-CS-FS            PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-FX-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-MONTH            PIC 9(2).
       01  WS-QUARTER          PIC 9.
       01  WS-PERIOD           PIC X(6).
       01  WS-DETAIL-PATH      PIC X(60).
       01  WS-SUMMARY-PATH     PIC X(60).
       01  WS-SplType          PIC X(12).
       01  WS-COVER            PIC 9(10)V99 VALUE 5000000.
       01  WS-PREM-PCT         PIC 9(10)V99 VALUE 0.30.
       01  WS-FX-RATE          PIC 9(6)V9(4).
       01  WS-CONTRIB-COUNT    PIC 9(7) VALUE 0.

      *>one account or deposit being laid out across its holders
       01  WS-SRC-AMT          PIC 9(12)V99.
       01  WS-SRC-CLASS        PIC X.
       01  WS-SRC-KIND         PIC X.
       01  WS-SRC-CCY          PIC X(3).
       01  WS-SRC-NRC1         PIC X(30).
       01  WS-SRC-NRC2         PIC X(30).
       01  WS-HALF             PIC 9(12)V99.

      *>the depositor being totalled on the control break
       01  WS-CUR-NRC          PIC X(30).
       01  WS-CUR-TOTAL        PIC 9(13)V99.
       01  WS-CUR-SHARES       PIC 9(3).
       01  WS-CUR-FLAG         PIC X(8).
       01  WS-CUR-INSURED      PIC 9(13)V99.
       01  WS-CUR-UNINSURED    PIC 9(13)V99.
       01  WS-CUR-NAME         PIC X(20).

      *>return totals
       01  WS-DEPOSITORS       PIC 9(7) VALUE 0.
       01  WS-OVER-CEILING     PIC 9(7) VALUE 0.
       01  WS-ESTATES          PIC 9(7) VALUE 0.
       01  WS-FROZEN           PIC 9(7) VALUE 0.
       01  WS-TOT-DEPOSITS     PIC 9(14)V99 VALUE 0.
       01  WS-TOT-INSURED      PIC 9(14)V99 VALUE 0.
       01  WS-TOT-UNINSURED    PIC 9(14)V99 VALUE 0.
       01  WS-TOT-ESTATE       PIC 9(14)V99 VALUE 0.
       01  WS-TOT-FROZEN       PIC 9(14)V99 VALUE 0.
       01  WS-TOT-ESCHEATED    PIC 9(14)V99 VALUE 0.
       01  WS-ESCHEATED-COUNT  PIC 9(7) VALUE 0.
       01  WS-PREMIUM          PIC 9(12)V99 VALUE 0.
       01  WS-DSP-AMT          PIC Z(12)9.99.
       01  WS-DSP-INS          PIC Z(12)9.99.
       01  WS-DSP-UNINS        PIC Z(12)9.99.
       01  WS-DSP-COUNT        PIC Z(6)9.
       01  ws-logAction        PIC X(10) VALUE "DEPINSRET".
       01  ws-logAcct          PIC X(30).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE WS-BUS-DATE(5:2) TO WS-MONTH
           COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3
           MOVE SPACES TO WS-PERIOD
           STRING WS-BUS-DATE(1:4) "Q" WS-QUARTER
               DELIMITED BY SIZE INTO WS-PERIOD
           PERFORM LOAD-DI-PARAMS
           DISPLAY "==============================================="
           DISPLAY "=======  Deposit Insurance Return " WS-PERIOD
               "  ======"
           DISPLAY "==============================================="

      *>a second return in the same session starts from nothing
           MOVE 0 TO WS-CONTRIB-COUNT WS-DEPOSITORS WS-OVER-CEILING
               WS-ESTATES WS-FROZEN WS-ESCHEATED-COUNT
           MOVE 0 TO WS-TOT-DEPOSITS WS-TOT-INSURED WS-TOT-UNINSURED
               WS-TOT-ESTATE WS-TOT-FROZEN WS-TOT-ESCHEATED
               WS-PREMIUM
           OPEN OUTPUT ContribSeq
           PERFORM LAY-OUT-ACCOUNTS
           PERFORM LAY-OUT-FIXED-DEPOSITS
           CLOSE ContribSeq
           PERFORM TALLY-ESCHEATED

           SORT WORK
               ON ASCENDING KEY W-NRC
               USING ContribSeq GIVING ContribSorted

           PERFORM WRITE-DETAIL
           PERFORM WRITE-SUMMARY
           MOVE SPACES TO ws-logAcct
           STRING "Return " WS-PERIOD DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Deposit insurance return written - "
               WS-DEPOSITORS " depositor(s)." esc resetx
           DISPLAY "  " FUNCTION TRIM(WS-SUMMARY-PATH)
           DISPLAY "  " FUNCTION TRIM(WS-DETAIL-PATH)
           GOBACK
           .

       LOAD-DI-PARAMS.
           OPEN INPUT paramfile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE param-label
                           WHEN "DICOVER "
                               MOVE param-value TO WS-COVER
                           WHEN "DIPREMPC"
                               MOVE param-value TO WS-PREM-PCT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Every account still open: its credit balance plus the
      *>interest accrued on it this month. An overdrawn balance is
      *>a loan, not a deposit, and is not netted off.
       LAY-OUT-ACCOUNTS.
           OPEN INPUT AccrualFile
           MOVE 'N' TO ws-eof
           OPEN INPUT userfile
           IF WS-FS NOT = "00"
               CLOSE AccrualFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ userfile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF NOT ACCT-CLOSED
                           PERFORM LAY-OUT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile
           CLOSE AccrualFile
           .

       LAY-OUT-ONE-ACCOUNT.
           MOVE 0 TO WS-SRC-AMT
           IF Balance > 0
               MOVE Balance TO WS-SRC-AMT
           END-IF
           IF WS-ACR-FS = "00"
               MOVE UID TO ACR-UID
               READ AccrualFile
                   NOT INVALID KEY
                       ADD ACR-Accrued TO WS-SRC-AMT
               END-READ
           END-IF
           MOVE "A" TO WS-SRC-KIND
           PERFORM SET-SOURCE-FROM-ACCOUNT
           PERFORM WRITE-SHARES
           .

      *>holder NRCs, class and currency of the account in userdata
       SET-SOURCE-FROM-ACCOUNT.
           MOVE UNrc TO WS-SRC-NRC1
           MOVE SPACES TO WS-SRC-NRC2
           IF U2LoginName NOT = SPACES
               MOVE U2Nrc TO WS-SRC-NRC2
           END-IF
           MOVE UCurrency TO WS-SRC-CCY
           EVALUATE TRUE
               WHEN ACCT-DECEASED
                   MOVE "D" TO WS-SRC-CLASS
               WHEN ACCT-FROZEN
                   MOVE "F" TO WS-SRC-CLASS
               WHEN OTHER
                   MOVE "N" TO WS-SRC-CLASS
           END-EVALUATE
           .

      *>the deposit's owner account supplies the holders, class and
      *>currency - a term deposit is placed out of that balance
       LAY-OUT-FIXED-DEPOSITS.
           MOVE 'N' TO ws-eof
           OPEN INPUT FDFile
           IF WS-FD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT userfile
           PERFORM UNTIL ws-eof = 'Y'
               READ FDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF FXD-OPEN
                           PERFORM LAY-OUT-ONE-FD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile
           CLOSE FDFile
           .

       LAY-OUT-ONE-FD.
           MOVE FXD-UID TO UID
           READ userfile KEY IS UID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-SRC-AMT = FXD-Principal + FXD-AccruedInt
           MOVE "T" TO WS-SRC-KIND
           PERFORM SET-SOURCE-FROM-ACCOUNT
           PERFORM WRITE-SHARES
           .

      *>to MMK, then one share per holder - a joint holder with no
      *>NRC on file leaves the whole amount with the first holder
       WRITE-SHARES.
           IF WS-SRC-AMT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SRC-CCY NOT = "MMK" AND WS-SRC-CCY NOT = SPACES
               CALL '../../Utility Functions/bin/loadFxRate'
                   USING BY REFERENCE WS-SRC-CCY, WS-FX-RATE,
                   WS-FX-STATUS
               IF WS-FX-STATUS = "00"
                   COMPUTE WS-SRC-AMT ROUNDED =
                       WS-SRC-AMT * WS-FX-RATE
               END-IF
           END-IF
           MOVE WS-SRC-CLASS TO CS-Class
           MOVE WS-SRC-KIND TO CS-Kind
           IF WS-SRC-NRC2 = SPACES
               MOVE WS-SRC-NRC1 TO CS-NRC
               MOVE WS-SRC-AMT TO CS-Amount
               WRITE ContribLine
               ADD 1 TO WS-CONTRIB-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HALF = WS-SRC-AMT / 2
           MOVE WS-SRC-NRC2 TO CS-NRC
           MOVE WS-HALF TO CS-Amount
           WRITE ContribLine
           MOVE WS-SRC-NRC1 TO CS-NRC
           COMPUTE CS-Amount = WS-SRC-AMT - WS-HALF
           WRITE ContribLine
           ADD 2 TO WS-CONTRIB-COUNT
           .

      *>unclaimed balances already moved out to the control account
       TALLY-ESCHEATED.
           MOVE 'N' TO ws-eof
           OPEN INPUT EscheatFile
           IF WS-ESC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ EscheatFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ESC-ESCHEATED
                           ADD ESC-Amount TO WS-TOT-ESCHEATED
                           ADD 1 TO WS-ESCHEATED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EscheatFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Shares sorted by NRC, totalled on each change of NRC.
       WRITE-DETAIL.
           MOVE SPACES TO WS-DETAIL-PATH
           STRING "../../../data/DepInsDetail_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-DETAIL-PATH
           OPEN OUTPUT DetailOut
           MOVE SPACES TO DetailLine
           STRING "Deposit Insurance Return - Depositor Detail - "
               WS-PERIOD " as at " WS-BUS-DATE
               DELIMITED BY SIZE INTO DetailLine
           WRITE DetailLine
           MOVE SPACES TO DetailLine
           STRING "NRC                            Name                "
               " Items   Total deposits          Insured"
               "        Uninsured Flag"
               DELIMITED BY SIZE INTO DetailLine
           WRITE DetailLine
           MOVE ALL "-" TO DetailLine
           WRITE DetailLine

           OPEN INPUT CustomerFile
           MOVE SPACES TO WS-CUR-NRC
           MOVE 'N' TO ws-eof
           OPEN INPUT ContribSorted
           PERFORM UNTIL ws-eof = 'Y'
               READ ContribSorted
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CO-NRC NOT = WS-CUR-NRC
                           IF WS-CUR-NRC NOT = SPACES
                               PERFORM CLOSE-DEPOSITOR
                           END-IF
                           PERFORM OPEN-DEPOSITOR
                       END-IF
                       ADD CO-Amount TO WS-CUR-TOTAL
                       ADD 1 TO WS-CUR-SHARES
                       EVALUATE CO-Class
                           WHEN "D"
                               MOVE "ESTATE" TO WS-CUR-FLAG
                           WHEN "F"
                               IF WS-CUR-FLAG = SPACES
                                   MOVE "FROZEN" TO WS-CUR-FLAG
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-CUR-NRC NOT = SPACES
               PERFORM CLOSE-DEPOSITOR
           END-IF
           CLOSE ContribSorted
           CLOSE CustomerFile
           MOVE ALL "-" TO DetailLine
           WRITE DetailLine
           MOVE SPACES TO DetailLine
           STRING WS-DEPOSITORS " depositor(s) from "
               WS-CONTRIB-COUNT " account/deposit share(s)."
               DELIMITED BY SIZE INTO DetailLine
           WRITE DetailLine
           CLOSE DetailOut
           MOVE "DEPINSDTL" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-DETAIL-PATH
           .

       OPEN-DEPOSITOR.
           MOVE CO-NRC TO WS-CUR-NRC
           MOVE 0 TO WS-CUR-TOTAL
           MOVE 0 TO WS-CUR-SHARES
           MOVE SPACES TO WS-CUR-FLAG
           .

       CLOSE-DEPOSITOR.
           ADD 1 TO WS-DEPOSITORS
           IF WS-CUR-TOTAL > WS-COVER
               MOVE WS-COVER TO WS-CUR-INSURED
               ADD 1 TO WS-OVER-CEILING
           ELSE
               MOVE WS-CUR-TOTAL TO WS-CUR-INSURED
           END-IF
           COMPUTE WS-CUR-UNINSURED = WS-CUR-TOTAL - WS-CUR-INSURED
           ADD WS-CUR-TOTAL TO WS-TOT-DEPOSITS
           ADD WS-CUR-INSURED TO WS-TOT-INSURED
           ADD WS-CUR-UNINSURED TO WS-TOT-UNINSURED
           EVALUATE WS-CUR-FLAG
               WHEN "ESTATE"
                   ADD 1 TO WS-ESTATES
                   ADD WS-CUR-INSURED TO WS-TOT-ESTATE
               WHEN "FROZEN"
                   ADD 1 TO WS-FROZEN
                   ADD WS-CUR-INSURED TO WS-TOT-FROZEN
           END-EVALUATE
           MOVE SPACES TO WS-CUR-NAME
           IF WS-CUST-FS = "00"
               MOVE WS-CUR-NRC TO CUST-NRC
               READ CustomerFile KEY IS CUST-NRC
                   NOT INVALID KEY
                       MOVE CUST-Name TO WS-CUR-NAME
               END-READ
           END-IF
           MOVE WS-CUR-TOTAL TO WS-DSP-AMT
           MOVE WS-CUR-INSURED TO WS-DSP-INS
           MOVE WS-CUR-UNINSURED TO WS-DSP-UNINS
           MOVE SPACES TO DetailLine
           STRING WS-CUR-NRC " " WS-CUR-NAME " " WS-CUR-SHARES " "
               WS-DSP-AMT " " WS-DSP-INS " " WS-DSP-UNINS " "
               WS-CUR-FLAG
               DELIMITED BY SIZE INTO DetailLine
           WRITE DetailLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       WRITE-SUMMARY.
           COMPUTE WS-PREMIUM ROUNDED =
               WS-TOT-INSURED * WS-PREM-PCT / 100 / 4
           MOVE SPACES TO WS-SUMMARY-PATH
           STRING "../../../data/DepInsSummary_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-SUMMARY-PATH
           OPEN OUTPUT SummaryOut
           MOVE SPACES TO SummaryLine
           STRING "Deposit Insurance Return - Summary - " WS-PERIOD
               " as at " WS-BUS-DATE
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE ALL "=" TO SummaryLine
           WRITE SummaryLine
           MOVE WS-COVER TO WS-DSP-AMT
           MOVE SPACES TO SummaryLine
           STRING "Coverage ceiling per depositor  : " WS-DSP-AMT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-DEPOSITORS TO WS-DSP-COUNT
           MOVE SPACES TO SummaryLine
           STRING "Insured depositors              : " WS-DSP-COUNT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-OVER-CEILING TO WS-DSP-COUNT
           MOVE SPACES TO SummaryLine
           STRING "  of which above the ceiling    : " WS-DSP-COUNT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-TOT-DEPOSITS TO WS-DSP-AMT
           MOVE SPACES TO SummaryLine
           STRING "Total eligible deposits         : " WS-DSP-AMT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-TOT-INSURED TO WS-DSP-AMT
           MOVE SPACES TO SummaryLine
           STRING "Insured deposits                : " WS-DSP-AMT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-TOT-UNINSURED TO WS-DSP-AMT
           MOVE SPACES TO SummaryLine
           STRING "Uninsured deposits              : " WS-DSP-AMT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-TOT-ESTATE TO WS-DSP-AMT
           MOVE SPACES TO SummaryLine
           STRING "Insured, deceased estates       : " WS-DSP-AMT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-TOT-FROZEN TO WS-DSP-AMT
           MOVE SPACES TO SummaryLine
           STRING "Insured, frozen (payout held)   : " WS-DSP-AMT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-TOT-ESCHEATED TO WS-DSP-AMT
           MOVE SPACES TO SummaryLine
           STRING "Excluded, escheated balances    : " WS-DSP-AMT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-PREM-PCT TO WS-DSP-INS
           MOVE SPACES TO SummaryLine
           STRING "Premium rate, percent a year    : " WS-DSP-INS
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           MOVE WS-PREMIUM TO WS-DSP-AMT
           MOVE SPACES TO SummaryLine
           STRING "Premium due for the quarter     : " WS-DSP-AMT
               DELIMITED BY SIZE INTO SummaryLine
           WRITE SummaryLine
           CLOSE SummaryOut
           MOVE "DEPINSSUM" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-SUMMARY-PATH
           .

       END PROGRAM depositInsurance.
