           05  Chr-TimeStamp    PIC 9(14).
           05  Chr-RevOfType    PIC 9.
           05  Chr-HolderInd    PIC X.
           05  FILLER           PIC X(18).
           05  Chr-Operator     PIC X(5).

       FD  SeqTrx.
       01  S-TrxRecord.
           05  S-TimeStamp    PIC 9(14).
           05  S-RevOfType    PIC 9.
           05  S-HolderInd    PIC X.
           05  FILLER         PIC X(18).
           05  S-Operator     PIC X(5).

       SD  WORK.
       01  WorkRecord.
           05  W-TimeStamp    PIC 9(14).
           05  W-RevOfType    PIC 9.
           05  W-HolderInd    PIC X.
           05  FILLER         PIC X(18).
           05  W-Operator     PIC X(5).

       FD  StatementOut.
       01  StatementLine      PIC X(120).

       FD  XrefFile.
       01  XrefRecord.
           05  ARC-HolderInd    PIC X.
           05  ARC-TrxBranch    PIC X(3).
           05  ARC-TrxCategory  PIC X(4).
           05  ARC-TrxOperator  PIC X(5).

       WORKING-STORAGE SECTION.
      *> These three working files are named per run (by UID) below,
       01  PBK-LINES-PER-PAGE  PIC 9(2) VALUE 24.
       01  WS-NEW-PAGE         PIC 9(3).
       01  WS-NEW-LINE         PIC 9(2).
       01  WS-MASK-KIND        PIC X.
       01  WS-MASK-ACC         PIC X(30).
       01  WS-MASK-NRC         PIC X(30).
       01  WS-UNMASK-ANS       PIC X.
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       01  DISPLAY-TIME.
           05 DSP-DATE.

       LINKAGE SECTION.
       01  Input-uid pic 9(5).
      *>passed from the admin menu only: the admin, and how the
      *>role is to see the holder's identifiers (N full, U masked
      *>with a logged unmask, M masked)
       01  LS-AdminId  pic 9(5).
       01  LS-MaskMode pic x.
           88  MASK-NONE   value "N".
           88  MASK-UNMASK value "U".

       PROCEDURE DIVISION using INPUT-UID, OPTIONAL LS-AdminId,
           OPTIONAL LS-MaskMode.
       MAIN-PARA.
           PERFORM BUILD-SCRATCH-PATHS
           move "n" to END-FILE
                   exit PROGRAM
           END-EVALUATE

           IF LS-MaskMode NOT OMITTED AND LS-AdminId NOT OMITTED
               PERFORM SHOW-HOLDER-HEADER
           END-IF

      *>the physical passbook path: print only what was never
      *>printed into the book, tracked per account in
      *>data/PassbookPos.dat, and leave the screen statement flow
               OPEN OUTPUT StatementOut
               IF EXPORT-CSV
                   MOVE "Date,Time,Type,Withdraw,Deposit,"
                       & "RunningBalance,Description,Holder,Operator"
                       TO StatementLine
               ELSE
                   MOVE "Date          Time         Type"
                       & "       Withdraw       Deposit  Running Bal"
                       & "    Description                     Holder/By"
                       TO StatementLine
               END-IF
               WRITE StatementLine
                           MOVE ARC-TimeStamp   TO S-TimeStamp
                           MOVE ARC-RevOfType   TO S-RevOfType
                           MOVE ARC-HolderInd   TO S-HolderInd
                           MOVE ARC-TrxOperator TO S-Operator
                           WRITE S-TrxRecord
                       END-IF
               END-READ
                                   "  "ESC GREENX DEPOSIT-AMT ESC RESETX
                                   "  "RUN-BALANCE-AMT
                                   "  "Chr-Description
                                   " H"Chr-HolderInd " "Chr-Operator
                       else if Chr-ReceiverAcc = UAccNo

                           MOVE Chr-TimeStamp(1:4)   TO DSP-YEAR
                                   "  "ESC GREENX DEPOSIT-AMT ESC RESETX
                                   "  "RUN-BALANCE-AMT
                                   "  "Chr-Description
                                   " H"Chr-HolderInd " "Chr-Operator
                       END-IF
                       IF EXPORT-WANTED
                           PERFORM WRITE-EXPORT-LINE
                   FUNCTION TRIM(DEPOSIT-AMT) ","
                   FUNCTION TRIM(RUN-BALANCE-AMT) ","
                   FUNCTION TRIM(Chr-Description) ","
                   "H" Chr-HolderInd "," Chr-Operator
                   DELIMITED BY SIZE INTO StatementLine
           ELSE
               STRING DSP-DATE "  " DSP-HMS "  " TYPE-NAME
                   "  " WITHDRAW-AMT
                   "  " DEPOSIT-AMT "  " RUN-BALANCE-AMT
                   "  " Chr-Description
                   " H" Chr-HolderInd " " Chr-Operator
                   DELIMITED BY SIZE INTO StatementLine
           END-IF
           WRITE StatementLine.

      *>Whose statement this is, under the admin role's masking
      *>rule - account number and NRC masked unless the role sees
      *>them in full or chooses a logged unmask.
       SHOW-HOLDER-HEADER.
           MOVE UAccNo TO WS-MASK-ACC
           MOVE UNrc   TO WS-MASK-NRC
           IF NOT MASK-NONE
               MOVE "N" TO WS-UNMASK-ANS
               IF MASK-UNMASK
                   DISPLAY "Unmask account number and NRC? "
                       "(Y/N - logged) : "
                   ACCEPT WS-UNMASK-ANS
               END-IF
               IF WS-UNMASK-ANS = "Y" OR WS-UNMASK-ANS = "y"
                   MOVE "UNMASK" TO ws-logAction
                   MOVE SPACES TO ws-logAcct
                   STRING "STATEMENT " UAccNo
                       DELIMITED BY SIZE INTO ws-logAcct
                   CALL '../../Utility Functions/bin/logAdminAction'
                       USING BY REFERENCE LS-AdminId, ws-logAction,
                       ws-logAcct
               ELSE
                   MOVE "A" TO WS-MASK-KIND
                   CALL '../../Utility Functions/bin/maskField'
                       USING BY REFERENCE WS-MASK-KIND, WS-MASK-ACC
                   MOVE "N" TO WS-MASK-KIND
                   CALL '../../Utility Functions/bin/maskField'
                       USING BY REFERENCE WS-MASK-KIND, WS-MASK-NRC
               END-IF
           END-IF
           DISPLAY "Account : " WS-MASK-ACC(1:16) "  "
               FUNCTION TRIM(UName)
           DISPLAY "NRC     : " FUNCTION TRIM(WS-MASK-NRC)
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Passbook print: walk the account's xref rows strictly after
      *>the last printed position, emit one passbook-formatted line
