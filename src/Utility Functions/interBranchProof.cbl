      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Daily branch trial balance and inter-branch proof,
      *          run after glPosting. Each branch's rows in
      *          data/GLBranchBalances.dat are listed as a trial
      *          balance of their own and must show debits equal to
      *          credits. The due-from and due-to branches accounts
      *          (the INTERBR line of GLMapping.dat) are then netted
      *          across every branch - what one branch is owed
      *          another owes, so bank-wide they must come to zero.
      *          The result goes to a spooled report and any branch
      *          out of balance, or any inter-branch residue, lands
      *          in the suspense queue through writeSuspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. interBranchProof.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLBrBalFile
               ASSIGN TO '../../../data/GLBranchBalances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLBB-Key
               FILE STATUS IS WS-GLBB-FS.

           SELECT MapFile ASSIGN TO '../../../data/GLMapping.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLBrBalFile.
       01  GLBrBalRecord.
           copy 'glBranchBalanceFile.cpy'.

       FD  MapFile.
       01  MapLine.
           05  MAP-Label       PIC X(8).
           05  MAP-DebitGL     PIC 9(8).
           05  MAP-CreditGL    PIC 9(8).

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GLBB-FS          PIC XX.
       01  WS-MAP-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
      *>due-from and due-to branches, taken from the INTERBR mapping
      *>so glPosting and the proof never disagree about them
       01  WS-DUEFROM-GL       PIC 9(8) VALUE 18010000.
       01  WS-DUETO-GL         PIC 9(8) VALUE 28010000.
       01  WS-CUR-BRANCH       PIC X(3) VALUE SPACES.
       01  WS-BR-DEBITS        PIC S9(14)V99 VALUE 0.
       01  WS-BR-CREDITS       PIC S9(14)V99 VALUE 0.
       01  WS-BR-DIFF          PIC S9(14)V99.
       01  WS-NET              PIC S9(14)V99.
       01  WS-IB-NET           PIC S9(14)V99 VALUE 0.
       01  branch_count        PIC 9(5) VALUE 0.
       01  bad_branch_count    PIC 9(5) VALUE 0.
       01  WS-DSP-DR           PIC -Z(12)9.99.
       01  WS-DSP-CR           PIC -Z(12)9.99.
       01  WS-DSP-NET          PIC -Z(12)9.99.
       01  WS-SpnJob           PIC X(12) VALUE "INTERBRANCH".
       01  WS-SpnReason        PIC X(20).
       01  WS-SpnUID           PIC 9(5) VALUE 0.
       01  WS-SpnAcc           PIC 9(16) VALUE 0.
       01  WS-SpnAmt           PIC 9(10)V99.
       01  WS-SplType          PIC X(12) VALUE "BRANCHTB".
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           STRING "../../../data/BranchTB_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           PERFORM FIND-IB-GL

           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write branch trial balance "
                   WS-OUT-FS esc resetx
               GOBACK
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Branch Trial Balance and Inter-Branch Proof - "
               WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           OPEN INPUT GLBrBalFile
           IF WS-GLBB-FS = "00"
               MOVE 'N' TO ws-eof
               PERFORM UNTIL ws-eof = 'Y'
                   READ GLBrBalFile NEXT
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           PERFORM PROVE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE GLBrBalFile
               IF WS-CUR-BRANCH NOT = SPACES
                   PERFORM CLOSE-BRANCH
               END-IF
           END-IF

           PERFORM WRITE-IB-RESULT
           CLOSE ReportOut

      *>an unexplained gap parks in suspense so the day cannot
      *>close quietly over it
           IF WS-IB-NET NOT = 0
               MOVE "INTERBRANCH NOT NIL" TO WS-SpnReason
               COMPUTE WS-SpnAmt = FUNCTION ABS(WS-IB-NET)
               CALL '../../Utility Functions/bin/writeSuspense'
                   USING BY REFERENCE WS-SpnJob, WS-SpnUID,
                   WS-SpnAcc, WS-SpnAmt, WS-SpnReason
           END-IF

           IF WS-IB-NET NOT = 0 OR bad_branch_count > 0
               DISPLAY esc redx
               DISPLAY "Branch books do NOT prove - "
                   bad_branch_count " branch(es) out of balance, "
                   "inter-branch residue sent to suspense."
               DISPLAY esc resetx
           ELSE
               DISPLAY esc greenx
               DISPLAY "Branch books prove - " branch_count
                   " branch(es) balanced, inter-branch accounts "
                   "net to zero."
               DISPLAY esc resetx
           END-IF

           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

       FIND-IB-GL.
           OPEN INPUT MapFile
           IF WS-MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ MapFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF MAP-Label = "INTERBR "
                           MOVE MAP-DebitGL  TO WS-DUEFROM-GL
                           MOVE MAP-CreditGL TO WS-DUETO-GL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MapFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The file is keyed branch then account, so each branch's rows
      *>arrive together - a change of branch closes the one before.
       PROVE-ONE-ROW.
           IF GLBB-Branch NOT = WS-CUR-BRANCH
               IF WS-CUR-BRANCH NOT = SPACES
                   PERFORM CLOSE-BRANCH
               END-IF
               MOVE GLBB-Branch TO WS-CUR-BRANCH
               MOVE 0 TO WS-BR-DEBITS
               MOVE 0 TO WS-BR-CREDITS
               ADD 1 TO branch_count
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "Branch " GLBB-Branch
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "GL Account        Debits            Credits"
                   "         Net debit"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF

           ADD GLBB-Debits  TO WS-BR-DEBITS
           ADD GLBB-Credits TO WS-BR-CREDITS
           COMPUTE WS-NET = GLBB-Debits - GLBB-Credits
           IF GLBB-Acct = WS-DUEFROM-GL OR GLBB-Acct = WS-DUETO-GL
               ADD WS-NET TO WS-IB-NET
           END-IF

           MOVE GLBB-Debits  TO WS-DSP-DR
           MOVE GLBB-Credits TO WS-DSP-CR
           MOVE WS-NET       TO WS-DSP-NET
           MOVE SPACES TO ReportLine
           STRING GLBB-Acct " " WS-DSP-DR " " WS-DSP-CR " " WS-DSP-NET
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       CLOSE-BRANCH.
           COMPUTE WS-BR-DIFF = WS-BR-DEBITS - WS-BR-CREDITS
           MOVE WS-BR-DEBITS  TO WS-DSP-DR
           MOVE WS-BR-CREDITS TO WS-DSP-CR
           MOVE WS-BR-DIFF    TO WS-DSP-NET
           MOVE SPACES TO ReportLine
           STRING "TOTAL    " WS-DSP-DR " " WS-DSP-CR " " WS-DSP-NET
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           IF WS-BR-DIFF = 0
               STRING "Branch " WS-CUR-BRANCH
                   " BALANCED - debits equal credits."
                   DELIMITED BY SIZE INTO ReportLine
           ELSE
               STRING "Branch " WS-CUR-BRANCH
                   " OUT OF BALANCE - sent to suspense."
                   DELIMITED BY SIZE INTO ReportLine
               ADD 1 TO bad_branch_count
               MOVE "BRANCH TB UNBALANCED" TO WS-SpnReason
               COMPUTE WS-SpnAmt = FUNCTION ABS(WS-BR-DIFF)
               CALL '../../Utility Functions/bin/writeSuspense'
                   USING BY REFERENCE WS-SpnJob, WS-SpnUID,
                   WS-SpnAcc, WS-SpnAmt, WS-SpnReason
           END-IF
           WRITE ReportLine
           .

       WRITE-IB-RESULT.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-IB-NET TO WS-DSP-NET
           MOVE SPACES TO ReportLine
           STRING "Inter-branch " WS-DUEFROM-GL "/" WS-DUETO-GL
               " net, all branches : " WS-DSP-NET
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           IF WS-IB-NET = 0 AND bad_branch_count = 0
               MOVE SPACES TO ReportLine
               STRING "RESULT: AGREED - every branch balances, "
                   "inter-branch nets to zero."
                   DELIMITED BY SIZE INTO ReportLine
           ELSE
               MOVE "RESULT: DIFFERENCE - sent to suspense."
                   TO ReportLine
           END-IF
           WRITE ReportLine
           .

       END PROGRAM interBranchProof.
