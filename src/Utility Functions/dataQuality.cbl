      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Monthly customer data-quality exception report.
      *          integrityAudit proves the records point at each
      *          other; this one asks whether what is in them can be
      *          used. Every account not closed or deceased is
      *          checked against five rules: ADDR address blank (on
      *          the account or the customer master), PHON phone
      *          failing the phoneValidCheck rule, DOCX no identity
      *          document expiry (UDocExpiry zero), NAME account name
      *          differing from the Customers.dat row for the NRC,
      *          and CPRF no row in ContactPrefs.dat. Each failure is
      *          listed under the account's branch with the rule it
      *          fails, and every branch gets a quality score - the
      *          percentage of its accounts failing nothing. The same
      *          run keeps the follow-up list (data/DqFollowUp.dat)
      *          the tellers work from dqFollowUp: new failures are
      *          added, records now passing are cleared and items
      *          marked fixed that still fail are reopened. Runs as
      *          an EndOfDay step on the month's last night (mode E)
      *          or at any time from the admin menu. Report in
      *          data/DataQuality_<date>.txt, spool DATAQUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dataQuality.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT CustomerFile ASSIGN TO '../../../data/Customers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.

           SELECT PrefFile ASSIGN TO '../../../data/ContactPrefs.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-UID
               FILE STATUS IS WS-CPF-FS.

           SELECT DqFile ASSIGN TO '../../../data/DqFollowUp.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQF-Key
               FILE STATUS IS WS-DQF-FS.

           SELECT DefectSeq ASSIGN TO '../../../data/DataQual.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FS.

           SELECT DefectSorted ASSIGN TO '../../../data/DataQualSrt.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FS.

           SELECT WORK ASSIGN TO 'DQWRK.DAT'.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  CustomerFile.
       01  CustomerRecord.
           copy 'customerFile.cpy'.

       FD  PrefFile.
       01  PrefRecord.
           copy 'contactPrefFile.cpy'.

       FD  DqFile.
       01  DqRecord.
           copy 'dqFollowUpFile.cpy'.

      *>one failed rule on one account
       FD  DefectSeq.
       01  DefectLine.
           05  DS-Branch       PIC X(3).
           05  DS-UID          PIC 9(5).
           05  DS-Rule         PIC X(4).
           05  DS-AccNo        PIC 9(16).
           05  DS-Name         PIC X(20).
           05  DS-Detail       PIC X(30).

       FD  DefectSorted.
       01  DefectSortedLine.
           05  DO-Branch       PIC X(3).
           05  DO-UID          PIC 9(5).
           05  DO-Rule         PIC X(4).
           05  DO-AccNo        PIC 9(16).
           05  DO-Name         PIC X(20).
           05  DO-Detail       PIC X(30).

       SD  WORK.
       01  WorkRecord.
           05  W-Branch        PIC X(3).
           05  W-UID           PIC 9(5).
           05  W-Rule          PIC X(4).
           05  W-AccNo         PIC 9(16).
           05  W-Name          PIC X(20).
           05  W-Detail        PIC X(30).

       FD  ReportOut.
       01  ReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-CPF-FS           PIC XX.
       01  WS-DQF-FS           PIC XX.
       01  WS-DS-FS            PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-PH-STATUS        PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  WS-CUST-OPEN        PIC XX.
       01  WS-CPF-OPEN         PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-TOMORROW         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-SplType          PIC X(12) VALUE "DATAQUAL".
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

      *>the account being checked
       01  WS-CUST-FOUND       PIC X.
       01  WS-CHECK-PH         PIC X(11).
       01  WS-ACCT-DEFECTS     PIC 9.
       01  WS-RULE             PIC X(4).
       01  WS-DETAIL           PIC X(30).
       01  WS-FAILED           PIC X.

      *>the five rules, in report order
       01  WS-RULE-VALUES.
           05  FILLER          PIC X(4) VALUE "ADDR".
           05  FILLER          PIC X(4) VALUE "PHON".
           05  FILLER          PIC X(4) VALUE "DOCX".
           05  FILLER          PIC X(4) VALUE "NAME".
           05  FILLER          PIC X(4) VALUE "CPRF".
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-CODE    PIC X(4) OCCURS 5 TIMES.
       01  WS-RX               PIC 9.

      *>one line per branch, in the order first met
       01  WS-BR-TABLE.
           05  WS-BR OCCURS 100 TIMES.
               10  WS-BR-Code      PIC X(3).
               10  WS-BR-Accounts  PIC 9(7).
               10  WS-BR-Defective PIC 9(7).
               10  WS-BR-Defects   PIC 9(7).
       01  WS-BR-USED          PIC 9(3) VALUE 0.
       01  WS-BX               PIC 9(3).
       01  WS-CUR-BRANCH       PIC X(3).
       01  WS-SCORE            PIC 9(3)V99.

       01  WS-T-ACCOUNTS       PIC 9(7) VALUE 0.
       01  WS-T-DEFECTIVE      PIC 9(7) VALUE 0.
       01  WS-T-DEFECTS        PIC 9(7) VALUE 0.
       01  WS-NEW-ITEMS        PIC 9(7) VALUE 0.
       01  WS-CLEARED-ITEMS    PIC 9(7) VALUE 0.
       01  WS-REOPENED-ITEMS   PIC 9(7) VALUE 0.
       01  WS-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9) VALUE 0.
       01  WS-CNT-REJECTS      PIC 9(9) VALUE 0.
       01  WS-DSP-N1           PIC Z(6)9.
       01  WS-DSP-N2           PIC Z(6)9.
       01  WS-DSP-N3           PIC Z(6)9.
       01  WS-DSP-SCORE        PIC ZZ9.99.

       copy 'colorCodes.cpy'.

       LINKAGE SECTION.
       01  LS-Mode             PIC X.

       PROCEDURE DIVISION USING OPTIONAL LS-Mode.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
      *>from EndOfDay only on the month's last night, judged the
      *>same way the account movement report is
           IF ADDRESS OF LS-Mode NOT = NULL
               IF LS-Mode = "E"
                   COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 1)
                   IF WS-TOMORROW(1:6) = WS-BUS-DATE(1:6)
                       DISPLAY "Data quality - not month end, nothing "
                           "to report."
                       GOBACK
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/DataQuality_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           OPEN INPUT userfile
           IF WS-FS NOT = "00"
               DISPLAY esc redx "Unable to open UserAccounts.dat "
                   WS-FS esc resetx
               GOBACK
           END-IF
           OPEN INPUT CustomerFile
           MOVE WS-CUST-FS TO WS-CUST-OPEN
           OPEN INPUT PrefFile
           MOVE WS-CPF-FS TO WS-CPF-OPEN
           OPEN I-O DqFile
           IF WS-DQF-FS = "35"
               OPEN OUTPUT DqFile
               CLOSE DqFile
               OPEN I-O DqFile
           END-IF
           IF WS-DQF-FS NOT = "00"
               DISPLAY esc redx "Unable to open DqFollowUp.dat "
                   WS-DQF-FS esc resetx
               CLOSE userfile
               GOBACK
           END-IF
           OPEN OUTPUT DefectSeq

           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ userfile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF ACCT-CLOSED OR ACCT-DECEASED
                           PERFORM RETIRE-ACCOUNT-ITEMS
                       ELSE
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DefectSeq
           CLOSE DqFile
           IF WS-CPF-OPEN = "00"
               CLOSE PrefFile
           END-IF
           IF WS-CUST-OPEN = "00"
               CLOSE CustomerFile
           END-IF
           CLOSE userfile

           SORT WORK
               ON ASCENDING KEY W-Branch W-UID W-Rule
               USING DefectSeq GIVING DefectSorted

           PERFORM WRITE-REPORT
           DISPLAY "Data quality - " WS-T-ACCOUNTS " account(s) "
               "checked, " WS-T-DEFECTS " failure(s); follow-up list "
               WS-NEW-ITEMS " new, " WS-CLEARED-ITEMS " cleared, "
               WS-REOPENED-ITEMS " reopened."
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE WS-READ-COUNT, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The five rules against one live account. The customer
      *>master row is looked up once and serves ADDR and NAME.
       CHECK-ONE-ACCOUNT.
           MOVE UBranch TO WS-CUR-BRANCH
           PERFORM FIND-BRANCH
           ADD 1 TO WS-BR-Accounts(WS-BX)
           ADD 1 TO WS-T-ACCOUNTS
           MOVE 0 TO WS-ACCT-DEFECTS

           MOVE 'N' TO WS-CUST-FOUND
           IF WS-CUST-OPEN = "00" AND UNrc NOT = SPACES
               MOVE UNrc TO CUST-NRC
               READ CustomerFile KEY IS CUST-NRC
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF

           MOVE "ADDR" TO WS-RULE
           MOVE 'N' TO WS-FAILED
           EVALUATE TRUE
               WHEN UAddress = SPACES
                   MOVE 'Y' TO WS-FAILED
                   MOVE "Address blank on the account" TO WS-DETAIL
               WHEN WS-CUST-FOUND = 'Y' AND CUST-Address = SPACES
                   MOVE 'Y' TO WS-FAILED
                   MOVE "Address blank on customer row" TO WS-DETAIL
           END-EVALUATE
           PERFORM APPLY-RULE

           MOVE "PHON" TO WS-RULE
           MOVE 'N' TO WS-FAILED
           MOVE UPh TO WS-CHECK-PH
           CALL '../../Utility Functions/bin/phoneValidCheck'
               USING BY REFERENCE WS-CHECK-PH, WS-PH-STATUS
           IF WS-PH-STATUS NOT = "00"
               MOVE 'Y' TO WS-FAILED
               MOVE SPACES TO WS-DETAIL
               IF UPh = SPACES
                   MOVE "Phone blank" TO WS-DETAIL
               ELSE
                   STRING "Phone invalid: " UPh
                       DELIMITED BY SIZE INTO WS-DETAIL
               END-IF
           END-IF
           PERFORM APPLY-RULE

           MOVE "DOCX" TO WS-RULE
           MOVE 'N' TO WS-FAILED
           IF UDocExpiry = 0
               MOVE 'Y' TO WS-FAILED
               MOVE "No ID document expiry on file" TO WS-DETAIL
           END-IF
           PERFORM APPLY-RULE

           MOVE "NAME" TO WS-RULE
           MOVE 'N' TO WS-FAILED
           IF WS-CUST-FOUND = 'Y' AND CUST-Name NOT = UName
               MOVE 'Y' TO WS-FAILED
               MOVE SPACES TO WS-DETAIL
               STRING "Master has: " CUST-Name
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF
           PERFORM APPLY-RULE

           MOVE "CPRF" TO WS-RULE
           MOVE 'N' TO WS-FAILED
           IF WS-CPF-OPEN = "00"
               MOVE UID TO CPF-UID
               READ PrefFile
                   INVALID KEY
                       MOVE 'Y' TO WS-FAILED
               END-READ
           ELSE
               MOVE 'Y' TO WS-FAILED
           END-IF
           IF WS-FAILED = 'Y'
               MOVE "No contact preference on file" TO WS-DETAIL
           END-IF
           PERFORM APPLY-RULE

           IF WS-ACCT-DEFECTS > 0
               ADD 1 TO WS-BR-Defective(WS-BX)
               ADD 1 TO WS-T-DEFECTIVE
           END-IF
           .

      *>a failure goes on the report and keeps (or opens) its
      *>follow-up row; a pass clears any row still outstanding
       APPLY-RULE.
           IF WS-FAILED = 'Y'
               ADD 1 TO WS-ACCT-DEFECTS
               ADD 1 TO WS-BR-Defects(WS-BX)
               ADD 1 TO WS-T-DEFECTS
               MOVE UBranch   TO DS-Branch
               MOVE UID       TO DS-UID
               MOVE WS-RULE   TO DS-Rule
               MOVE UAccNo    TO DS-AccNo
               MOVE UName     TO DS-Name
               MOVE WS-DETAIL TO DS-Detail
               WRITE DefectLine
               ADD 1 TO WS-CNT-WRITTEN
               PERFORM KEEP-FOLLOW-UP
           ELSE
               PERFORM CLEAR-FOLLOW-UP
           END-IF
           .

       KEEP-FOLLOW-UP.
           MOVE UID TO DQF-UID
           MOVE WS-RULE TO DQF-Rule
           READ DqFile
               INVALID KEY
                   MOVE UID TO DQF-UID
                   MOVE WS-RULE TO DQF-Rule
                   MOVE UAccNo TO DQF-AccNo
                   MOVE UBranch TO DQF-Branch
                   MOVE UName TO DQF-Name
                   MOVE WS-DETAIL TO DQF-Detail
                   MOVE WS-BUS-DATE TO DQF-FirstFound
                   MOVE WS-BUS-DATE TO DQF-LastFound
                   MOVE "O" TO DQF-Status
                   MOVE 0 TO DQF-ActionBy
                   MOVE 0 TO DQF-ActionDate
                   WRITE DqRecord
                       INVALID KEY
                           ADD 1 TO WS-CNT-REJECTS
                       NOT INVALID KEY
                           ADD 1 TO WS-NEW-ITEMS
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN DQF-CLEARED
                   MOVE WS-BUS-DATE TO DQF-FirstFound
                   MOVE 0 TO DQF-ActionBy
                   MOVE 0 TO DQF-ActionDate
                   ADD 1 TO WS-NEW-ITEMS
               WHEN DQF-FIXED
                   ADD 1 TO WS-REOPENED-ITEMS
           END-EVALUATE
           MOVE "O" TO DQF-Status
           MOVE UAccNo TO DQF-AccNo
           MOVE UBranch TO DQF-Branch
           MOVE UName TO DQF-Name
           MOVE WS-DETAIL TO DQF-Detail
           MOVE WS-BUS-DATE TO DQF-LastFound
           REWRITE DqRecord
               INVALID KEY
                   ADD 1 TO WS-CNT-REJECTS
           END-REWRITE
           .

      *>a row the counter marked fixed keeps who fixed it; one the
      *>run clears on its own is stamped with no officer
       CLEAR-FOLLOW-UP.
           MOVE UID TO DQF-UID
           MOVE WS-RULE TO DQF-Rule
           READ DqFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DQF-CLEARED
               EXIT PARAGRAPH
           END-IF
           IF DQF-OPEN
               MOVE 0 TO DQF-ActionBy
               MOVE WS-BUS-DATE TO DQF-ActionDate
           END-IF
           MOVE "C" TO DQF-Status
           REWRITE DqRecord
               INVALID KEY
                   ADD 1 TO WS-CNT-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-CLEARED-ITEMS
           END-REWRITE
           .

      *>a closed account or a deceased holder has nobody to ask -
      *>anything still outstanding on it comes off the list
       RETIRE-ACCOUNT-ITEMS.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               MOVE WS-RULE-CODE(WS-RX) TO WS-RULE
               PERFORM CLEAR-FOLLOW-UP
           END-PERFORM
           .

       FIND-BRANCH.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BR-USED
               IF WS-BR-Code(WS-BX) = WS-CUR-BRANCH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BR-USED < 100
               ADD 1 TO WS-BR-USED
           END-IF
           MOVE WS-BR-USED TO WS-BX
           MOVE WS-CUR-BRANCH TO WS-BR-Code(WS-BX)
           MOVE 0 TO WS-BR-Accounts(WS-BX)
           MOVE 0 TO WS-BR-Defective(WS-BX)
           MOVE 0 TO WS-BR-Defects(WS-BX)
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Failures sorted by branch and account, a heading on each
      *>change of branch, then the score of every branch.
       WRITE-REPORT.
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write data quality report "
                   WS-OUT-FS esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "Customer Data Quality Exceptions - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Rules: ADDR address blank, PHON phone invalid, "
               "DOCX no document expiry,"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "       NAME name differs from customer master, "
               "CPRF no contact preference"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           MOVE SPACES TO WS-CUR-BRANCH
           MOVE 'N' TO eof
           OPEN INPUT DefectSorted
           PERFORM UNTIL eof = 'Y'
               READ DefectSorted
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF DO-Branch NOT = WS-CUR-BRANCH
                           MOVE DO-Branch TO WS-CUR-BRANCH
                           MOVE SPACES TO ReportLine
                           WRITE ReportLine
                           MOVE SPACES TO ReportLine
                           STRING "Branch " DO-Branch
                               DELIMITED BY SIZE INTO ReportLine
                           WRITE ReportLine
                           MOVE SPACES TO ReportLine
                           STRING "UID   Account          "
                               "Name                 Rule Detail"
                               DELIMITED BY SIZE INTO ReportLine
                           WRITE ReportLine
                       END-IF
                       MOVE SPACES TO ReportLine
                       STRING DO-UID " " DO-AccNo " " DO-Name " "
                           DO-Rule " " DO-Detail
                           DELIMITED BY SIZE INTO ReportLine
                       WRITE ReportLine
               END-READ
           END-PERFORM
           CLOSE DefectSorted

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Branch quality scores (percentage of accounts "
               "failing no rule)"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE "Branch  Accounts Defective  Failures  Score"
               TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BR-USED
               MOVE WS-BR-Accounts(WS-BX) TO WS-DSP-N1
               MOVE WS-BR-Defective(WS-BX) TO WS-DSP-N2
               MOVE WS-BR-Defects(WS-BX) TO WS-DSP-N3
               COMPUTE WS-SCORE ROUNDED =
                   (WS-BR-Accounts(WS-BX) - WS-BR-Defective(WS-BX))
                   * 100 / WS-BR-Accounts(WS-BX)
               MOVE WS-SCORE TO WS-DSP-SCORE
               MOVE SPACES TO ReportLine
               STRING WS-BR-Code(WS-BX) "    " WS-DSP-N1 "   "
                   WS-DSP-N2 "   " WS-DSP-N3 "  " WS-DSP-SCORE
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-PERFORM
           MOVE WS-T-ACCOUNTS TO WS-DSP-N1
           MOVE WS-T-DEFECTIVE TO WS-DSP-N2
           MOVE WS-T-DEFECTS TO WS-DSP-N3
           MOVE 0 TO WS-SCORE
           IF WS-T-ACCOUNTS > 0
               COMPUTE WS-SCORE ROUNDED =
                   (WS-T-ACCOUNTS - WS-T-DEFECTIVE) * 100
                   / WS-T-ACCOUNTS
           END-IF
           MOVE WS-SCORE TO WS-DSP-SCORE
           MOVE SPACES TO ReportLine
           STRING "Bank   " WS-DSP-N1 "   " WS-DSP-N2 "   "
               WS-DSP-N3 "  " WS-DSP-SCORE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Follow-up list: " WS-NEW-ITEMS " new, "
               WS-CLEARED-ITEMS " cleared, " WS-REOPENED-ITEMS
               " reopened after a counter fix"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           .

       END PROGRAM dataQuality.
