      *          account, text), filters by account, admin id and/or
      *          date range, and shows one merged chronological view
      *          with an export file - one question, one answer.
      *          When an account or admin is asked for, the postings
      *          themselves are folded in from Transactions.dat with
      *          the operator that put each one on the books; their
      *          account numbers follow the role's masking rule.
      *          On request the sealed monthly archives auditArchive
      *          moved out of the live logs (data/AuditArchives.dat)
      *          are searched as well, for the periods the date
      *          range touches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

           SELECT ArcIndexFile
               ASSIGN TO '../../../data/AuditArchives.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIX-FS.

           SELECT ArcFile ASSIGN TO WS-ARC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FS.

           SELECT ExportOut ASSIGN TO WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-FS.
       FD  LogFile.
       01  LogLine             PIC X(140).

       FD  TrxFile.
       01  TrxRecord.
           copy '../../Utility Functions/transactionFile.cpy'.

       FD  ArcIndexFile.
       01  ArcIndexRecord.
           copy '../../Utility Functions/auditArchiveIdx.cpy'.

       FD  ArcFile.
       01  ArcRecord.
           copy '../../Utility Functions/auditArchiveLine.cpy'.

       FD  ExportOut.
       01  ExportLine          PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FS           PIC XX.
       01  WS-EXP-FS           PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  ws-eof              PIC X.
       01  WS-LOG-PATH         PIC X(60).
       01  WS-EXPORT-PATH      PIC X(60).
       01  WS-SOURCE           PIC X(12).
       01  WS-LOG-IX           PIC 9(2).
       01  anykey              PIC X.
       01  WS-AIX-FS           PIC XX.
       01  WS-ARC-FS           PIC XX.
       01  WS-ARC-PATH         PIC X(60).
       01  WS-AIX-EOF          PIC X.
       01  WS-WITH-ARCHIVES    PIC X VALUE "N".

      *>filters - blank/zero means "any"
       01  WS-F-ACCT           PIC X(16).
       01  WS-E-DATE           PIC X(8).
       01  WS-E-TIME           PIC X(6).
       01  WS-MATCH            PIC X.
       01  WS-SENDER-TXT       PIC X(16).
       01  WS-RECEIVER-TXT     PIC X(16).
       01  WS-DSP-AMT          PIC -(9)9.99.
      *>posting account numbers follow the role's masking rule; a
      *>role allowed to unmask is asked once for the inquiry, and
      *>the unmask is logged
       01  WS-UNMASKED         PIC X VALUE 'N'.
       01  WS-UNMASK-ANS       PIC X.
       01  WS-MASK-KIND        PIC X VALUE "A".
       01  WS-MASK-VAL         PIC X(30).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       copy '../../Utility Functions/colorCodes.cpy'.

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).
       01  LS-MaskMode         PIC X.
           88  MASK-NONE           VALUE "N".
           88  MASK-UNMASK         VALUE "U".

       PROCEDURE DIVISION USING LS-AdminId, LS-MaskMode.
       MAIN-PROCEDURE.
           DISPLAY color-blue
           DISPLAY "===== Consolidated Audit Inquiry ====="
           DISPLAY esc resetx
           MOVE 'N' TO WS-UNMASKED
           IF MASK-NONE
               MOVE 'Y' TO WS-UNMASKED
           END-IF
           IF MASK-UNMASK
               DISPLAY "Unmask account numbers on postings for this "
                   "inquiry? (Y/N - logged) : "
               ACCEPT WS-UNMASK-ANS
               IF WS-UNMASK-ANS = 'Y' OR WS-UNMASK-ANS = 'y'
                   MOVE 'Y' TO WS-UNMASKED
                   MOVE "UNMASK" TO ws-logAction
                   MOVE "AUDITINQ" TO ws-logAcct
                   CALL '../../Utility Functions/bin/logAdminAction'
                       USING BY REFERENCE LS-AdminId, ws-logAction,
                       ws-logAcct
               END-IF
           END-IF
           DISPLAY "Filter by account number (blank = any): "
           ACCEPT WS-F-ACCT
           DISPLAY "Filter by admin ID (blank = any): "
           IF WS-F-TO = 0
               MOVE 99999999 TO WS-F-TO
           END-IF
           DISPLAY "Search archived periods too? (Y/N): "
           ACCEPT WS-WITH-ARCHIVES
           MOVE FUNCTION UPPER-CASE(WS-WITH-ARCHIVES)
               TO WS-WITH-ARCHIVES

           PERFORM VARYING WS-LOG-IX FROM 1 BY 1
                   UNTIL WS-LOG-IX > 8
               PERFORM SCAN-ONE-LOG
           END-PERFORM
           IF WS-WITH-ARCHIVES = "Y"
               PERFORM SCAN-ARCHIVES
           END-IF
           IF WS-F-ACCT NOT = SPACES OR WS-F-ADMIN NOT = SPACES
               PERFORM SCAN-POSTINGS
           END-IF

           PERFORM SORT-ENTRIES
           PERFORM SHOW-AND-EXPORT
           CLOSE LogFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Archived periods: the index says which log and which dates
      *>each archive holds, so only the ones the date range touches
      *>are opened. Each archived line is the log line exactly as it
      *>was written and is judged the same way.
       SCAN-ARCHIVES.
           MOVE 'N' TO WS-AIX-EOF
           OPEN INPUT ArcIndexFile
           IF WS-AIX-FS NOT = "00"
               DISPLAY "No archived periods on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AIX-EOF = 'Y'
               READ ArcIndexFile
                   AT END
                       MOVE 'Y' TO WS-AIX-EOF
                   NOT AT END
                       IF AAX-LastDate >= WS-F-FROM
                           AND AAX-FirstDate <= WS-F-TO
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArcIndexFile
           .

       SCAN-ONE-ARCHIVE.
           MOVE AAX-Source TO WS-SOURCE
           MOVE AAX-Path   TO WS-ARC-PATH
           MOVE 'N' TO ws-eof
           OPEN INPUT ArcFile
           IF WS-ARC-FS NOT = "00"
               DISPLAY "Archive missing: " FUNCTION TRIM(WS-ARC-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ArcFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF AAL-DETAIL
                           MOVE AAL-Text TO LogLine
                           PERFORM JUDGE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArcFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Normalize: the date rides behind "ON=" in every batch log;
      *>AdminActionLog carries it as the trailing 14 digits of its
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The postings themselves, each shown with the operator that
      *>made it - an admin's AID, or the channel for system, card,
      *>interbank and self-service entries. Only pulled in when an
      *>account or admin is asked for, or the whole book would
      *>swamp the logs.
       SCAN-POSTINGS.
           MOVE "POSTING" TO WS-SOURCE
           OPEN INPUT TrxFile
           IF WS-TRX-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ TrxFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM JUDGE-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE TrxFile
           .

       JUDGE-ONE-POSTING.
           IF TimeStamp(1:8) < WS-F-FROM OR TimeStamp(1:8) > WS-F-TO
               EXIT PARAGRAPH
           END-IF
           MOVE SenderAcc   TO WS-SENDER-TXT
           MOVE ReceiverAcc TO WS-RECEIVER-TXT
           IF WS-F-ACCT NOT = SPACES
               AND WS-F-ACCT NOT = WS-SENDER-TXT
               AND WS-F-ACCT NOT = WS-RECEIVER-TXT
               EXIT PARAGRAPH
           END-IF
           IF WS-F-ADMIN NOT = SPACES
               MOVE 0 TO WS-JX
               INSPECT TrxOperator TALLYING WS-JX
                   FOR ALL FUNCTION TRIM(WS-F-ADMIN)
               IF WS-JX = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-JX
           END-IF

           IF WS-ENTRY-COUNT < 500
               ADD 1 TO WS-ENTRY-COUNT
               MOVE TimeStamp TO WS-E-STAMP(WS-ENTRY-COUNT)
               MOVE WS-SOURCE TO WS-E-SOURCE(WS-ENTRY-COUNT)
               MOVE Amount TO WS-DSP-AMT
               PERFORM MASK-POSTING-ACCOUNTS
               MOVE SPACES TO WS-E-TEXT(WS-ENTRY-COUNT)
               STRING "TRX=" TrxID " DR=" WS-SENDER-TXT
                   " CR=" WS-RECEIVER-TXT " AMT=" WS-DSP-AMT
                   " BY=" TrxOperator " BR=" TrxBranch
                   DELIMITED BY SIZE INTO WS-E-TEXT(WS-ENTRY-COUNT)
           END-IF
           .

      *>the filter has already matched on the full numbers - only
      *>what is shown and exported is masked
       MASK-POSTING-ACCOUNTS.
           IF WS-UNMASKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SENDER-TXT TO WS-MASK-VAL
           CALL '../../Utility Functions/bin/maskField'
               USING BY REFERENCE WS-MASK-KIND, WS-MASK-VAL
           MOVE WS-MASK-VAL TO WS-SENDER-TXT
           MOVE WS-RECEIVER-TXT TO WS-MASK-VAL
           CALL '../../Utility Functions/bin/maskField'
               USING BY REFERENCE WS-MASK-KIND, WS-MASK-VAL
           MOVE WS-MASK-VAL TO WS-RECEIVER-TXT
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Selection sort on the stamp - the matched set is capped at
      *>500 lines, small enough that simple wins.
