      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Audit log archival. The chained audit logs
      *          (AdminActionLog, InterestAudit, LoanAudit,
      *          StandingOrderAudit, ChannelImportAudit) keep the
      *          configurable number of whole months live (AUDKEEPM
      *          in TrxLimits.dat, default 3); every older month is
      *          moved into its own sealed archive file
      *          (data/<log>_<YYYYMM>.arc) with each line's chain
      *          hash beside it, a starting hash and a closing hash.
      *          The last closing hash becomes the live log's seed
      *          (<log>.seed), so the live chain - rewritten from the
      *          seed, sealing anything not yet sealed - still
      *          verifies across the boundary. A log whose chain does
      *          not verify is left alone. Each archive is listed in
      *          data/AuditArchives.dat for the audit inquiry, and a
      *          control report is spooled as AUDARCHIVE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditArchive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LogFile ASSIGN TO WS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT ChainFile ASSIGN TO WS-CHAIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-FS.

           SELECT SeedFile ASSIGN TO WS-SEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-FS.

           SELECT ArcFile ASSIGN TO WS-ARC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FS.

           SELECT TmpLog ASSIGN TO WS-TMP-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLG-FS.

           SELECT TmpChain ASSIGN TO WS-TMP-CHN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCH-FS.

           SELECT IndexFile ASSIGN TO '../../../data/AuditArchives.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LogFile.
       01  LogLine             PIC X(140).

       FD  ChainFile.
       01  ChainLine           PIC X(32).

       FD  SeedFile.
       01  SeedRecord.
           copy 'chainSeed.cpy'.

       FD  ArcFile.
       01  ArcRecord.
           copy 'auditArchiveLine.cpy'.

       FD  TmpLog.
       01  TmpLogLine          PIC X(140).

       FD  TmpChain.
       01  TmpChainLine        PIC X(32).

       FD  IndexFile.
       01  IndexRecord.
           copy 'auditArchiveIdx.cpy'.

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       WORKING-STORAGE SECTION.
       01  WS-LOG-FS           PIC XX.
       01  WS-CHN-FS           PIC XX.
       01  WS-SEED-FS          PIC XX.
       01  WS-ARC-FS           PIC XX.
       01  WS-TLG-FS           PIC XX.
       01  WS-TCH-FS           PIC XX.
       01  WS-IDX-FS           PIC XX.
       01  WS-RPT-FS           PIC XX.
       01  WS-PARM-FS          PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X VALUE 'N'.
       01  WS-CHN-EOF          PIC X.
       01  ws-confirm          PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-BUS-DATE-X REDEFINES WS-BUS-DATE.
           05  WS-BUS-YEAR     PIC 9(4).
           05  WS-BUS-MONTH    PIC 9(2).
           05  WS-BUS-DAY      PIC 9(2).
       01  WS-KEEP-MONTHS      PIC 9(3).
       01  WS-MONTH-NO         PIC 9(6).
       01  WS-CUTOFF           PIC 9(8).
       01  WS-CUTOFF-X REDEFINES WS-CUTOFF.
           05  WS-CUT-YEAR     PIC 9(4).
           05  WS-CUT-MONTH    PIC 9(2).
           05  WS-CUT-DAY      PIC 9(2).
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.
       01  WS-REPORT-PATH      PIC X(60).

      *>the log in hand
       01  WS-LX               PIC 9.
       01  WS-SOURCE           PIC X(12).
       01  WS-LOG-NAME         PIC X(20).
       01  WS-LOG-PATH         PIC X(60).
       01  WS-CHAIN-PATH       PIC X(60).
       01  WS-SEED-PATH        PIC X(60).
       01  WS-TMP-LOG-PATH     PIC X(60).
       01  WS-TMP-CHN-PATH     PIC X(60).
       01  WS-ARC-PATH         PIC X(60).
       01  WS-PREV-ARC-PATH    PIC X(60).
       01  WS-SEED-HASH        PIC X(32).
       01  WS-PREV-HASH        PIC X(32).
       01  WS-CALC-HASH        PIC X(32).
       01  WS-CHAIN-LINE80     PIC X(80).
       01  WS-LINE-NO          PIC 9(7).
       01  WS-ARC-COUNT        PIC 9(7).
       01  WS-KEPT-COUNT       PIC 9(7).
       01  WS-BROKEN-AT        PIC 9(7).
       01  WS-IN-PREFIX        PIC X.
       01  WS-LINE-DATE        PIC 9(8).
       01  WS-LAST-DATE        PIC 9(8).
       01  WS-E-DATE           PIC X(8).
       01  WS-PART1            PIC X(140).
       01  WS-PART2            PIC X(140).
       01  WS-SKIP-LOG         PIC X.

      *>the periods found in the part to be archived
       01  WS-PER-USED         PIC 9(3).
       01  WS-PER-TBL.
           05  WS-PER-PERIOD   PIC 9(6) OCCURS 120 TIMES.
       01  WS-PX               PIC 9(3).
       01  WS-CUR-PERIOD       PIC 9(6).
       01  WS-ARC-OPEN         PIC X.
       01  WS-ARC-LINES        PIC 9(7).
       01  WS-ARC-FIRST        PIC 9(8).
       01  WS-ARC-LAST         PIC 9(8).
       01  WS-ARC-CLOSE-HASH   PIC X(32).
       01  WS-TOT-ARCHIVED     PIC 9(7) VALUE 0.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM LOAD-RETENTION
      *>the first day of the oldest month kept live
           COMPUTE WS-MONTH-NO = WS-BUS-YEAR * 12 + WS-BUS-MONTH - 1
               - (WS-KEEP-MONTHS - 1)
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-CUT-YEAR
               REMAINDER WS-CUT-MONTH
           ADD 1 TO WS-CUT-MONTH
           MOVE 1 TO WS-CUT-DAY
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/AuditArchiveReport_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH

           DISPLAY color-blue
           DISPLAY "===== Audit Log Archival ====="
           DISPLAY esc resetx
           DISPLAY "Audit log lines dated before " WS-CUTOFF
               " will move to sealed monthly archives."
           DISPLAY "Proceed? (Y/N): "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Archival cancelled."
               GOBACK
           END-IF

           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Audit Log Archive Report - " WS-BUS-DATE
               " (cutoff " WS-CUTOFF ")"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 5
               PERFORM ARCHIVE-ONE-LOG
           END-PERFORM

           CLOSE ReportOut
           DISPLAY esc greenx
           DISPLAY "Audit archival done - " WS-TOT-ARCHIVED
               " line(s) archived."
           DISPLAY esc resetx
           DISPLAY "Control report written to "
               FUNCTION TRIM(WS-REPORT-PATH)
           MOVE "AUDARCHIVE" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Source names are the audit inquiry's, so archived lines come
      *>back under the same heading as live ones.
       SET-LOG-NAMES.
           EVALUATE WS-LX
               WHEN 1
                   MOVE "ADMINACTION"        TO WS-SOURCE
                   MOVE "AdminActionLog"     TO WS-LOG-NAME
                   MOVE "../../../data/AdminActionLog.dat"
                       TO WS-LOG-PATH
               WHEN 2
                   MOVE "INTEREST"           TO WS-SOURCE
                   MOVE "InterestAudit"      TO WS-LOG-NAME
                   MOVE "../../../data/InterestAudit.log"
                       TO WS-LOG-PATH
               WHEN 3
                   MOVE "STANDINGORD"        TO WS-SOURCE
                   MOVE "StandingOrderAudit" TO WS-LOG-NAME
                   MOVE "../../../data/StandingOrderAudit.log"
                       TO WS-LOG-PATH
               WHEN 4
                   MOVE "CHANNEL"            TO WS-SOURCE
                   MOVE "ChannelImportAudit" TO WS-LOG-NAME
                   MOVE "../../../data/ChannelImportAudit.log"
                       TO WS-LOG-PATH
               WHEN 5
                   MOVE "LOAN"               TO WS-SOURCE
                   MOVE "LoanAudit"          TO WS-LOG-NAME
                   MOVE "../../../data/LoanAudit.log"
                       TO WS-LOG-PATH
           END-EVALUATE
           MOVE SPACES TO WS-CHAIN-PATH WS-SEED-PATH
               WS-TMP-LOG-PATH WS-TMP-CHN-PATH
           STRING "../../../data/" FUNCTION TRIM(WS-LOG-NAME)
               ".chain" DELIMITED BY SIZE INTO WS-CHAIN-PATH
           STRING "../../../data/" FUNCTION TRIM(WS-LOG-NAME)
               ".seed" DELIMITED BY SIZE INTO WS-SEED-PATH
           STRING "../../../data/" FUNCTION TRIM(WS-LOG-NAME)
               ".logtmp" DELIMITED BY SIZE INTO WS-TMP-LOG-PATH
           STRING "../../../data/" FUNCTION TRIM(WS-LOG-NAME)
               ".chaintmp" DELIMITED BY SIZE INTO WS-TMP-CHN-PATH
           .

       ARCHIVE-ONE-LOG.
           PERFORM SET-LOG-NAMES
           PERFORM READ-SEED
           PERFORM VERIFY-AND-MEASURE
           IF WS-SKIP-LOG = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NO-ARCHIVE-YET
           IF WS-SKIP-LOG = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-LOG
           PERFORM WRITE-SEED
           PERFORM COPY-BACK-LIVE
           ADD WS-ARC-COUNT TO WS-TOT-ARCHIVED
           MOVE SPACES TO ReportLine
           STRING WS-LOG-NAME " " WS-ARC-COUNT " archived in "
               WS-PER-USED " period(s), " WS-KEPT-COUNT " kept live"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           DISPLAY FUNCTION TRIM(ReportLine)
           .

       READ-SEED.
           MOVE SPACES TO WS-SEED-HASH WS-PREV-ARC-PATH
           OPEN INPUT SeedFile
           IF WS-SEED-FS = "00"
               READ SeedFile
                   NOT AT END
                       MOVE SEED-Hash TO WS-SEED-HASH
                       MOVE SEED-From TO WS-PREV-ARC-PATH
               END-READ
               CLOSE SeedFile
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>First pass, nothing written: the chain must verify from the
      *>seed as far as it is sealed, and the archivable part is the
      *>run of lines from the top dated before the cutoff. A line
      *>with no date of its own goes with the line before it.
       VERIFY-AND-MEASURE.
           MOVE 'N' TO WS-SKIP-LOG
           MOVE 0 TO WS-LINE-NO WS-ARC-COUNT WS-BROKEN-AT
               WS-PER-USED WS-LAST-DATE
           MOVE 'Y' TO WS-IN-PREFIX
           MOVE WS-SEED-HASH TO WS-PREV-HASH
           MOVE 'N' TO ws-eof WS-CHN-EOF
           OPEN INPUT LogFile
           IF WS-LOG-FS NOT = "00"
               MOVE SPACES TO ReportLine
               STRING WS-LOG-NAME " not on disk - nothing to archive"
                   DELIMITED BY SIZE INTO ReportLine
               PERFORM REPORT-SKIP
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ChainFile
           IF WS-CHN-FS NOT = "00"
               MOVE 'Y' TO WS-CHN-EOF
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ LogFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM CHECK-AND-MEASURE-LINE
               END-READ
           END-PERFORM
           IF WS-CHN-EOF NOT = 'Y'
               CLOSE ChainFile
           END-IF
           CLOSE LogFile
           COMPUTE WS-KEPT-COUNT = WS-LINE-NO - WS-ARC-COUNT

           IF WS-BROKEN-AT > 0
               MOVE SPACES TO ReportLine
               STRING WS-LOG-NAME " chain broken at line "
                   WS-BROKEN-AT " - NOT archived"
                   DELIMITED BY SIZE INTO ReportLine
               PERFORM REPORT-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-ARC-COUNT = 0
               MOVE SPACES TO ReportLine
               STRING WS-LOG-NAME " nothing before the cutoff"
                   DELIMITED BY SIZE INTO ReportLine
               PERFORM REPORT-SKIP
           END-IF
           .

       CHECK-AND-MEASURE-LINE.
           MOVE LogLine(1:80) TO WS-CHAIN-LINE80
           CALL '../../Utility Functions/bin/chainHash'
               USING BY REFERENCE WS-CHAIN-LINE80, WS-PREV-HASH,
               WS-CALC-HASH
           IF WS-CHN-EOF NOT = 'Y'
               READ ChainFile
                   AT END
                       MOVE 'Y' TO WS-CHN-EOF
                       CLOSE ChainFile
                   NOT AT END
                       IF ChainLine NOT = WS-CALC-HASH
                           AND WS-BROKEN-AT = 0
                           MOVE WS-LINE-NO TO WS-BROKEN-AT
                       END-IF
               END-READ
           END-IF
           MOVE WS-CALC-HASH TO WS-PREV-HASH

           IF WS-IN-PREFIX NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-LINE-DATE
           IF WS-LINE-DATE = 0 OR WS-LINE-DATE >= WS-CUTOFF
               MOVE 'N' TO WS-IN-PREFIX
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-DATE(1:6) TO WS-CUR-PERIOD
      *>periods only go forward - a line dated back into an earlier
      *>month ends the run of archivable lines there
           IF WS-PER-USED > 0
               AND WS-CUR-PERIOD < WS-PER-PERIOD(WS-PER-USED)
               MOVE 'N' TO WS-IN-PREFIX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARC-COUNT
           IF WS-PER-USED = 0
               OR WS-PER-PERIOD(WS-PER-USED) NOT = WS-CUR-PERIOD
               IF WS-PER-USED < 120
                   ADD 1 TO WS-PER-USED
                   MOVE WS-CUR-PERIOD TO WS-PER-PERIOD(WS-PER-USED)
               ELSE
      *>ten years in one go is plenty - the rest waits a run
                   SUBTRACT 1 FROM WS-ARC-COUNT
                   MOVE 'N' TO WS-IN-PREFIX
               END-IF
           END-IF
           .

      *>Same reading of a line as the audit inquiry's: the admin log
      *>has its date at column 65, the batch logs after "ON=".
       GET-LINE-DATE.
           MOVE SPACES TO WS-PART1 WS-PART2 WS-E-DATE
           IF WS-SOURCE = "ADMINACTION"
               MOVE LogLine(65:8) TO WS-E-DATE
           ELSE
               UNSTRING LogLine DELIMITED BY "ON="
                   INTO WS-PART1, WS-PART2
               END-UNSTRING
               MOVE WS-PART2(1:8) TO WS-E-DATE
           END-IF
           IF WS-E-DATE IS NUMERIC
               MOVE WS-E-DATE TO WS-LINE-DATE
               MOVE WS-LINE-DATE TO WS-LAST-DATE
           ELSE
               MOVE WS-LAST-DATE TO WS-LINE-DATE
           END-IF
           .

      *>a sealed archive is never overwritten - an archive already
      *>on disk for one of the periods means a run was interrupted
      *>and needs looking at by hand
       CHECK-NO-ARCHIVE-YET.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PER-USED
               MOVE WS-PER-PERIOD(WS-PX) TO WS-CUR-PERIOD
               PERFORM SET-ARC-PATH
               OPEN INPUT ArcFile
               IF WS-ARC-FS = "00"
                   CLOSE ArcFile
                   MOVE SPACES TO ReportLine
                   STRING WS-LOG-NAME " archive for " WS-CUR-PERIOD
                       " already exists - NOT archived"
                       DELIMITED BY SIZE INTO ReportLine
                   PERFORM REPORT-SKIP
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       SET-ARC-PATH.
           MOVE SPACES TO WS-ARC-PATH
           STRING "../../../data/" FUNCTION TRIM(WS-LOG-NAME) "_"
               WS-CUR-PERIOD ".arc" DELIMITED BY SIZE INTO WS-ARC-PATH
           .

       REPORT-SKIP.
           MOVE 'Y' TO WS-SKIP-LOG
           WRITE ReportLine
           DISPLAY FUNCTION TRIM(ReportLine)
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Second pass: the archived part goes out a period at a time,
      *>each archive starting from the hash the one before it closed
      *>on; the rest goes to the new live log and chain, rehashed
      *>from the last archived line.
       SPLIT-LOG.
           MOVE WS-SEED-HASH TO WS-PREV-HASH
           MOVE 0 TO WS-LINE-NO WS-LAST-DATE
           MOVE 'N' TO WS-ARC-OPEN
           MOVE 'N' TO ws-eof
           OPEN INPUT LogFile
           OPEN OUTPUT TmpLog
           OPEN OUTPUT TmpChain
           PERFORM UNTIL ws-eof = 'Y'
               READ LogFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM SPLIT-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-ARC-OPEN = 'Y'
               PERFORM CLOSE-ARCHIVE
           END-IF
           CLOSE LogFile
           CLOSE TmpLog
           CLOSE TmpChain
           .

       SPLIT-ONE-LINE.
           MOVE LogLine(1:80) TO WS-CHAIN-LINE80
           CALL '../../Utility Functions/bin/chainHash'
               USING BY REFERENCE WS-CHAIN-LINE80, WS-PREV-HASH,
               WS-CALC-HASH
           IF WS-LINE-NO > WS-ARC-COUNT
               IF WS-ARC-OPEN = 'Y'
                   PERFORM CLOSE-ARCHIVE
               END-IF
               MOVE LogLine TO TmpLogLine
               WRITE TmpLogLine
               MOVE WS-CALC-HASH TO TmpChainLine
               WRITE TmpChainLine
               MOVE WS-CALC-HASH TO WS-PREV-HASH
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-LINE-DATE
           IF WS-ARC-OPEN = 'N'
               OR WS-LINE-DATE(1:6) NOT = WS-CUR-PERIOD
               IF WS-ARC-OPEN = 'Y'
                   PERFORM CLOSE-ARCHIVE
               END-IF
               MOVE WS-LINE-DATE(1:6) TO WS-CUR-PERIOD
               PERFORM OPEN-ARCHIVE
           END-IF
           MOVE SPACES TO ArcRecord
           SET AAL-DETAIL TO TRUE
           MOVE WS-CALC-HASH TO AAL-Hash
           MOVE LogLine TO AAL-Text
           WRITE ArcRecord
           ADD 1 TO WS-ARC-LINES
           MOVE WS-LINE-DATE TO WS-ARC-LAST
           MOVE WS-CALC-HASH TO WS-PREV-HASH
           .

       OPEN-ARCHIVE.
           PERFORM SET-ARC-PATH
           OPEN OUTPUT ArcFile
           MOVE 'Y' TO WS-ARC-OPEN
           MOVE 0 TO WS-ARC-LINES
           MOVE WS-LINE-DATE TO WS-ARC-FIRST
           MOVE SPACES TO ArcRecord
           SET AAL-HEADER TO TRUE
           MOVE WS-PREV-HASH TO AAL-Hash
           MOVE WS-PREV-ARC-PATH TO AAL-Text
           WRITE ArcRecord
           .

       CLOSE-ARCHIVE.
           MOVE SPACES TO ArcRecord
           SET AAL-TRAILER TO TRUE
           MOVE WS-PREV-HASH TO AAL-Hash
           MOVE WS-ARC-LINES TO AAL-Text
           WRITE ArcRecord
           CLOSE ArcFile
           MOVE 'N' TO WS-ARC-OPEN
           MOVE WS-PREV-HASH TO WS-ARC-CLOSE-HASH
           MOVE WS-ARC-PATH TO WS-PREV-ARC-PATH

           OPEN EXTEND IndexFile
           IF WS-IDX-FS NOT = "00"
               CLOSE IndexFile
               OPEN OUTPUT IndexFile
           END-IF
           MOVE SPACES TO IndexRecord
           MOVE WS-SOURCE     TO AAX-Source
           MOVE WS-CUR-PERIOD TO AAX-Period
           MOVE WS-ARC-FIRST  TO AAX-FirstDate
           MOVE WS-ARC-LAST   TO AAX-LastDate
           MOVE WS-ARC-LINES  TO AAX-Lines
           MOVE WS-BUS-DATE   TO AAX-ArchDate
           MOVE WS-ARC-PATH   TO AAX-Path
           WRITE IndexRecord
           CLOSE IndexFile
           .

      *>the seed is the closing hash of the newest archive
       WRITE-SEED.
           OPEN OUTPUT SeedFile
           MOVE SPACES TO SeedRecord
           MOVE WS-ARC-CLOSE-HASH TO SEED-Hash
           MOVE WS-PREV-ARC-PATH TO SEED-From
           WRITE SeedRecord
           CLOSE SeedFile
           .

      *>the new live log and chain replace the old ones; the work
      *>files are emptied, not left holding a copy of the log
       COPY-BACK-LIVE.
           MOVE 'N' TO ws-eof
           OPEN INPUT TmpLog
           OPEN OUTPUT LogFile
           PERFORM UNTIL ws-eof = 'Y'
               READ TmpLog
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE TmpLogLine TO LogLine
                       WRITE LogLine
               END-READ
           END-PERFORM
           CLOSE LogFile
           CLOSE TmpLog

           MOVE 'N' TO ws-eof
           OPEN INPUT TmpChain
           OPEN OUTPUT ChainFile
           PERFORM UNTIL ws-eof = 'Y'
               READ TmpChain
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE TmpChainLine TO ChainLine
                       WRITE ChainLine
               END-READ
           END-PERFORM
           CLOSE ChainFile
           CLOSE TmpChain

           OPEN OUTPUT TmpLog
           CLOSE TmpLog
           OPEN OUTPUT TmpChain
           CLOSE TmpChain
           .

       LOAD-RETENTION.
           *> shop default: keep three whole months live
           MOVE 3 TO WS-KEEP-MONTHS
           MOVE 'N' TO ws-eof
           OPEN INPUT paramfile
           IF WS-PARM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE param-label
                           WHEN "AUDKEEPM"
                               MOVE param-value TO WS-KEEP-MONTHS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           IF WS-KEEP-MONTHS = 0
               MOVE 1 TO WS-KEEP-MONTHS
           END-IF
           MOVE 'N' TO ws-eof
           .

       END PROGRAM auditArchive.
