      *          normal transfer posting, with a notice through
      *          notifyUser. The aging report lists everything
      *          still pending by days outstanding so money stops
      *          sitting unexplained in the control account. A
      *          rejected payment raised by a standing order puts
      *          the order back on the standing order retry queue
      *          (data/SORetryQueue.dat) with its run of returns
      *          counted, so the nightly retries and the exhausted-
      *          retry notice apply to it as to any failed run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT SOFile ASSIGN TO '../../../data/StandingOrders.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-SO-FS.

           SELECT RetryQueue
               ASSIGN TO '../../../data/SORetryQueue.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTQ-SOID
               FILE STATUS IS WS-RTQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IboFile.
       FD  ReportOut.
       01  ReportLine          PIC X(100).

       FD  SOFile.
       01  SORecord.
       COPY "../../Utility Functions/standingOrderFile.cpy".

       FD  RetryQueue.
       01  RetryRecord.
           05  RTQ-SOID        PIC 9(5).
           05  RTQ-FirstFail   PIC 9(8).
           05  RTQ-Attempts    PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-IBO-FS           PIC XX.
       01  WS-ACK-FS           PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-SO-FS            PIC XX.
       01  WS-RTQ-FS           PIC XX.
       01  WS-Lock1            PIC 9(5).
       01  WS-Lock2            PIC 9(5).
       01  WS-LocksHeld        PIC 9 VALUE 0.
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-SettlUID         PIC 9(5).
       01  WS-SettlAcc         PIC 9(16).
       01  WS-SettlBranch      PIC X(3).
       01  WS-SETTLED          PIC 9(5) VALUE 0.
       01  WS-REFUNDED         PIC 9(5) VALUE 0.
       01  WS-UNKNOWN          PIC 9(5) VALUE 0.
                           ACK-Ref
               END-REWRITE
               ADD 1 TO WS-SETTLED
               IF IBO-SOID > 0
                   PERFORM CLEAR-ORDER-REJECTS
               END-IF
               EXIT PARAGRAPH
           END-IF
      *>rejected: the money never left - move it out of the
                   EXIT PARAGRAPH
           END-READ
           MOVE UAccNo TO WS-SettlAcc
           MOVE UBranch TO WS-SettlBranch
           SUBTRACT IBO-Amount FROM Balance
           ADD 1 TO TrxCount
           STRING
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-SettlBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
               ACK-Reason DELIMITED BY SIZE INTO WS-Notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE IBO-SenderUID, WS-Notice
           IF IBO-SOID > 0
               PERFORM REQUEUE-STANDING-ORDER
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A returned standing order payment does not count as a run;
      *>the order goes on the retry queue carrying its returns in a
      *>row as the attempts already used, so a payee bank that keeps
      *>returning it runs the order out of retries.
       REQUEUE-STANDING-ORDER.
           OPEN I-O SOFile
           IF WS-SO-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE IBO-SOID TO SO-ID
           READ SOFile
               INVALID KEY
                   CLOSE SOFile
                   EXIT PARAGRAPH
           END-READ
           IF SO-ExtRejects < 99
               ADD 1 TO SO-ExtRejects
           END-IF
           IF SO-RunCount > 0
               SUBTRACT 1 FROM SO-RunCount
           END-IF
           REWRITE SORecord
               INVALID KEY
                   DISPLAY "  standing order " SO-ID
                       " not updated."
           END-REWRITE
           CLOSE SOFile
           IF NOT SO-ACTIVE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RetryQueue
           IF WS-RTQ-FS = '35'
               OPEN OUTPUT RetryQueue
           END-IF
           CLOSE RetryQueue
           OPEN I-O RetryQueue
           MOVE SO-ID TO RTQ-SOID
           READ RetryQueue
               INVALID KEY
                   MOVE SO-ID         TO RTQ-SOID
                   MOVE WS-BUS-DATE   TO RTQ-FirstFail
                   MOVE SO-ExtRejects TO RTQ-Attempts
                   WRITE RetryRecord
                       INVALID KEY
                           DISPLAY "  retry not queued for standing "
                               "order " SO-ID
                   END-WRITE
               NOT INVALID KEY
                   MOVE SO-ExtRejects TO RTQ-Attempts
                   REWRITE RetryRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RetryQueue
           DISPLAY "  standing order " SO-ID " queued for retry."
           MOVE SPACES TO WS-Notice
           STRING "Standing order " SO-ID " returned by payee bank "
               "- will retry" DELIMITED BY SIZE INTO WS-Notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE IBO-SenderUID, WS-Notice
           .

       CLEAR-ORDER-REJECTS.
           OPEN I-O SOFile
           IF WS-SO-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE IBO-SOID TO SO-ID
           READ SOFile
               NOT INVALID KEY
                   IF SO-ExtRejects > 0
                       MOVE 0 TO SO-ExtRejects
                       REWRITE SORecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE SOFile
           .

      *-------------------------------------------------------------------*
      *>Everything still pending, oldest first in age buckets - the
      *>sum is exactly what should be sitting in the settlement
      *>control account awaiting the clearing house. Payments held
      *>back from the file (warehoused, queued or held by treasury)
      *>sit in the same account, so they are listed too, marked.
       AGING-REPORT.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               WS-BUS-DATE DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE "Ref          Bank      Amount        Sent      "
               & "Age(d) St" TO ReportLine
           WRITE ReportLine
           PERFORM UNTIL ws-eof = 'Y'
               READ IboFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IBO-PENDING OR IBO-UNSENT
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           MOVE IBO-Amount TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           STRING IBO-Ref "  " IBO-BankCode "  " WS-DSP-AMT "  "
               IBO-SentDate "  " WS-AGE-DAYS " " IBO-Status
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .
