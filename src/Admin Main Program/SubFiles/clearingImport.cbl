      *          Transactions.dat posting path (funded out of the
      *          settlement control account). Entries whose account
      *          number does not resolve are written to an
      *          unmatched-items report for manual repair. An entry
      *          that cannot be applied for a reason the clearing
      *          house has a code for - no such account (AC01),
      *          closed or escheated (AC04), frozen or restricted
      *          (AC06), held in another currency (AM03), holder
      *          deceased (MD07) - is also entered on the return
      *          register (data/ClearingReturns.dat) with its money
      *          held in the clearing suspense GL account; the
      *          night's clearingReturnSend puts it in the outward
      *          return file.
      *
      *          File layout (fixed columns):
      *            our-account(16) amount(12) bank-code(8) ref(20)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNM-FS.

           SELECT ReturnFile
               ASSIGN TO '../../../data/ClearingReturns.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-ID
               FILE STATUS IS WS-RTN-FS.

           SELECT EscFile
               ASSIGN TO '../../../data/EscheatRegister.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ID
               FILE STATUS IS WS-ESC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  UserFile.
       FD  UnmatchedOut.
       01  UnmatchedLine       PIC X(100).

       FD  ReturnFile.
       01  ReturnRecord.
       COPY "../../Utility Functions/clearingReturnFile.cpy".

       FD  EscFile.
       01  EscRecord.
       COPY "../../Utility Functions/escheatFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-TrxFS            PIC XX.
       01  WS-UNMATCH-PATH     PIC X(60).
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-SettlUID         PIC 9(5).
       01  WS-SettlBranch      PIC X(3).
       01  WS-OK-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNM-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNM-OPEN         PIC X VALUE 'N'.
       01  WS-RTN-FS           PIC XX.
       01  WS-ESC-FS           PIC XX.
       01  WS-RTN-COUNT        PIC 9(7) VALUE 0.
       01  WS-RTN-REASON       PIC X(4).
       01  WS-NEXT-CRT         PIC 9(7) VALUE 0.
       01  WS-ESC-EOF          PIC X.
       01  WS-MEMO-ID          PIC X(11).
       01  WS-MEMO-DESC        PIC X(30).
       01  WS-MEMO-STATUS      PIC XX.
      *>clearing suspense is held at head office
       01  WS-MEMO-BRANCH      PIC X(3) VALUE "001".
       01  WS-MEMO-OPER        PIC X(5) VALUE "BATCH".
       01  statusCode          PIC XX.
       01  WS-LockStatus       PIC X(2).
       01  WS-LockA            PIC 9(5).
               GOBACK
           END-IF

           PERFORM FIND-NEXT-RETURN-ID

           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ClearingFile
               END-READ
           END-PERFORM
           CLOSE ClearingFile
           CALL '../../Utility Functions/bin/markInboundPosted'
               USING BY REFERENCE WS-IMPORT-PATH, WS-IBF-STATUS

           IF WS-UNM-OPEN = 'Y'
               CLOSE UnmatchedOut
                   FUNCTION TRIM(WS-UNMATCH-PATH)
           END-IF
           DISPLAY "Clearing import done: " WS-OK-COUNT
               " credited, " WS-UNM-COUNT " unmatched ("
               WS-RTN-COUNT " held for return)."
           GOBACK.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
               EXIT PARAGRAPH
           END-IF

      *>an entry the clearing house has a return code for goes back
           PERFORM CLASSIFY-FOR-RETURN
           IF WS-RTN-REASON NOT = SPACES
               PERFORM HOLD-FOR-RETURN
               EXIT PARAGRAPH
           END-IF

           CALL '../../Utility Functions/bin/getUserByAccNumber'
               USING BY REFERENCE CLR-AccNo, RCV-USER-DATA,
               statusCode
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "001" TO WS-SettlBranch
           MOVE WS-SettlUID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   DISPLAY "Warning: settlement account missing."
               NOT INVALID KEY
                   MOVE UBranch TO WS-SettlBranch
                   SUBTRACT CLR-Amount FROM Balance
                   REWRITE UserRecord
                       INVALID KEY
           MOVE CLR-Amount  TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-SettlBranch TO TrxBranch
           MOVE "IBANK" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           WRITE UnmatchedLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The return reason, or spaces when the entry is either fine
      *>or only unapplied for a reason that needs a person (a
      *>dormant account, a busy record).
       CLASSIFY-FOR-RETURN.
           MOVE SPACES TO WS-RTN-REASON
           OPEN INPUT UserFile
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CLR-AccNo TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   MOVE "AC01" TO WS-RTN-REASON
           END-READ
           CLOSE UserFile
           IF WS-RTN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE "AC04" TO WS-RTN-REASON
               WHEN ACCT-DECEASED
                   MOVE "MD07" TO WS-RTN-REASON
               WHEN ACCT-FROZEN OR ACCT-RESTRICTED
                   MOVE "AC06" TO WS-RTN-REASON
               WHEN ACCT-DORMANT
                   PERFORM CHECK-ESCHEATED
               WHEN UCurrency NOT = "MMK"
                   MOVE "AM03" TO WS-RTN-REASON
           END-EVALUATE
           .

      *>a dormant account whose balance has gone to the unclaimed
      *>funds register is treated as closed
       CHECK-ESCHEATED.
           OPEN INPUT EscFile
           IF WS-ESC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ESC-EOF
           PERFORM UNTIL WS-ESC-EOF = 'Y'
               READ EscFile NEXT
                   AT END
                       MOVE 'Y' TO WS-ESC-EOF
                   NOT AT END
                       IF ESC-AccNo = CLR-AccNo AND ESC-ESCHEATED
                           MOVE "AC04" TO WS-RTN-REASON
                           MOVE 'Y' TO WS-ESC-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EscFile
           .

       FIND-NEXT-RETURN-ID.
           MOVE 0 TO WS-NEXT-CRT
           OPEN INPUT ReturnFile
           IF WS-RTN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ESC-EOF
           PERFORM UNTIL WS-ESC-EOF = 'Y'
               READ ReturnFile NEXT
                   AT END
                       MOVE 'Y' TO WS-ESC-EOF
                   NOT AT END
                       IF CRT-ID > WS-NEXT-CRT
                           MOVE CRT-ID TO WS-NEXT-CRT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReturnFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Entered on the return register, held in clearing suspense
      *>through a GL memo row, and still listed on the unmatched
      *>report with its reason so the day's picture stays whole.
       HOLD-FOR-RETURN.
           OPEN I-O ReturnFile
           IF WS-RTN-FS = "35"
               CLOSE ReturnFile
               OPEN OUTPUT ReturnFile
               CLOSE ReturnFile
               OPEN I-O ReturnFile
           END-IF
           IF WS-RTN-FS NOT = "00"
               PERFORM WRITE-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-CRT
           MOVE WS-NEXT-CRT   TO CRT-ID
           MOVE CLR-Reference TO CRT-OrigRef
           MOVE CLR-BankCode  TO CRT-BankCode
           MOVE CLR-AccNo     TO CRT-AccNo
           MOVE CLR-Amount    TO CRT-Amount
           MOVE WS-RTN-REASON TO CRT-Reason
           MOVE WS-BUS-DATE   TO CRT-HeldDate
           MOVE 0             TO CRT-SentDate
           MOVE "H"           TO CRT-Status
           MOVE 0             TO CRT-AckDate
           MOVE SPACES        TO CRT-AckReason
           WRITE ReturnRecord
               INVALID KEY
                   CLOSE ReturnFile
                   PERFORM WRITE-UNMATCHED
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE ReturnFile
           ADD 1 TO WS-RTN-COUNT

           MOVE SPACES TO WS-MEMO-ID
           STRING "CRH" CRT-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "Clearing held" TO WS-MEMO-DESC
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               CLR-Amount, WS-BUS-DATE, WS-MEMO-BRANCH, WS-MEMO-OPER,
               WS-MEMO-STATUS

           ADD 1 TO WS-UNM-COUNT
           IF WS-UNM-OPEN = 'N'
               OPEN OUTPUT UnmatchedOut
               MOVE 'Y' TO WS-UNM-OPEN
               STRING "Unmatched Clearing Items - " WS-BUS-DATE
                   DELIMITED BY SIZE INTO UnmatchedLine
               WRITE UnmatchedLine
           END-IF
           MOVE SPACES TO UnmatchedLine
           STRING "ACCT=" CLR-AccNo
               " AMOUNT=" CLR-Amount
               " FROM=" CLR-BankCode
               " REF=" FUNCTION TRIM(CLR-Reference)
               " RETURN=" WS-RTN-REASON
               DELIMITED BY SIZE INTO UnmatchedLine
           WRITE UnmatchedLine
           .

       END PROGRAM clearingImport.
