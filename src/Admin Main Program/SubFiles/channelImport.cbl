      *          into Transactions.dat under the channel transaction
      *          type; failures go to a rejects file with reason
      *          codes. Nothing posts unless the trailer's control
      *          totals match the details. ATM cash (W) and POS
      *          purchases (P) are also held to the card's own daily
      *          limits, kept as running totals on the card record.
      *
      *          File layout (fixed columns):
      *            D card-no(16) type(W/P/D) amount(12) reference(20)
      *            T count(7) amount(12)
      * Tectonics: cobc
      ******************************************************************
       01  WS-IBF-TOTAL        PIC 9(12)V99.
       01  WS-IBF-STATUS       PIC X(2).
       01  WS-AlertEvent       PIC X.
       01  WS-TIER-ATM         PIC 9(10)V99.
       01  WS-TIER-POS         PIC 9(10)V99.
       01  WS-CARD-LIMIT       PIC 9(10)V99.
       01  WS-CARD-SPENT       PIC 9(11)V99.

       COPY "../../Utility Functions/trxConstants.cpy".

           END-IF

           PERFORM POSTING-PASS
           CALL '../../Utility Functions/bin/markInboundPosted'
               USING BY REFERENCE WS-IMPORT-PATH, WS-IBF-STATUS

           DISPLAY "================================================"
           DISPLAY "Import finished: " WS-OK-COUNT " posted, "

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Reason codes: C01 card unknown, C02 card not active, C03
      *>card expired, C05 card's daily ATM or POS limit reached,
      *>A01 account unknown, A02 account not active, F01
      *>insufficient funds, T01 bad transaction kind.
       POST-ONE-ENTRY.
           MOVE SPACES TO WS-REASON

               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF IMP-TrxKind NOT = "W" AND IMP-TrxKind NOT = "P"
               AND IMP-TrxKind NOT = "D"
               MOVE "T01" TO WS-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           IF IMP-TrxKind = "W" OR IMP-TrxKind = "P"
               PERFORM CHECK-CARD-LIMIT
               IF WS-REASON NOT = SPACES
                   CLOSE UserFile
                   PERFORM WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>lock the record and re-read it - reason L01 parks a busy
      *>record's entry in the rejects file for a re-run
           MOVE UID TO WS-LockUID
                   EXIT PARAGRAPH
           END-READ

           IF IMP-TrxKind = "W" OR IMP-TrxKind = "P"
               MOVE Balance TO WS-NEW-BALANCE
               SUBTRACT IMP-Amount FROM WS-NEW-BALANCE
               IF WS-NEW-BALANCE < minaccountbalance
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           IF IMP-TrxKind = "W" OR IMP-TrxKind = "P"
               MOVE UAccNo TO SenderAcc
               MOVE 0      TO ReceiverAcc
           ELSE
           MOVE IMP-Amount    TO Amount
           MOVE TRX-TYPE-CHANNEL TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "CARD " TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           WRITE ImportLogLine
           PERFORM WRITE-POSTED-LINE
           PERFORM RESET-PIN-FAILS
           IF IMP-TrxKind = "W" OR IMP-TrxKind = "P"
               PERFORM ADD-CARD-TOTAL
           END-IF
      *>the cardholder's own alert rules see the card posting
           MOVE "K" TO WS-AlertEvent
           CALL '../../Utility Functions/bin/evalAlerts'
           CLOSE CardFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The card's own limit when it has one below the tier default,
      *>otherwise the tier default; what the card has already spent
      *>today comes from its running total, which only counts for
      *>the business date it was kept on.
       CHECK-CARD-LIMIT.
           CALL '../../Utility Functions/bin/loadCardLimits'
               USING BY REFERENCE UTier, WS-TIER-ATM, WS-TIER-POS
           IF IMP-TrxKind = "W"
               MOVE WS-TIER-ATM TO WS-CARD-LIMIT
               IF CARD-AtmLimit > 0 AND CARD-AtmLimit < WS-CARD-LIMIT
                   MOVE CARD-AtmLimit TO WS-CARD-LIMIT
               END-IF
               MOVE CARD-AtmToday TO WS-CARD-SPENT
           ELSE
               MOVE WS-TIER-POS TO WS-CARD-LIMIT
               IF CARD-PosLimit > 0 AND CARD-PosLimit < WS-CARD-LIMIT
                   MOVE CARD-PosLimit TO WS-CARD-LIMIT
               END-IF
               MOVE CARD-PosToday TO WS-CARD-SPENT
           END-IF
           IF CARD-TotDate NOT = WS-BUS-DATE
               MOVE 0 TO WS-CARD-SPENT
           END-IF
           ADD IMP-Amount TO WS-CARD-SPENT
           IF WS-CARD-SPENT > WS-CARD-LIMIT
               MOVE "C05" TO WS-REASON
           END-IF
           .

      *>the posted debit goes onto the card's running total for the
      *>day - the first posting on a new business date starts both
      *>totals over
       ADD-CARD-TOTAL.
           OPEN I-O CardFile
           IF WS-CARD-FS NOT = "00"
               CLOSE CardFile
               EXIT PARAGRAPH
           END-IF
           MOVE IMP-CardNo TO CARD-No
           READ CardFile
               INVALID KEY
                   CLOSE CardFile
                   EXIT PARAGRAPH
           END-READ
           IF CARD-TotDate NOT = WS-BUS-DATE
               MOVE WS-BUS-DATE TO CARD-TotDate
               MOVE 0 TO CARD-AtmToday CARD-PosToday
           END-IF
           IF IMP-TrxKind = "W"
               ADD IMP-Amount TO CARD-AtmToday
           ELSE
               ADD IMP-Amount TO CARD-PosToday
           END-IF
           REWRITE CardRecord
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE CardFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>One wrong-PIN report: bump the counter and auto-block at
      *>the configured threshold, with a security notice to the
