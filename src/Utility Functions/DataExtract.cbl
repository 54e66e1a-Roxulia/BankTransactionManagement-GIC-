       01  trx_count           PIC 9(7) VALUE 0.
       01  WS-BALANCE-ED       PIC -(10)9.99.
       01  WS-AMOUNT-ED        PIC -(10)9.99.
       01  WS-MASKED           PIC X VALUE 'Y'.
       01  WS-UNMASK-ANS       PIC X.
       01  WS-MASK-KIND        PIC X VALUE "A".
       01  WS-MASK-VAL         PIC X(30).
       01  WS-ACC-OUT          PIC X(16).
       01  WS-SND-OUT          PIC X(16).
       01  WS-RCV-OUT          PIC X(16).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       LINKAGE SECTION.
      *>the admin running the extract and the role's masking rule
      *>(N full, U masked with a logged unmask, M masked); run
      *>without them the extract is always masked
       01  LS-AdminId          PIC 9(5).
       01  LS-MaskMode         PIC X.
           88  MASK-NONE           VALUE "N".
           88  MASK-UNMASK         VALUE "U".

       PROCEDURE DIVISION USING OPTIONAL LS-AdminId,
           OPTIONAL LS-MaskMode.
       MAIN-PROGRAM.
           PERFORM DECIDE-MASKING
           PERFORM EXPORT-USERS
           PERFORM EXPORT-TRANSACTIONS
           DISPLAY "Done - " user_count " user record(s), "
                   trx_count " transaction record(s) extracted."
           GOBACK
           .

      *---------------------------------------------------------------*
      * Account numbers leave the bank masked to the last four digits *
      * unless the role sees them in full, or may unmask and asks to  *
      * - an unmasked extract is logged.                              *
      *---------------------------------------------------------------*
       DECIDE-MASKING.
           MOVE 'Y' TO WS-MASKED
           IF LS-MaskMode OMITTED OR LS-AdminId OMITTED
               EXIT PARAGRAPH
           END-IF
           IF MASK-NONE
               MOVE 'N' TO WS-MASKED
               EXIT PARAGRAPH
           END-IF
           IF MASK-UNMASK
               DISPLAY "Extract with full account numbers? "
                   "(Y/N - logged) : "
               ACCEPT WS-UNMASK-ANS
               IF WS-UNMASK-ANS = 'Y' OR WS-UNMASK-ANS = 'y'
                   MOVE 'N' TO WS-MASKED
                   MOVE "UNMASK" TO ws-logAction
                   MOVE "DATAEXTRACT" TO ws-logAcct
                   CALL '../../Utility Functions/bin/logAdminAction'
                       USING BY REFERENCE LS-AdminId, ws-logAction,
                       ws-logAcct
               END-IF
           END-IF
           .

       MASK-ACCOUNT.
           IF WS-MASKED = 'Y'
               CALL '../../Utility Functions/bin/maskField'
                   USING BY REFERENCE WS-MASK-KIND, WS-MASK-VAL
           END-IF
           .

      *---------------------------------------------------------------*

       WRITE-USER-EXTRACT-LINE.
           MOVE Balance TO WS-BALANCE-ED
           MOVE UAccNo TO WS-MASK-VAL
           PERFORM MASK-ACCOUNT
           MOVE WS-MASK-VAL TO WS-ACC-OUT
           MOVE SPACES TO UserExtractLine
           STRING
               UID                        DELIMITED BY SIZE
               "," FUNCTION TRIM(UName)   DELIMITED BY SIZE
               "," WS-ACC-OUT             DELIMITED BY SIZE
               "," FUNCTION TRIM(WS-BALANCE-ED) DELIMITED BY SIZE
               "," UStatus                DELIMITED BY SIZE
               "," TrxCount               DELIMITED BY SIZE

       WRITE-TRX-EXTRACT-LINE.
           MOVE Amount TO WS-AMOUNT-ED
           MOVE SenderAcc TO WS-MASK-VAL
           PERFORM MASK-ACCOUNT
           MOVE WS-MASK-VAL TO WS-SND-OUT
           MOVE ReceiverAcc TO WS-MASK-VAL
           PERFORM MASK-ACCOUNT
           MOVE WS-MASK-VAL TO WS-RCV-OUT
           MOVE SPACES TO TrxExtractLine
           STRING
               TrxID                      DELIMITED BY SIZE
               "," WS-SND-OUT             DELIMITED BY SIZE
               "," WS-RCV-OUT             DELIMITED BY SIZE
               "," FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               "," TrxType                DELIMITED BY SIZE
               "," FUNCTION TRIM(Description) DELIMITED BY SIZE
