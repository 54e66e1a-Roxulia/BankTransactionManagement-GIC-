      *          in progress, done, declined with a note - which
      *          the customer sees back in myInstructions. The
      *          customer gets a notice on every status change.
      *          The list can be narrowed to one branch, so a branch
      *          works the cheque books ordered for collection there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-PickID           PIC 9(5).
       01  WS-NewStatus        PIC X.
       01  WS-Note             PIC X(25).
       01  WS-Branch           PIC X(3).
       01  WS-DSP-AMT          PIC Z(9)9.99.
       01  WS-Notice           PIC X(60).
       01  ws-logAction        PIC X(10).
           END-EVALUATE.

       LIST-OPEN.
           DISPLAY "Branch code (blank for all) : "
           MOVE SPACES TO WS-Branch
           ACCEPT WS-Branch
           move 'N' to ws-eof
           OPEN INPUT PrqFile
           IF WS-FS NOT = "00"
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF (PRQ-RECEIVED OR PRQ-IN-PROGRESS)
                           AND (WS-Branch = SPACES
                                OR PRQ-Branch = WS-Branch)
                           MOVE PRQ-Amount TO WS-DSP-AMT
                           DISPLAY PRQ-ID " UID " PRQ-UID " "
                               PRQ-Kind " " WS-DSP-AMT " term "
                               PRQ-Term " on " PRQ-Date "  "
                               PRQ-Status
                           IF PRQ-Branch NOT = SPACES
                               DISPLAY "      " PRQ-Note
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
