      *          data/StandingOrders.dat. The order itself is posted
      *          later, automatically, by StandingOrders.cbl - this
      *          program only records what to pay, to whom, and on
      *          which day of the month. The receiver is either an
      *          account here or, for rent and fees paid elsewhere,
      *          an account at another bank (bank code, account
      *          number and beneficiary name).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  PrevSOID            PIC 9(5) VALUE ZERO.
       01  WS-SenderUID        PIC 9(5).
       01  WS-ReceiverAcc      PIC 9(16).
       01  WS-DestType         PIC X.
       01  WS-ExtBankCode      PIC X(8).
       01  WS-ExtAcc           PIC 9(16).
       01  WS-BenefName        PIC X(30).
       01  WS-Amount           PIC 9(10)V99.
       01  WS-DayOfMonth       PIC 99.
       01  WS-Description      PIC X(30).
      *-------------------------------------------------------------------*
       Prompt-Receiver.

           MOVE SPACES TO WS-DestType
           PERFORM UNTIL WS-DestType = "I" OR WS-DestType = "E"
               DISPLAY "Pay to I)nternal account or E)xternal bank: "
               ACCEPT WS-DestType
               MOVE FUNCTION UPPER-CASE(WS-DestType) TO WS-DestType
               IF WS-DestType NOT = "I" AND WS-DestType NOT = "E"
                   DISPLAY esc redx "Enter I or E." esc resetx
               END-IF
           END-PERFORM
           IF WS-DestType = "E"
               PERFORM Prompt-External
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ExtBankCode
           MOVE 0      TO WS-ExtAcc
           MOVE SPACES TO WS-BenefName

           DISPLAY "Enter Receiver Account Number: "
           ACCEPT WS-ReceiverAcc

               END-IF
           END-IF.

      *-------------------------------------------------------------------*
      *>an account at another bank - paid each run through the
      *>outgoing interbank register, so there is no receiver record
      *>here to check; the beneficiary name is what sanctions
      *>screening looks at when the order runs
       Prompt-External.

           MOVE 0 TO RECV-UID
           MOVE 0 TO WS-ReceiverAcc
           MOVE SPACES TO WS-ExtBankCode
           PERFORM UNTIL WS-ExtBankCode NOT = SPACES
               DISPLAY "Enter Destination Bank Code (max 8): "
               ACCEPT WS-ExtBankCode
           END-PERFORM
           MOVE 0 TO WS-ExtAcc
           PERFORM UNTIL WS-ExtAcc NOT = 0
               DISPLAY "Enter Destination Account Number: "
               ACCEPT WS-ExtAcc
           END-PERFORM
           MOVE SPACES TO WS-BenefName
           PERFORM UNTIL WS-BenefName NOT = SPACES
               DISPLAY "Enter Beneficiary Name (max 30): "
               ACCEPT WS-BenefName
           END-PERFORM.

      *-------------------------------------------------------------------*
       Prompt-Details.

           MOVE WS-MaxRuns       TO SO-MaxRuns
           MOVE 0                TO SO-RunCount
           MOVE "A"              TO SO-Status
           MOVE WS-DestType      TO SO-DestType
           MOVE WS-ExtBankCode   TO SO-ExtBankCode
           MOVE WS-ExtAcc        TO SO-ExtAcc
           MOVE WS-BenefName     TO SO-BenefName
           MOVE 0                TO SO-ExtRejects

           OPEN I-O SOFile
           WRITE SORecord
