      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Mask one customer identifier in place for display
      *          or extract, under the privacy policy:
      *            A  account number - only the last four digits show
      *            N  NRC - the state prefix and last two characters
      *            P  phone - the first two and last two digits
      *          Everything else that is not a space becomes "*".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskField.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LEN              PIC 9(2).
       01  WS-IX               PIC 9(2).
       01  WS-KEEP-FRONT       PIC 9(2).
       01  WS-KEEP-BACK        PIC 9(2).

       LINKAGE SECTION.
       01  LS-Kind             PIC X.
       01  LS-Value            PIC X(30).

       PROCEDURE DIVISION USING LS-Kind, LS-Value.
       MAIN-PROCEDURE.
           EVALUATE LS-Kind
               WHEN "A"
                   MOVE 0 TO WS-KEEP-FRONT
                   MOVE 4 TO WS-KEEP-BACK
               WHEN "N"
                   MOVE 3 TO WS-KEEP-FRONT
                   MOVE 2 TO WS-KEEP-BACK
               WHEN "P"
                   MOVE 2 TO WS-KEEP-FRONT
                   MOVE 2 TO WS-KEEP-BACK
               WHEN OTHER
                   GOBACK
           END-EVALUATE

           MOVE 0 TO WS-LEN
           PERFORM VARYING WS-IX FROM 30 BY -1
                   UNTIL WS-IX < 1 OR WS-LEN > 0
               IF LS-Value(WS-IX:1) NOT = SPACE
                   MOVE WS-IX TO WS-LEN
               END-IF
           END-PERFORM
      *>too short to keep anything back - hide it all
           IF WS-LEN <= WS-KEEP-FRONT + WS-KEEP-BACK
               MOVE 0 TO WS-KEEP-FRONT
               MOVE 0 TO WS-KEEP-BACK
           END-IF

           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-LEN
               IF WS-IX > WS-KEEP-FRONT
                   AND WS-IX <= WS-LEN - WS-KEEP-BACK
                   AND LS-Value(WS-IX:1) NOT = SPACE
                   MOVE "*" TO LS-Value(WS-IX:1)
               END-IF
           END-PERFORM
           GOBACK.

       END PROGRAM maskField.
