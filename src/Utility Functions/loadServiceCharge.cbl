      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Look up what one service event costs a customer of
      *          a given tier, from the service-charge catalogue
      *          (data/ServiceCharges.dat): the tier's own line if
      *          there is one, otherwise the event's blank-tier line.
      *          Status 00 found, 23 event not in the catalogue (no
      *          charge).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loadServiceCharge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChargeFile
               ASSIGN TO "../../../data/ServiceCharges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ChargeFile.
       01  ChargeLine.
           copy 'serviceChargeFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  ws-eof              PIC X.
       01  WS-TierHit          PIC X.

       LINKAGE SECTION.
       01  LS-Event            PIC X(8).
       01  LS-Tier             PIC X(2).
       01  LS-Amount           PIC 9(10)V99.
       01  LS-Name             PIC X(24).
       01  LS-Status           PIC XX.

       PROCEDURE DIVISION USING LS-Event, LS-Tier, LS-Amount,
           LS-Name, LS-Status.
       MAIN-PROCEDURE.
           MOVE 0      TO LS-Amount
           MOVE SPACES TO LS-Name
           MOVE "23"   TO LS-Status
           MOVE 'N'    TO WS-TierHit
           OPEN INPUT ChargeFile
           IF WS-FS NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ ChargeFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF SVC-Event = LS-Event
                           PERFORM TAKE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChargeFile
           GOBACK.

      *>the tier's own line wins wherever it sits in the file
       TAKE-LINE.
           IF SVC-Tier = SPACES
               IF WS-TierHit = 'N'
                   MOVE SVC-Amount TO LS-Amount
               END-IF
               IF WS-TierHit = 'N' OR LS-Name = SPACES
                   MOVE SVC-Name TO LS-Name
               END-IF
               MOVE "00"       TO LS-Status
           END-IF
           IF SVC-Tier NOT = SPACES AND SVC-Tier = LS-Tier
               MOVE SVC-Amount TO LS-Amount
               IF SVC-Name NOT = SPACES
                   MOVE SVC-Name TO LS-Name
               END-IF
               MOVE "00"       TO LS-Status
               MOVE 'Y'        TO WS-TierHit
           END-IF
           .

       END PROGRAM loadServiceCharge.
