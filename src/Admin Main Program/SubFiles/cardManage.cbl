      *          separate record linked to the account, so a lost
      *          card is blocked on its own while the account keeps
      *          working at the counter. Every action is recorded
      *          through logAdminAction. A card issued to an account
      *          that already has one is a replacement and takes the
      *          catalogue CARDREPL charge through postServiceCharge.
      *          Activating a renewal card issued by the cardRenewal
      *          batch moves the card it replaces to expired.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-EXP-YY       pic 9(4).
       01  ws-logAction    pic x(10).
       01  ws-logAcct      pic x(30).
       01  ws-prior-card   pic x.
       01  ws-old-cardno   pic 9(16).
       01  ws-svc-event    pic x(8) value "CARDREPL".
       01  ws-svc-oper     pic x(5).
       01  ws-svc-charged  pic 9(10)v99.
       01  ws-svc-status   pic xx.
       01  ws-dsp-charge   pic z(9)9.99.
       01  ACC-USER-DATA.
           05  ACC-UID            PIC 9(5).
           05  ACC-UName          PIC X(20).
               EXIT PARAGRAPH
           END-IF

      *>any card already on file for the account makes this one a
      *>replacement
           MOVE 'N' TO ws-prior-card
           move 'N' to ws-eof
           OPEN INPUT CardFile
           PERFORM UNTIL ws-eof = 'Y'
               READ CardFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF CARD-AccNo = ws-accno
                           MOVE 'Y' TO ws-prior-card
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CardFile

           CALL '../../Utility Functions/bin/generateCardNo'
               USING BY REFERENCE ACC-UID, ws-cardno

           MOVE EncryptedPin TO CARD-EncPin
           MOVE WS-Salt      TO CARD-Salt
           MOVE "I"          TO CARD-Status
           MOVE 0            TO CARD-ReplacedBy
           MOVE 0            TO CARD-Replaces
           MOVE 0            TO CARD-AtmLimit CARD-PosLimit
           MOVE 0            TO CARD-TotDate
           MOVE 0            TO CARD-AtmToday CARD-PosToday

           OPEN I-O CardFile
           WRITE CardRecord
               INVALID KEY
                   DISPLAY esc redx "Writing card record failed."
                   DISPLAY esc resetx
                   MOVE 'N' TO ws-prior-card
               NOT INVALID KEY
                   DISPLAY esc greenx
                   DISPLAY "Card " CARD-No " issued (status I - "
           MOVE ws-accno TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction,
               ws-logAcct
           IF ws-prior-card = 'Y'
               MOVE LS-AdminId TO ws-svc-oper
               CALL '../../Utility Functions/bin/postServiceCharge'
                   USING BY REFERENCE ws-accno, ws-svc-event,
                   ws-svc-oper, ws-svc-charged, ws-svc-status
               IF ws-svc-status = "00"
                   MOVE ws-svc-charged TO ws-dsp-charge
                   DISPLAY "Card replacement charge " ws-dsp-charge
                       " debited."
               END-IF
               IF ws-svc-status = "02"
                   DISPLAY esc redx "Balance will not bear the card "
                       "replacement charge - collect it in cash."
                       esc resetx
               END-IF
           END-IF.

      *-------------------------------------------------------------------*
       ACTIVATE-CARD.
               INVALID KEY
                   DISPLAY "ERROR: Activating card failed."
           END-REWRITE
      *>a renewal card in use retires the card it replaced
           IF CARD-Replaces > 0
               MOVE CARD-Replaces TO ws-old-cardno
               MOVE ws-old-cardno TO CARD-No
               READ CardFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "E" TO CARD-Status
                       REWRITE CardRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       DISPLAY "Card " ws-old-cardno
                           " it replaces is now expired."
               END-READ
           END-IF
           CLOSE CardFile
           MOVE "CARDACTIV" TO ws-logAction
           MOVE ws-cardno TO ws-logAcct
