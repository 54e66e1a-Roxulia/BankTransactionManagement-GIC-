                       INTO WS-MED-LINE(WS-MED-COUNT)
               END-IF
           END-IF
      *>an order paying another bank has no receiver here
           IF SO-DEST-EXTERNAL
               EXIT PARAGRAPH
           END-IF
           MOVE SO-ReceiverUID TO UID
           PERFORM UID-EXISTS-CHECK
           IF ws-eof = 'N'
