           PERFORM GET-BRANCH-OF-ACC
           MOVE "O" TO WS-FLOW-DIR
           PERFORM ADD-ONE-FLOW
      *>an order paying another bank leaves the bank altogether
           IF SO-DEST-EXTERNAL
               EXIT PARAGRAPH
           END-IF
           MOVE SO-ReceiverAcc TO WS-ITEM-ACC
           PERFORM GET-BRANCH-OF-ACC
           MOVE "I" TO WS-FLOW-DIR
