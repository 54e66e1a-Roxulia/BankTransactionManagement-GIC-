               RECORD KEY IS TrxID
               FILE STATUS IS WS-TrxFS.

           SELECT AdminFile ASSIGN TO '../../../data/AdminAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AID
               FILE STATUS IS WS-ADM-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

       FD  AdminFile.
       01  AdminRecord.
           COPY "../../Utility Functions/adminFile.cpy".

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
       01  WS-FS           pic xx.
       01  WS-TrxFS        pic xx.
       01  WS-PARM-FS      pic xx.
       01  WS-ADM-FS       pic xx.
       01  WS-BD-STATUS    pic xx.
       01  ws-choice       pic 9.
       01  ws-eof          pic x value 'N'.
       01  WS-DIFF         pic s9(12)v99.
       01  WS-ABS-DIFF     pic 9(10)v99.
       01  WS-DIFF-UID     pic 9(5).
       01  ws-drw-branch   pic x(3).
       01  WS-BUS-DATE     pic 9(8).
       01  WS-DSP-AMT      pic -(9)9.99.
       01  WS-DSP-AMT2     pic -(9)9.99.
      *>the difference account; short books as a withdrawal from it.
       POST-DIFFERENCE.
           PERFORM LOAD-DIFF-ACCT
           PERFORM LOAD-DRAWER-BRANCH
      *>lock the difference account for the posting, same discipline
      *>as the online posting programs
           CALL '../../Utility Functions/bin/acquireLock'
           END-IF
           MOVE WS-ABS-DIFF TO Amount
           MOVE "1" TO HolderInd
           MOVE ws-drw-branch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE 'N' TO ws-eof
           .

      *>the over/short is cash from the teller's own drawer, so it
      *>is booked at that teller's branch
       LOAD-DRAWER-BRANCH.
           MOVE "001" TO ws-drw-branch
           OPEN INPUT AdminFile
           IF WS-ADM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-aid TO AID
           READ AdminFile
               NOT INVALID KEY
                   MOVE ABranch TO ws-drw-branch
           END-READ
           CLOSE AdminFile.

      *-------------------------------------------------------------------*
       TRANSFER-CASH.
           DISPLAY "From drawer (Admin ID) : "
