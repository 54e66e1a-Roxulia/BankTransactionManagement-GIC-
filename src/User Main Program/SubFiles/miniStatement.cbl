           05  Chr-TimeStamp    PIC 9(14).
           05  Chr-RevOfType    PIC 9.
           05  Chr-HolderInd    PIC X.
           05  FILLER           PIC X(18).
           05  Chr-Operator     PIC X(5).

       FD  SeqTrx.
       01  S-TrxRecord.
           05  S-TimeStamp    PIC 9(14).
           05  S-RevOfType    PIC 9.
           05  S-HolderInd    PIC X.
           05  FILLER         PIC X(18).
           05  S-Operator     PIC X(5).

       SD  WORK.
       01  WorkRecord.
           05  W-TimeStamp    PIC 9(14).
           05  W-RevOfType    PIC 9.
           05  W-HolderInd    PIC X.
           05  FILLER         PIC X(18).
           05  W-Operator     PIC X(5).

       FD  XrefFile.
       01  XrefRecord.
           DISPLAY color-blue "            Last 5 Transactions"
                   ESC RESETX
           DISPLAY color-blue "  Date          Time         Withdraw"
                   "       Deposit    By     Description" ESC RESETX
           DISPLAY "-----------------------------------------------"
                   "-----------------------------------------------"

           DISPLAY color-blue "            Last 5 Transactions"
                   ESC RESETX
           DISPLAY color-blue "  Date          Time         Withdraw"
                   "       Deposit    By     Description" ESC RESETX
           DISPLAY "-----------------------------------------------"
                   "-----------------------------------------------"
           OPEN INPUT TrxFile
                       MOVE Amount      TO Chr-Amount
                       MOVE TrxType     TO Chr-TrxType
                       MOVE TimeStamp   TO Chr-TimeStamp
                       MOVE TrxOperator TO Chr-Operator
                       PERFORM DISPLAY-ENTRY
               END-READ
           END-PERFORM
                       color-yellow DSP-HMS
                       "  "ESC REDX WITHDRAW-AMT
                       "  "ESC GREENX DEPOSIT-AMT ESC RESETX
                       "  "Chr-Operator "  "Chr-Description
           else if Chr-ReceiverAcc = UAccNo
               MOVE Chr-TimeStamp(1:4)   TO DSP-YEAR
               MOVE Chr-TimeStamp(5:2)   TO DSP-MONTH
                       color-yellow DSP-HMS
                       "  "ESC REDX WITHDRAW-AMT
                       "  "ESC GREENX DEPOSIT-AMT ESC RESETX
                       "  "Chr-Operator "  "Chr-Description
           END-IF.

       END PROGRAM miniStatement.
