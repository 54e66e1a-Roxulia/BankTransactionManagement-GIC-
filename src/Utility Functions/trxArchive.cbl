           05  ARC-HolderInd    PIC X.
           05  ARC-TrxBranch    PIC X(3).
           05  ARC-TrxCategory  PIC X(4).
           05  ARC-TrxOperator  PIC X(5).

       FD  ReportOut.
       01  ReportLine          PIC X(80).
           MOVE HolderInd    TO ARC-HolderInd
           MOVE TrxBranch    TO ARC-TrxBranch
           MOVE TrxCategory  TO ARC-TrxCategory
           MOVE TrxOperator  TO ARC-TrxOperator
           WRITE ArchRecord
           CLOSE ArchFile

