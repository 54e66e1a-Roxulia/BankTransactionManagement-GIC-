           MOVE WS-BUS-DATE TO PRQ-Date
           MOVE "R" TO PRQ-Status
           MOVE SPACES TO PRQ-Note
           MOVE SPACES TO PRQ-Branch
           OPEN I-O PrqFile
           WRITE PrqRecord
               INVALID KEY
