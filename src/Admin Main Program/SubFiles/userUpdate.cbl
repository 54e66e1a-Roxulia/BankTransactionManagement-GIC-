                   MOVE UPh        TO CUST-Phone
                   MOVE ULoginName TO CUST-Login
                   MOVE ws-today   TO CUST-Since
                   MOVE 0          TO CUST-BirthDate
                   WRITE CustomerRecord
                       INVALID KEY
                           DISPLAY "Warning: customer master row "
