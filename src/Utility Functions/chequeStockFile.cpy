      *>Shared record layout for data/ChequeStock.dat - the cheque
      *>book stock register, one row per printed book received from
      *>the printer, keyed by book number. Each book carries its
      *>branch and leaf series; no two books may share a leaf.
      *>chequeStock.cbl receives and destroys books and reports the
      *>monthly count; chequeManage's Issue Book takes the next book
      *>in stock at the account's branch and marks it issued.
           05  CST-BookNo         PIC 9(4).
           05  CST-Branch         PIC X(3).
           05  CST-FirstLeaf      PIC 9(6).
           05  CST-Leaves         PIC 9(3).
           05  CST-RecvDate       PIC 9(8).
           05  CST-RecvBy         PIC 9(5).
           05  CST-Status         PIC X VALUE "S".
               88  CST-IN-STOCK       VALUE "S".
               88  CST-ISSUED         VALUE "I".
               88  CST-DESTROYED      VALUE "D".
      *>account the book went to, or why it was destroyed, with
      *>the date and the admin who did it
           05  CST-AccNo          PIC 9(16) VALUE 0.
           05  CST-OutDate        PIC 9(8) VALUE 0.
           05  CST-OutBy          PIC 9(5) VALUE 0.
           05  CST-Reason         PIC X(20) VALUE SPACES.
