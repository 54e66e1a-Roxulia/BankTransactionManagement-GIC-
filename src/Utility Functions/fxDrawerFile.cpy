      *>Shared record layout for data/FxDrawers.dat - the foreign
      *>banknotes in each teller's drawer, one row per drawer and
      *>currency beside the drawer's MMK row in Drawers.dat. The
      *>counter exchange screen moves the balance as notes are
      *>bought and sold; the day's notes in and out start again
      *>on the first exchange of a new business date.
           05  FXW-Key.
               10  FXW-AID        PIC 9(5).
               10  FXW-Ccy        PIC X(3).
           05  FXW-Balance        PIC S9(10)V99 VALUE 0.
           05  FXW-InToday        PIC 9(10)V99 VALUE 0.
           05  FXW-OutToday       PIC 9(10)V99 VALUE 0.
           05  FXW-Date           PIC 9(8) VALUE 0.
