      *>its details, is fulfilled through the existing screens
      *>(chequeManage, fixedDepositCreate, loanCreate,
      *>overdraftManage), and its status shows back to the
      *>customer in myInstructions. A cheque book ordered from
      *>UMain's cheque services carries the home branch it is to be
      *>collected at, so each branch can work its own orders.
           05  PRQ-ID             PIC 9(5).
           05  PRQ-UID            PIC 9(5).
           05  PRQ-Kind           PIC X(2).
               88  PRQ-DONE           VALUE "D".
               88  PRQ-DECLINED       VALUE "X".
           05  PRQ-Note           PIC X(25).
           05  PRQ-Branch         PIC X(3) VALUE SPACES.
