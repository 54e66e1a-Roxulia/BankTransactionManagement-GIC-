           05  JRN-Side        PIC X.
           05  FILLER          PIC X.
           05  JRN-AmountTxt   PIC X(13).
           05  FILLER          PIC X.
           05  JRN-Branch      PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
