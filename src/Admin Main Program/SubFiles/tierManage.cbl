           DISPLAY "Enter new tier code (e.g. ST or PR) : "
           ACCEPT ws-new-tier
           MOVE FUNCTION UPPER-CASE(ws-new-tier) TO ws-new-tier
      *>the minor tier follows the holder's date of birth - it is
      *>set at opening and lifted only by minorMajority
           IF TIER-MINOR OR ws-new-tier = "MN"
               DISPLAY esc redx "The minor tier cannot be assigned "
                   "or removed by hand." esc resetx
               CLOSE UserFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Assign tier " ws-new-tier " ? (Y/N): "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
