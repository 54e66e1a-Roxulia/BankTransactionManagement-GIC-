           DISPLAY "16. Balance Sweeps".
           DISPLAY "17. My Alerts".
           DISPLAY "18. Request a Product".
           DISPLAY "19. Cheque Services".
           DISPLAY "20. My Loans".
           DISPLAY "10. Exit".
           DISPLAY "====================="
           display esc resetx
                   CALL '../SubFiles/bin/productRequest'
                   USING UID
                   PERFORM MAIN-MENU
               WHEN "19"
                   CALL '../SubFiles/bin/chequeSelf'
                   USING UID
                   PERFORM MAIN-MENU
               WHEN "20"
                   CALL '../SubFiles/bin/myLoans'
                   USING UID
                   PERFORM MAIN-MENU
               WHEN "10"
                   DISPLAY esc redx
                   DISPLAY "Exiting User Menu..."
