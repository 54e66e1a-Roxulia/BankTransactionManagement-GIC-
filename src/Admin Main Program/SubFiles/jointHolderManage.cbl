      *          joint account (U2LoginName/U2EncPsw/U2Salt in
      *          UserAccounts.dat). The second holder gets their own
      *          login and password onto the same account; removing
      *          them blanks the credential set. The second
      *          holder's NRC is recorded with the login (deposit
      *          insurance counts a joint account against both
      *          holders). Every change is recorded through
      *          logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  ws-uid          pic 9(5).
       01  ws-choice       pic 9.
       01  ws-new-login    pic x(25).
       01  ws-new-nrc      pic x(30).
       01  RPSW            pic 9(6).
       01  PlainPassword   pic x(20).
       01  EncryptedPassword pic x(32).
               DISPLAY "Joint holder: (none)"
           ELSE
               DISPLAY "Joint holder: " U2LoginName
               DISPLAY "Holder NRC  : " U2Nrc
           END-IF

           DISPLAY "1=Add/Replace second holder, 2=Remove, "
           DISPLAY "Enter second holder's login name (max 25): "
           ACCEPT ws-new-login
           MOVE ws-new-login TO U2LoginName
           MOVE SPACES TO ws-new-nrc
           PERFORM UNTIL ws-new-nrc NOT = SPACES
               DISPLAY "Enter second holder's NRC : "
               ACCEPT ws-new-nrc
               IF ws-new-nrc = UNrc
                   DISPLAY esc redx "That is the primary holder's "
                       "NRC." esc resetx
                   MOVE SPACES TO ws-new-nrc
               END-IF
           END-PERFORM
           MOVE ws-new-nrc TO U2Nrc

           COMPUTE RPSW = FUNCTION RANDOM() * 1000000
           MOVE RPSW TO PlainPassword
           MOVE SPACES TO U2LoginName
           MOVE SPACES TO U2EncPsw
           MOVE SPACES TO U2Salt
           MOVE SPACES TO U2Nrc
           MOVE "JOINTDEL" TO ws-logAction.

       END PROGRAM jointHolderManage.
