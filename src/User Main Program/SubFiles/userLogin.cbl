      *              lockout: a keyed READ/REWRITE on UserFile now
      *              tracks UFailedLogins, locking the account once
      *              the configurable threshold is reached.
      *  15.10.2026 - a minor account is operated by its guardian:
      *              the guardian's NRC is asked after the password
      *              and a mismatch counts as a failed login.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. userLogin.
       01 WS-TODAY          PIC 9(8).
       01 WS-PSW-AGE        PIC S9(7).
       01 WS-CHG-STATUS     PIC X(2).
       01 WS-GuardianNrc    PIC X(30).

       LINKAGE SECTION.
       01 LS-UID            PIC 9(5).
           ELSE
               CALL '../../Utility Functions/bin/credentialCheck'
               USING BY REFERENCE UD-USalt, UD-UEncPsw, WS-StatusCode
           END-IF
           IF WS-StatusCode EQUAL "00" AND UGuardianNrc NOT = SPACES
               DISPLAY "Minor account - enter the guardian's NRC : "
               ACCEPT WS-GuardianNrc
               IF WS-GuardianNrc NOT = UGuardianNrc
                   MOVE "95" TO WS-StatusCode
               END-IF
           END-IF.

       open-user-record.
