      * Author: Myo Thein Chit
      * Date: 7-10-2025
      * Purpose: Sub file for prompting for user phone and validate
      *          Called with a status argument it checks the number
      *          already in UPh without prompting ("00" valid, "01"
      *          invalid), so batch reports apply the same rule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       LINKAGE SECTION.
       01  UPh              PIC X(11).
       01  LS-PhoneStatus   PIC XX.

       PROCEDURE DIVISION USING UPh, OPTIONAL LS-PhoneStatus.
           IF ADDRESS OF LS-PhoneStatus NOT = NULL
               MOVE UPh TO RAW-PHONE-IN
               PERFORM STRIP-DIGITS
               PERFORM CHECK-PHONE-RULE
               IF VALID-PHONE = 'Y'
                   MOVE "00" TO LS-PhoneStatus
               ELSE
                   MOVE "01" TO LS-PhoneStatus
               END-IF
               EXIT PROGRAM
           END-IF

           MOVE 'N' TO VALID-PHONE
           PERFORM UNTIL VALID-PHONE = 'Y'
               DISPLAY "==========================================="
                   move "EXIT" to UPh
                   exit PROGRAM
               END-IF
               PERFORM STRIP-DIGITS
               PERFORM CHECK-PHONE-RULE

               IF VALID-PHONE = 'Y'
                   MOVE DIGITS-ONLY TO UPh
               ELSE
                   IF DIGITS-ONLY(1:2) NOT = "09"
                       DISPLAY ESC REDX
                           ">>ERROR: Phone must start with 09."
                       DISPLAY ESC RESETX
                   ELSE
                       DISPLAY ESC REDX
                       DISPLAY">> ERROR: phone number invalid"
                       DISPLAY ESC RESETX
                   END-IF
               END-IF

           END-PERFORM
           EXIT PROGRAM.

       *> Strip non-digits
       STRIP-DIGITS.
           MOVE SPACES TO DIGITS-ONLY
           MOVE FUNCTION TRIM(RAW-PHONE-IN) TO RAW-PHONE-IN
           MOVE 0 TO DIGIT-COUNT

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > LENGTH OF RAW-PHONE-IN
               IF RAW-PHONE-IN(I:1) IS NUMERIC
                   ADD 1 TO DIGIT-COUNT
                   MOVE RAW-PHONE-IN(I:1) TO
                       DIGITS-ONLY(DIGIT-COUNT:1)
               END-IF
           END-PERFORM.

       *> Validate: 09 then 9 digits in all for an 095 number,
       *> 11 digits for every other
       CHECK-PHONE-RULE.
           MOVE 'N' TO VALID-PHONE
           IF DIGITS-ONLY(1:2) = "09"
               IF DIGITS-ONLY(3:1) = "5"
                   IF DIGIT-COUNT = 9
                       MOVE 'Y' TO VALID-PHONE
                   END-IF
               ELSE
                   IF DIGIT-COUNT = 11
                       MOVE 'Y' TO VALID-PHONE
                   END-IF
               END-IF
           END-IF.

       END PROGRAM phoneValidCheck.
