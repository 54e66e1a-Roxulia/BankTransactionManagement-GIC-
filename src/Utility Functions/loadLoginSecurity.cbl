      * Purpose: Load the consecutive-failed-login lockout threshold
      *          used by userLogin and adminLogin from an editable
      *          parameters file, so policy changes don't require
      *          recompiling either caller. Also carries the admin
      *          password age and the admin session idle timeout in
      *          minutes (IDLEMINS) used by adminSession.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       LINKAGE SECTION.
       01  LS-MaxFailedLogins        PIC 9(2).
       01  LS-MaxPswAge              PIC 9(2).
       01  LS-IdleMins               PIC 9(2).

       PROCEDURE DIVISION USING LS-MaxFailedLogins,
           OPTIONAL LS-MaxPswAge, OPTIONAL LS-IdleMins.
       MAIN-PROCEDURE.
           *> shop defaults, used if the parameters file is missing,
           *> unreadable, or silent on a setting. A zero password
           *> age means no aging is enforced, a zero idle timeout
           *> means an admin session never times out.
           move 5        to LS-MaxFailedLogins
           if LS-MaxPswAge not omitted
               move 0    to LS-MaxPswAge
           end-if
           if LS-IdleMins not omitted
               move 15   to LS-IdleMins
           end-if

           move 'N' to ws-eof
           OPEN INPUT paramfile
                           WHEN "MAXFAILS"
                               MOVE param-value TO LS-MaxFailedLogins
                           WHEN "PSWDAGE "
                               IF LS-MaxPswAge NOT OMITTED
                                   MOVE param-value TO LS-MaxPswAge
                               END-IF
                           WHEN "IDLEMINS"
                               IF LS-IdleMins NOT OMITTED
                                   MOVE param-value TO LS-IdleMins
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
