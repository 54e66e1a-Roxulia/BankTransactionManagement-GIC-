      *          alongside the name and the caller's own record
      *          count and amount total. Status "00" = registered,
      *          "94" = duplicate (caller must refuse the file),
      *          "99" = register unavailable. A file a supervisor
      *          re-opened from inboundRegister (its posted rows
      *          reversed) is taken again: its register row is
      *          written over as a fresh registration.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-RUNNING      pic x(32).
       01  WS-NEW-HASH     pic x(32).
       01  WS-CHUNK        pic x(80).
       01  ws-reopened     pic x value 'N'.

       LINKAGE SECTION.
       01  LS-FilePath       PIC X(60).
           LS-AmtTotal, LS-AdminId, LS-StatusCode.
       MAIN-PROCEDURE.
           MOVE "99" TO LS-StatusCode
           MOVE 'N' TO ws-reopened
           MOVE 'N' TO ws-eof
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IBF-REOPENED
                       DISPLAY "Re-importing a file re-opened by a "
                           "supervisor (first imported " IBF-Date
                           ")."
                       MOVE 'Y' TO ws-reopened
                   ELSE
      *>seen before - the caller refuses the whole file
                       DISPLAY "This file was already imported on "
                           IBF-Date " by admin " IBF-AdminId
                           " (as " FUNCTION TRIM(IBF-FileName) ")."
                       CLOSE RegFile
                       MOVE "94" TO LS-StatusCode
                       EXIT PROGRAM
                   END-IF
           END-READ
           MOVE WS-RUNNING TO IBF-Hash
           MOVE LS-FilePath TO IBF-FileName
           MOVE LS-AdminId TO IBF-AdminId
           MOVE WS-BUS-DATE TO IBF-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO IBF-Time
           SET IBF-REGISTERED TO TRUE
           IF ws-reopened = 'Y'
               REWRITE RegRecord
                   INVALID KEY
                       CLOSE RegFile
                       EXIT PROGRAM
               END-REWRITE
           ELSE
               WRITE RegRecord
                   INVALID KEY
                       CLOSE RegFile
                       EXIT PROGRAM
               END-WRITE
           END-IF
           CLOSE RegFile
           MOVE "00" TO LS-StatusCode
           EXIT PROGRAM.
