      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Mark an inbound file posted on the inbound file
      *          register (data/InboundFiles.dat) once its import has
      *          run through. The most recent row for the file name
      *          still showing registered is the one the import just
      *          put there through registerInboundFile. Status "00"
      *          = marked, "23" = no registered row for the name,
      *          "99" = register unavailable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. markInboundPosted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegFile ASSIGN TO "../../../data/InboundFiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBF-Hash
               FILE STATUS IS WS-REG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RegFile.
       01  RegRecord.
           copy 'inboundFileReg.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-REG-FS       pic xx.
       01  ws-eof          pic x value 'N'.
       01  WS-BEST-HASH    pic x(32).
       01  WS-BEST-STAMP   pic 9(14).
       01  WS-ROW-STAMP    pic 9(14).

       LINKAGE SECTION.
       01  LS-FilePath       PIC X(60).
       01  LS-StatusCode     PIC X(2).

       PROCEDURE DIVISION USING LS-FilePath, LS-StatusCode.
       MAIN-PROCEDURE.
           MOVE "99" TO LS-StatusCode
           OPEN I-O RegFile
           IF WS-REG-FS NOT = "00"
               EXIT PROGRAM
           END-IF

           MOVE "23" TO LS-StatusCode
           MOVE SPACES TO WS-BEST-HASH
           MOVE 0 TO WS-BEST-STAMP
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ RegFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF IBF-FileName = LS-FilePath
                           AND IBF-REGISTERED
                           MOVE IBF-Date TO WS-ROW-STAMP(1:8)
                           MOVE IBF-Time TO WS-ROW-STAMP(9:6)
                           IF WS-ROW-STAMP >= WS-BEST-STAMP
                               MOVE WS-ROW-STAMP TO WS-BEST-STAMP
                               MOVE IBF-Hash TO WS-BEST-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BEST-HASH NOT = SPACES
               MOVE WS-BEST-HASH TO IBF-Hash
               READ RegFile
                   NOT INVALID KEY
                       SET IBF-POSTED TO TRUE
                       REWRITE RegRecord
                           NOT INVALID KEY
                               MOVE "00" TO LS-StatusCode
                       END-REWRITE
               END-READ
           END-IF
           CLOSE RegFile
           EXIT PROGRAM.

       END PROGRAM markInboundPosted.
