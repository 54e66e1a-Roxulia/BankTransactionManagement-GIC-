      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Raise one alert on the operations dashboard. The
      *          alert is appended to data/DashAlerts.dat with the
      *          business date it belongs to, the job or screen that
      *          raised it and a one-line text; the dashboard shows
      *          every alert from last night's run and today.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. raiseDashAlert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AlertFile ASSIGN TO "../../../data/DashAlerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AlertFile.
       01  AlertRecord.
           05  DAL-Date        PIC 9(8).
           05  DAL-Stamp       PIC 9(14).
           05  DAL-Source      PIC X(12).
           05  DAL-Text        PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).

       LINKAGE SECTION.
       01  LS-Source           PIC X(12).
       01  LS-Text             PIC X(60).

       PROCEDURE DIVISION USING LS-Source, LS-Text.
       MAIN-PROCEDURE.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           OPEN EXTEND AlertFile
           IF WS-FS NOT = "00"
               CLOSE AlertFile
               OPEN OUTPUT AlertFile
               IF WS-FS NOT = "00"
                   EXIT PROGRAM
               END-IF
           END-IF
           MOVE WS-BUS-DATE TO DAL-Date
           MOVE FUNCTION CURRENT-DATE(1:14) TO DAL-Stamp
           MOVE LS-Source   TO DAL-Source
           MOVE LS-Text     TO DAL-Text
           WRITE AlertRecord
           CLOSE AlertFile
           EXIT PROGRAM.

       END PROGRAM raiseDashAlert.
