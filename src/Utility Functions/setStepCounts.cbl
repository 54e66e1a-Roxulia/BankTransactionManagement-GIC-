      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Hand a batch job's record counts back to EndOfDay.
      *          The job calls this once, at its end, with the records
      *          it read, the records it wrote or posted and the ones
      *          it rejected; the counts are left in
      *          data/StepCounts.dat, which EndOfDay empties before
      *          each step and reads into the step's BatchStats.dat
      *          line after it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. setStepCounts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CountFile ASSIGN TO '../../../data/StepCounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CountFile.
       01  CountLine.
           05  SCN-Read        PIC 9(9).
           05  FILLER          PIC X.
           05  SCN-Written     PIC 9(9).
           05  FILLER          PIC X.
           05  SCN-Rejects     PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-CNT-FS           PIC XX.

       LINKAGE SECTION.
       01  LS-Read             PIC 9(9).
       01  LS-Written          PIC 9(9).
       01  LS-Rejects          PIC 9(9).

       PROCEDURE DIVISION USING LS-Read, LS-Written, LS-Rejects.
       MAIN-PROGRAM.
           OPEN OUTPUT CountFile
           IF WS-CNT-FS NOT = "00"
               GOBACK
           END-IF
           MOVE SPACES     TO CountLine
           MOVE LS-Read    TO SCN-Read
           MOVE LS-Written TO SCN-Written
           MOVE LS-Rejects TO SCN-Rejects
           WRITE CountLine
           CLOSE CountFile
           GOBACK
           .

       END PROGRAM setStepCounts.
