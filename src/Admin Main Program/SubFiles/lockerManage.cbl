      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Safe deposit lockers at the teller's branch. Keeps
      *          the locker master (data/Lockers.dat - size and key
      *          number of each locker) and the rental agreements
      *          (data/LockerRentals.dat), made out to a customer's
      *          NRC with the account the rent comes from. Renting a
      *          locker takes the first year's rent there and then
      *          through postServiceCharge; lockerRent collects it on
      *          each anniversary after. Every visit is entered in
      *          data/LockerAccess.dat with the admin who escorted
      *          the renter, and a visit is refused while the rent
      *          is unpaid. A locker left unpaid long enough is
      *          forced open under this screen and let again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lockerManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LockerFile ASSIGN TO "../../../data/Lockers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-Key
               FILE STATUS IS WS-LCK-FS.

           SELECT RentalFile
               ASSIGN TO "../../../data/LockerRentals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRA-ID
               FILE STATUS IS WS-LRA-FS.

           SELECT AccessLog ASSIGN TO "../../../data/LockerAccess.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT AdminFile ASSIGN TO '../../../data/AdminAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AID
               FILE STATUS IS WS-ADM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LockerFile.
       01  LockerRecord.
           COPY "../../Utility Functions/lockerFile.cpy".

       FD  RentalFile.
       01  RentalRecord.
           COPY "../../Utility Functions/lockerRentalFile.cpy".

      *>one line per opening of a locker - V a renter's visit, S the
      *>surrender of the key, F a forced opening - with the admin
      *>who was in the vault
       FD  AccessLog.
       01  AccessLine.
           05  LAL-Date        PIC 9(8).
           05  LAL-Time        PIC 9(6).
           05  LAL-Branch      PIC X(3).
           05  LAL-LockerNo    PIC X(5).
           05  LAL-AgrID       PIC 9(6).
           05  LAL-Nrc         PIC X(30).
           05  LAL-Kind        PIC X.
           05  LAL-Escort      PIC 9(5).

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  AdminFile.
       01  AdminRecord.
           COPY "../../Utility Functions/adminFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LCK-FS           pic xx.
       01  WS-LRA-FS           pic xx.
       01  WS-LOG-FS           pic xx.
       01  WS-FS               pic xx.
       01  WS-ADM-FS           pic xx.
       01  WS-BD-STATUS        pic xx.
       01  WS-BUS-DATE         pic 9(8).
       01  ws-choice           pic 9 value 0.
       01  ws-eof              pic x value 'N'.
       01  ws-branch           pic x(3).
       01  ws-lockerno         pic x(5).
       01  ws-nrc              pic x(30).
       01  ws-accno            pic 9(16).
       01  ws-uid              pic 9(5).
       01  ws-name             pic x(20).
       01  ws-agrid            pic 9(6).
       01  ws-prev-agrid       pic 9(6).
       01  ws-new-keyno        pic x(10).
       01  ws-confirm          pic x.
       01  ws-kind             pic x.
       01  ws-list-count       pic 9(5).
       01  ws-logAction        pic x(10).
       01  ws-logAcct          pic x(30).
       01  ws-dsp-amount       pic z(9)9.99.
      *>postServiceCharge's parameters
       01  ws-svc-event        pic x(8).
       01  ws-svc-oper         pic x(5).
       01  ws-svc-charged      pic 9(10)v99.
       01  ws-svc-status       pic xx.
      *>the first anniversary - a 29 February start falls back to
      *>the 28th
       01  ws-next-due         pic 9(8).
       01  ws-next-due-r REDEFINES ws-next-due.
           05  ws-nd-yyyy      pic 9(4).
           05  ws-nd-mmdd      pic 9(4).
       01  ws-rpt-mode         pic x value "R".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId      PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           PERFORM File-Check
           PERFORM LOAD-ADMIN-BRANCH
           DISPLAY "==============================================="
           DISPLAY "=======   Safe Deposit Lockers - " ws-branch
               "     ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Lockers, 2=Add Locker, 3=Rent Locker,"
           DISPLAY "4=Record Visit, 5=Surrender Locker,"
           DISPLAY "6=Forced Opening, 7=Overdue Rent Report, 8=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform LIST-LOCKERS
                   perform MENU-LOOP
               WHEN 2
                   perform ADD-LOCKER
                   perform MENU-LOOP
               WHEN 3
                   perform RENT-LOCKER
                   perform MENU-LOOP
               WHEN 4
                   perform RECORD-VISIT
                   perform MENU-LOOP
               WHEN 5
                   perform SURRENDER-LOCKER
                   perform MENU-LOOP
               WHEN 6
                   perform FORCE-OPEN-LOCKER
                   perform MENU-LOOP
               WHEN 7
                   CALL '../../Utility Functions/bin/lockerRent'
                       USING LS-AdminId, ws-rpt-mode
                   perform MENU-LOOP
               WHEN 8
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

      *-------------------------------------------------------------------*
      *>Creating new files to store data if not already exist
       File-Check.
           OPEN INPUT LockerFile
           IF WS-LCK-FS = '35'
               OPEN OUTPUT LockerFile
           END-IF
           CLOSE LockerFile
           OPEN INPUT RentalFile
           IF WS-LRA-FS = '35'
               OPEN OUTPUT RentalFile
           END-IF
           CLOSE RentalFile.

      *>lockers are let and opened at the branch whose vault they
      *>are in - the teller's own
       LOAD-ADMIN-BRANCH.
           MOVE "001" TO ws-branch
           OPEN INPUT AdminFile
           IF WS-ADM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-AdminId TO AID
           READ AdminFile
               NOT INVALID KEY
                   MOVE ABranch TO ws-branch
           END-READ
           CLOSE AdminFile.

      *-------------------------------------------------------------------*
       LIST-LOCKERS.
           MOVE 0 TO ws-list-count
           OPEN INPUT LockerFile
           OPEN INPUT RentalFile
           DISPLAY "Locker Sz Key no     St Agreement Renter"
               "               Rent due Access"
           DISPLAY "-----------------------------------------------"
               "------------------------------"
           MOVE ws-branch TO LCK-Branch
           MOVE LOW-VALUES TO LCK-No
           START LockerFile KEY IS NOT LESS THAN LCK-Key
               INVALID KEY
                   MOVE 'Y' TO ws-eof
               NOT INVALID KEY
                   MOVE 'N' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ LockerFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LCK-Branch NOT = ws-branch
                           MOVE 'Y' TO ws-eof
                       ELSE
                           PERFORM SHOW-LOCKER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RentalFile
           CLOSE LockerFile
           DISPLAY ws-list-count " locker(s) at branch " ws-branch ".".

       SHOW-LOCKER.
           ADD 1 TO ws-list-count
           IF LCK-RENTED
               MOVE LCK-AgrID TO LRA-ID
               READ RentalFile
                   INVALID KEY
                       INITIALIZE RentalRecord
               END-READ
               DISPLAY LCK-No "  " LCK-Size "  " LCK-KeyNo " "
                   LCK-Status "  " LCK-AgrID "    " LRA-Name " "
                   LRA-RentDue " " LRA-Access
           ELSE
               DISPLAY LCK-No "  " LCK-Size "  " LCK-KeyNo " "
                   LCK-Status
           END-IF.

      *-------------------------------------------------------------------*
       ADD-LOCKER.
           INITIALIZE LockerRecord
           MOVE ws-branch TO LCK-Branch
           DISPLAY "Locker number : "
           ACCEPT LCK-No
           DISPLAY "Size S=Small M=Medium L=Large : "
           ACCEPT LCK-Size
           DISPLAY "Key number : "
           ACCEPT LCK-KeyNo
           IF LCK-No = SPACES OR LCK-KeyNo = SPACES
               DISPLAY "ERROR: Locker and key number are required."
               EXIT PARAGRAPH
           END-IF
           IF NOT LCK-SMALL AND NOT LCK-MEDIUM AND NOT LCK-LARGE
               DISPLAY "ERROR: Size must be S, M or L."
               EXIT PARAGRAPH
           END-IF
           SET LCK-VACANT TO TRUE
           MOVE 0 TO LCK-AgrID
           MOVE WS-BUS-DATE TO LCK-AddDate
           OPEN I-O LockerFile
           WRITE LockerRecord
               INVALID KEY
                   DISPLAY "ERROR: Locker " LCK-No " is already on "
                       "file at this branch."
                   CLOSE LockerFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE LockerFile
           MOVE "LCKADD" TO ws-logAction
           MOVE LCK-Key TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Locker " LCK-No " added." esc resetx.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Let a vacant locker. The account must be the renter's own
      *>(same NRC) and active, and must bear the first year's rent
      *>- no rent taken, no agreement.
       RENT-LOCKER.
           DISPLAY "Locker number : "
           ACCEPT ws-lockerno
           OPEN INPUT LockerFile
           MOVE ws-branch TO LCK-Branch
           MOVE ws-lockerno TO LCK-No
           READ LockerFile
               INVALID KEY
                   DISPLAY "ERROR: No such locker at this branch."
                   CLOSE LockerFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE LockerFile
           IF NOT LCK-VACANT
               DISPLAY "ERROR: Locker is not vacant."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Renter's NRC : "
           ACCEPT ws-nrc
           DISPLAY "Account to debit the rent from : "
           ACCEPT ws-accno
           OPEN INPUT UserFile
           MOVE ws-accno TO UAccNo
           READ UserFile KEY IS UAccNo
               INVALID KEY
                   DISPLAY "ERROR: Account not found."
                   CLOSE UserFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE UserFile
           IF UNrc NOT = ws-nrc
               DISPLAY "ERROR: The account is not in that NRC's name."
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-ACTIVE
               DISPLAY "ERROR: Account is not active."
               EXIT PARAGRAPH
           END-IF
           MOVE UID TO ws-uid
           MOVE UName TO ws-name

           MOVE SPACES TO ws-svc-event
           STRING "LCKRENT" LCK-Size DELIMITED BY SIZE
               INTO ws-svc-event
           MOVE LS-AdminId TO ws-svc-oper
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE ws-accno, ws-svc-event, ws-svc-oper,
               ws-svc-charged, ws-svc-status
           EVALUATE ws-svc-status
               WHEN "00"
                   MOVE ws-svc-charged TO ws-dsp-amount
                   DISPLAY "First year's rent " ws-dsp-amount
                       " debited."
               WHEN "01"
                   DISPLAY "No rent set for this locker size."
               WHEN "02"
                   DISPLAY esc redx "ERROR: Balance will not bear "
                       "the year's rent - locker not let." esc resetx
                   EXIT PARAGRAPH
               WHEN "97"
                   DISPLAY "ERROR: Account is busy, try again."
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "ERROR: Rent not debited (" ws-svc-status
                       ") - locker not let."
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN I-O RentalFile
           MOVE 0 TO ws-prev-agrid
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ RentalFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE LRA-ID TO ws-prev-agrid
               END-READ
           END-PERFORM
           INITIALIZE RentalRecord
           COMPUTE LRA-ID = ws-prev-agrid + 1
           MOVE ws-branch      TO LRA-Branch
           MOVE ws-lockerno    TO LRA-LockerNo
           MOVE ws-nrc         TO LRA-Nrc
           MOVE ws-uid         TO LRA-UID
           MOVE ws-accno       TO LRA-AccNo
           MOVE ws-name        TO LRA-Name
           MOVE WS-BUS-DATE    TO LRA-StartDate
           MOVE WS-BUS-DATE    TO LRA-LastPaid
           MOVE ws-svc-charged TO LRA-LastRent
           MOVE WS-BUS-DATE    TO ws-next-due
           ADD 1 TO ws-nd-yyyy
           IF ws-nd-mmdd = 0229
               MOVE 0228 TO ws-nd-mmdd
           END-IF
           MOVE ws-next-due    TO LRA-RentDue
           MOVE 0              TO LRA-UnpaidSince LRA-EndDate
           SET LRA-ACCESS-OK   TO TRUE
           SET LRA-ACTIVE      TO TRUE
           MOVE LS-AdminId     TO LRA-OpenedBy
           WRITE RentalRecord
               INVALID KEY
                   DISPLAY "ERROR: Writing agreement failed."
                   CLOSE RentalFile
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE RentalFile
           MOVE LRA-ID TO ws-agrid

           OPEN I-O LockerFile
           MOVE ws-branch TO LCK-Branch
           MOVE ws-lockerno TO LCK-No
           READ LockerFile
           SET LCK-RENTED TO TRUE
           MOVE ws-agrid TO LCK-AgrID
           REWRITE LockerRecord
           CLOSE LockerFile

           MOVE "LCKRENT" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING LCK-Key " " ws-agrid " " ws-accno(13:4)
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Locker " ws-lockerno " let under "
               "agreement " ws-agrid ", key " LCK-KeyNo ". Rent next "
               "due " ws-next-due "." esc resetx.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Find the locker's live agreement and check the NRC in front
      *>of the counter against it. ws-agrid comes back zero when
      *>the renter may not go in.
       IDENTIFY-RENTER.
           MOVE 0 TO ws-agrid
           DISPLAY "Locker number : "
           ACCEPT ws-lockerno
           OPEN INPUT LockerFile
           MOVE ws-branch TO LCK-Branch
           MOVE ws-lockerno TO LCK-No
           READ LockerFile
               INVALID KEY
                   DISPLAY "ERROR: No such locker at this branch."
                   CLOSE LockerFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE LockerFile
           IF NOT LCK-RENTED
               DISPLAY "ERROR: Locker is not let."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RentalFile
           MOVE LCK-AgrID TO LRA-ID
           READ RentalFile
               INVALID KEY
                   DISPLAY "ERROR: Agreement " LCK-AgrID " missing."
                   CLOSE RentalFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE RentalFile
           DISPLAY "Renter's NRC : "
           ACCEPT ws-nrc
           IF ws-nrc NOT = LRA-Nrc
               DISPLAY esc redx "NRC does not match the agreement - "
                   "access refused." esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE LRA-ID TO ws-agrid.

       RECORD-VISIT.
           PERFORM IDENTIFY-RENTER
           IF ws-agrid = 0
               EXIT PARAGRAPH
           END-IF
           IF LRA-ACCESS-LOCKED
               DISPLAY esc redx "ACCESS LOCKED - rent unpaid since "
                   LRA-UnpaidSince ". Pay into account " LRA-AccNo
                   " first." esc resetx
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO ws-kind
           PERFORM WRITE-ACCESS-LINE
           DISPLAY esc greenx "Visit recorded - "
               FUNCTION TRIM(LRA-Name)
               " escorted by admin " LS-AdminId "." esc resetx.

      *>the key comes back and the locker is free to let again; a
      *>renter in arrears pays up first
       SURRENDER-LOCKER.
           PERFORM IDENTIFY-RENTER
           IF ws-agrid = 0
               EXIT PARAGRAPH
           END-IF
           IF LRA-UnpaidSince > 0
               DISPLAY "ERROR: Rent unpaid since " LRA-UnpaidSince
                   " - settle it before surrender."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Locker emptied and key " LCK-KeyNo
               " returned? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO ws-kind
           PERFORM WRITE-ACCESS-LINE
           MOVE "C" TO ws-kind
           PERFORM CLOSE-AGREEMENT
           MOVE "LCKSURR" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING LCK-Key " " ws-agrid DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Locker " ws-lockerno " surrendered."
               esc resetx.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Only a locker locked for unpaid rent is forced. The renter
      *>is not present, so no NRC is asked; the lock is changed and
      *>the locker goes back on the shelf under its new key number.
       FORCE-OPEN-LOCKER.
           MOVE 0 TO ws-agrid
           DISPLAY "Locker number : "
           ACCEPT ws-lockerno
           OPEN INPUT LockerFile
           MOVE ws-branch TO LCK-Branch
           MOVE ws-lockerno TO LCK-No
           READ LockerFile
               INVALID KEY
                   DISPLAY "ERROR: No such locker at this branch."
                   CLOSE LockerFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE LockerFile
           IF NOT LCK-RENTED
               DISPLAY "ERROR: Locker is not let."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RentalFile
           MOVE LCK-AgrID TO LRA-ID
           READ RentalFile
               INVALID KEY
                   DISPLAY "ERROR: Agreement " LCK-AgrID " missing."
                   CLOSE RentalFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE RentalFile
           IF NOT LRA-ACCESS-LOCKED
               DISPLAY "ERROR: Rent is not in arrears - the locker "
                   "cannot be forced."
               EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(LRA-Name) " - rent unpaid since "
               LRA-UnpaidSince
           DISPLAY "Contents inventoried and sealed? (Y/N) : "
           ACCEPT ws-confirm
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New key number after the lock change : "
           ACCEPT ws-new-keyno
           IF ws-new-keyno = SPACES
               DISPLAY "ERROR: The new key number is required."
               EXIT PARAGRAPH
           END-IF
           MOVE LRA-ID TO ws-agrid
           MOVE LRA-Nrc TO ws-nrc
           MOVE "F" TO ws-kind
           PERFORM WRITE-ACCESS-LINE
           PERFORM CLOSE-AGREEMENT
           MOVE "LCKFORCE" TO ws-logAction
           MOVE SPACES TO ws-logAcct
           STRING LCK-Key " " ws-agrid DELIMITED BY SIZE
               INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Locker " ws-lockerno " forced open and "
               "vacant under key " ws-new-keyno "." esc resetx.

      *-------------------------------------------------------------------*
      *>ws-kind "C" surrendered, "F" forced open
       CLOSE-AGREEMENT.
           OPEN I-O RentalFile
           MOVE ws-agrid TO LRA-ID
           READ RentalFile
               INVALID KEY
                   CLOSE RentalFile
                   EXIT PARAGRAPH
           END-READ
           MOVE ws-kind TO LRA-Status
           MOVE WS-BUS-DATE TO LRA-EndDate
           REWRITE RentalRecord
           CLOSE RentalFile

           OPEN I-O LockerFile
           MOVE ws-branch TO LCK-Branch
           MOVE ws-lockerno TO LCK-No
           READ LockerFile
               INVALID KEY
                   CLOSE LockerFile
                   EXIT PARAGRAPH
           END-READ
           SET LCK-VACANT TO TRUE
           MOVE 0 TO LCK-AgrID
           IF ws-kind = "F"
               MOVE ws-new-keyno TO LCK-KeyNo
           END-IF
           REWRITE LockerRecord
           CLOSE LockerFile.

       WRITE-ACCESS-LINE.
           OPEN EXTEND AccessLog
           IF WS-LOG-FS NOT = "00"
               CLOSE AccessLog
               OPEN OUTPUT AccessLog
           END-IF
           MOVE WS-BUS-DATE TO LAL-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO LAL-Time
           MOVE ws-branch   TO LAL-Branch
           MOVE ws-lockerno TO LAL-LockerNo
           MOVE ws-agrid    TO LAL-AgrID
           MOVE ws-nrc      TO LAL-Nrc
           MOVE ws-kind     TO LAL-Kind
           MOVE LS-AdminId  TO LAL-Escort
           WRITE AccessLine
           CLOSE AccessLog.

       END PROGRAM lockerManage.
