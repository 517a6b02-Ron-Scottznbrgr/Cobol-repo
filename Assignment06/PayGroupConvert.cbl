      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * One-time pay-group conversion.                                 *
      * Everything used to assume the one weekly pay group. The        *
      *    Employee Master now carries each employee's pay group and   *
      *    the pay history the group each record was paid in, so the   *
      *    bi-weekly and semi-monthly groups can be run alongside the  *
      *    weekly one. This utility converts the two indexed files     *
      *    already on disk by reading each under its old layout,       *
      *    writing a fresh copy under the new one with every record    *
      *    in the weekly group, keeping the old file beside it as      *
      *    *_prepaygroup, and moving the fresh copy into place.        *
      * The old layout is the one the files were last written in -     *
      *    the master at 196 bytes and the pay history at 68. The      *
      *    fields added since (the master's termination reason, bank   *
      *    status and prenote date; the pay history's hours, bonus,    *
      *    taxable benefit and election split) were never written to   *
      *    the files on disk, so the conversion crosses straight from  *
      *    that layout to the current one in one pass: the new fields  *
      *    come across as spaces or zeros, which every program reads   *
      *    as still employed, good banking, no prenote due and nothing *
      *    itemized for the week.                                      *
      * Only an unstamped file is converted - a stamp at the current   *
      *    version means it is already done, so a second run changes   *
      *    nothing, and any other stamp is left for the operator to    *
      *    look into. A file not on disk at all is simply stamped, as  *
      *    whatever creates it will write the new layout.              *
      * The remittance ledger is only restamped - its lines are        *
      *    line sequential, and a line written before the cutover      *
      *    reads its missing pay group as a space, which every         *
      *    program takes for the weekly group. It is restamped from    *
      *    layout 1 or from no stamp at all, never over anything else. *
      * The Employee Master's maintenance journal is archived aside    *
      *    as *_prepaygroup at the same cutover - its record length    *
      *    grew with the master record. To recover history from        *
      *    before the cutover, restore the pre-cutover master backup   *
      *    and replay the *_prepaygroup journal with the pre-cutover   *
      *    program build.                                              *
      * The weekly salary file needs no converting - WeeklyLoad        *
      *    builds it fresh under the new layout, so load the week      *
      *    again after the cutover before the next payroll run.        *
      ******************************************************************
       identification division.
       program-id. PayGroupConvert.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The two files under their OLD layouts...
           SELECT EMPOLD ASSIGN "DataFiles\EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Old-Emp-ID
           ALTERNATE RECORD KEY IS Old-Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-EmpOld-Status.

           SELECT PAYHISTOLD ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Old-PayH-Key
           FILE STATUS IS ws-PayHOld-Status.

      * ...and their NEW copies, built beside them and moved into
      *    place once each conversion finishes clean.
           SELECT EMPNEW ASSIGN "DataFiles\EmployeeMaster.newpg"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS New-Emp-ID
           ALTERNATE RECORD KEY IS New-Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-EmpNew-Status.

           SELECT PAYHISTNEW ASSIGN "DataFiles\PayHistory.newpg"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS New-PayH-Key
           FILE STATUS IS ws-PayHNew-Status.

      * Presence check on the journal's archived copy, so a second
      *    run can't archive the post-cutover journal by mistake.
           SELECT JRNCHK ASSIGN
           "DataFiles\Assignment03_MaintJournal.dat_prepaygroup"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-JrnChk-Status.

       DATA DIVISION.
       FILE SECTION.
      * The layouts exactly as the files were last written - only
      *    the keys need naming, the rest crosses over whole.
       FD EMPOLD.
       01 OldEmpRec.
           03  Old-Emp-ID             PIC 9(9).
           03  Old-Emp-Surname        PIC A(30).
           03  Old-Emp-Rest           PIC X(157).

       FD PAYHISTOLD.
       01 OldPayHRec.
           03  Old-PayH-Key.
               05  Old-PayH-EmpID     PIC 9(9).
               05  Old-PayH-Week      PIC 9(8).
           03  Old-PayH-Rest          PIC X(51).

      * The layouts as the programs read them now - the old record
      *    up front, then every field added since.
       FD EMPNEW.
       01 NewEmpRec.
           03  New-Emp-ID             PIC 9(9).
           03  New-Emp-Surname        PIC A(30).
           03  New-Emp-Rest           PIC X(157).
           03  New-Emp-Term-Reason    PIC X.
           03  New-Emp-Bank-Status    PIC X.
           03  New-Emp-Prenote-Date   PIC 9(8).
           03  New-Emp-Pay-Group      PIC X.

       FD PAYHISTNEW.
       01 NewPayHRec.
           03  New-PayH-Key.
               05  New-PayH-EmpID     PIC 9(9).
               05  New-PayH-Week      PIC 9(8).
           03  New-PayH-Rest          PIC X(51).
           03  New-PayH-Hours         PIC 9(3)V9.
           03  New-PayH-Bonus         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           03  New-PayH-TxBen         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           03  New-PayH-Garnish       PIC 9(6)V99.
           03  New-PayH-Savings       PIC 9(6)V99.
           03  New-PayH-Extra-WH      PIC 9(6)V99.
           03  New-PayH-Pay-Group     PIC X.

       FD JRNCHK.
       01 JrnChkRec                PIC X(80).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The layout stamp - checked before a file is converted, and
      *    set once it is, so the programs built for the new layout
      *    accept it.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 1.
           03 WS-LC-Program        PIC X(20) value "PayGroupConvert".
           03 WS-LC-Log-Flag       PIC X value "N".
           03 WS-LC-Result         PIC X value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-EmpOld-Status     PIC XX value "00".
       01 ws-PayHOld-Status    PIC XX value "00".
       01 ws-EmpNew-Status     PIC XX value "00".
       01 ws-PayHNew-Status    PIC XX value "00".
       01 ws-JrnChk-Status     PIC XX value "00".
       01 WS-EOF-Flag          PIC 9 value 0.
           88 FILE-EOF         value 1.
       01 WS-Converted-Count   PIC 9(6) value 0.
       01 WS-Confirm-Answer    PIC X(3) value SPACES.
           88 CONVERT-APPROVED value "YES" "yes".
       01 WS-Command           PIC X(200) value SPACES.

       procedure division.
       PROG.
           PERFORM INSTRUCT-PARA.
           PERFORM CONFIRM-PARA.
           IF CONVERT-APPROVED
               PERFORM MASTER-CONVERT-PARA
               PERFORM PAYHIST-CONVERT-PARA
               PERFORM REMIT-STAMP-PARA
               PERFORM JOURNAL-ARCHIVE-PARA
               DISPLAY " "
               DISPLAY "Conversion complete. The old files sit "-
                       "beside the new ones as *_prepaygroup."
               DISPLAY "Load the week again with WeeklyLoad before "-
                       "the next payroll run."
           ELSE
               DISPLAY " "
               DISPLAY "Conversion cancelled - nothing was changed."
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This one-time utility adds the pay"
           display "group to the Employee Master and the pay"
           display "history - every existing record goes into the"
           display "weekly group."
           display " "
           display "Each old file is kept beside the converted one"
           display "as *_prepaygroup. Run this once, at cutover,"
           display "with no other job running."
           DISPLAY "---------------------------------------------------"
           display " ".

      * Rewriting the masters in place is not a casual thing - it
      *    has to be asked for in so many words.
       CONFIRM-PARA.
           MOVE SPACES TO WS-Confirm-Answer
           DISPLAY "Type YES to convert the files: "
           WITH NO ADVANCING
           ACCEPT WS-Confirm-Answer.

      * ---- The Employee Master. ----
       MASTER-CONVERT-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           PERFORM LAYOUT-OLD-PARA
           EVALUATE TRUE
               WHEN WS-LC-Result = "Y"
                   DISPLAY "Employee Master already stamped layout ",
                           WS-LC-File-Version, " - skipped."
               WHEN WS-LC-File-Version NOT = 0
                   DISPLAY "Employee Master stamped layout ",
                           WS-LC-File-Version, " - not the layout "-
                           "this converts from, skipped."
               WHEN OTHER
                   PERFORM MASTER-COPY-FILE-PARA
           END-EVALUATE.

       MASTER-COPY-FILE-PARA.
           MOVE 0 TO WS-EOF-Flag
           MOVE 0 TO WS-Converted-Count
           OPEN INPUT EMPOLD
           IF ws-EmpOld-Status = "35"
               DISPLAY "Employee Master not on file - nothing to "-
                       "convert."
               PERFORM LAYOUT-STAMP-PARA
           END-IF
           IF ws-EmpOld-Status NOT = "00" AND NOT = "35"
               DISPLAY "Employee Master not opened under the old "-
                       "layout (status ", ws-EmpOld-Status,
                       ") - skipped."
           END-IF
           IF ws-EmpOld-Status = "00"
               OPEN OUTPUT EMPNEW
               MOVE 0 TO Old-Emp-ID
               START EMPOLD KEY IS GREATER THAN OR EQUAL TO
                       Old-Emp-ID
                   INVALID KEY
                       SET FILE-EOF TO TRUE
               END-START
               PERFORM MASTER-COPY-PARA UNTIL FILE-EOF
               CLOSE EMPNEW
               CLOSE EMPOLD
               MOVE "mv DataFiles/EmployeeMaster.dat DataFiles/"-
                    "EmployeeMaster.dat_prepaygroup" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               MOVE "mv DataFiles/EmployeeMaster.newpg DataFiles/"-
                    "EmployeeMaster.dat" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Employee Master: ", WS-Converted-Count,
                       " record(s) converted."
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       MASTER-COPY-PARA.
           READ EMPOLD NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
           END-READ
           IF NOT FILE-EOF
               MOVE Old-Emp-ID TO New-Emp-ID
               MOVE Old-Emp-Surname TO New-Emp-Surname
               MOVE Old-Emp-Rest TO New-Emp-Rest
               MOVE SPACE TO New-Emp-Term-Reason
               MOVE SPACE TO New-Emp-Bank-Status
               MOVE 0 TO New-Emp-Prenote-Date
               MOVE "W" TO New-Emp-Pay-Group
               WRITE NewEmpRec
               ADD 1 TO WS-Converted-Count
           END-IF.

      * ---- The pay-history file. ----
       PAYHIST-CONVERT-PARA.
           MOVE "PAYHISTORY" TO WS-LC-File-ID
           PERFORM LAYOUT-OLD-PARA
           EVALUATE TRUE
               WHEN WS-LC-Result = "Y"
                   DISPLAY "Pay history already stamped layout ",
                           WS-LC-File-Version, " - skipped."
               WHEN WS-LC-File-Version NOT = 0
                   DISPLAY "Pay history stamped layout ",
                           WS-LC-File-Version, " - not the layout "-
                           "this converts from, skipped."
               WHEN OTHER
                   PERFORM PAYHIST-COPY-FILE-PARA
           END-EVALUATE.

       PAYHIST-COPY-FILE-PARA.
           MOVE 0 TO WS-EOF-Flag
           MOVE 0 TO WS-Converted-Count
           OPEN INPUT PAYHISTOLD
           IF ws-PayHOld-Status = "35"
               DISPLAY "Pay history not on file - nothing to "-
                       "convert."
               PERFORM LAYOUT-STAMP-PARA
           END-IF
           IF ws-PayHOld-Status NOT = "00" AND NOT = "35"
               DISPLAY "Pay history not opened under the old "-
                       "layout (status ", ws-PayHOld-Status,
                       ") - skipped."
           END-IF
           IF ws-PayHOld-Status = "00"
               OPEN OUTPUT PAYHISTNEW
               MOVE 0 TO Old-PayH-EmpID
               MOVE 0 TO Old-PayH-Week
               START PAYHISTOLD KEY IS GREATER THAN OR EQUAL TO
                       Old-PayH-Key
                   INVALID KEY
                       SET FILE-EOF TO TRUE
               END-START
               PERFORM PAYHIST-COPY-PARA UNTIL FILE-EOF
               CLOSE PAYHISTNEW
               CLOSE PAYHISTOLD
               MOVE "mv DataFiles/Assignment#6_PayHistory.dat "-
                    "DataFiles/Assignment#6_PayHistory.dat_prepay"-
                    "group" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               MOVE "mv DataFiles/PayHistory.newpg DataFiles/"-
                    "Assignment#6_PayHistory.dat" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Pay history: ", WS-Converted-Count,
                       " record(s) converted."
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       PAYHIST-COPY-PARA.
           READ PAYHISTOLD NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
           END-READ
           IF NOT FILE-EOF
               MOVE Old-PayH-EmpID TO New-PayH-EmpID
               MOVE Old-PayH-Week TO New-PayH-Week
               MOVE Old-PayH-Rest TO New-PayH-Rest
               MOVE 0 TO New-PayH-Hours
               MOVE 0 TO New-PayH-Bonus
               MOVE 0 TO New-PayH-TxBen
               MOVE 0 TO New-PayH-Garnish
               MOVE 0 TO New-PayH-Savings
               MOVE 0 TO New-PayH-Extra-WH
               MOVE "W" TO New-PayH-Pay-Group
               WRITE NewPayHRec
               ADD 1 TO WS-Converted-Count
           END-IF.

      * ---- The remittance ledger. ----
      * Nothing to rewrite - the stamp alone moves it to the new
      *    layout. Layout 1 is the ledger as it was when the stamps
      *    came in, so it, or a ledger never stamped at all, is what
      *    this restamps; one already at 2 is done, and any other
      *    stamp is left for the operator to look into.
       REMIT-STAMP-PARA.
           MOVE "REMITLEDGER" TO WS-LC-File-ID
           PERFORM LAYOUT-OLD-PARA
           EVALUATE TRUE
               WHEN WS-LC-Result = "Y"
                   DISPLAY "Remittance ledger already stamped layout ",
                           WS-LC-File-Version, " - skipped."
               WHEN WS-LC-File-Version NOT = 0 AND NOT = 1
                   DISPLAY "Remittance ledger stamped layout ",
                           WS-LC-File-Version, " - not the layout "-
                           "this converts from, skipped."
               WHEN OTHER
                   PERFORM LAYOUT-STAMP-PARA
           END-EVALUATE.

      * ---- The Employee Master's maintenance journal. ----
      * Its fixed record length grew with the master record, so a
      *    rebuild must never replay pre-cutover records through
      *    the new layout - the old journal moves aside whole, and
      *    the archived copy's presence keeps a second run from
      *    archiving the post-cutover journal by mistake.
       JOURNAL-ARCHIVE-PARA.
           OPEN INPUT JRNCHK
           IF ws-JrnChk-Status = "00"
               CLOSE JRNCHK
               DISPLAY "Maintenance journal already archived - "-
                       "skipped."
           ELSE
               MOVE "mv DataFiles/Assignment03_MaintJournal.dat "-
                    "DataFiles/Assignment03_MaintJournal.dat_"-
                    "prepaygroup 2>/dev/null" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Maintenance journal archived as "-
                       "*_prepaygroup - the rebuild path starts "-
                       "fresh from the cutover."
           END-IF.

      * Is the file already in the current layout? Back comes Y if
      *    so, or the version it is stamped - zero for no stamp at
      *    all, which is a file still as it was last written.
       LAYOUT-OLD-PARA.
           MOVE "C" TO WS-LC-Action
           MOVE 2 TO WS-LC-Built-Version
           CALL "LayoutCheck" USING WS-Layout-Check.

      * Stamps the file just converted with the layout it is now in.
       LAYOUT-STAMP-PARA.
           MOVE "S" TO WS-LC-Action
           CALL "LayoutCheck" USING WS-Layout-Check
           DISPLAY "   ", WS-LC-File-ID, " stamped layout version ",
                   WS-LC-Built-Version, ".".

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program PayGroupConvert.
