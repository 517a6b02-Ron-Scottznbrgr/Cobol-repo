      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Salesperson Quota Master maintenance.                          *
      * Assignment#6_QuotaMaster.dat holds each salesperson's sales    *
      *    quota for a calendar quarter - one EmpID/year/quarter per   *
      *    line - and the weekly run's quota-attainment report reads   *
      *    it. This program gives it the BudgetMaint treatment:        *
      *    Add/Change/Delete/List with EmpIDs validated against the    *
      *    Employee Master, plus a build-next-period function that     *
      *    copies one quarter's quotas forward adjusted by a percent   *
      *    into a review file sales ops can check and swap in.         *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group.                                       *
      ******************************************************************
       identification division.
       program-id. QuotaMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout the weekly run's QUOTA-LOAD-PARA reads.
           SELECT QUOTAFILE ASSIGN
           "DataFiles\Assignment#6_QuotaMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Quota-Status.

      * The whole master plus the built quarter lands here for
      *    review - swapping it in over the live file is a
      *    deliberate operator step, same as the budget's.
           SELECT NEXTPERIODFILE ASSIGN
           "DataFiles\Assignment#6_QuotaMaster_NextPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-NextPeriod-Status.

      * The Employee Master, for the known-EmpID edit.
           SELECT EMPFILE ASSIGN "DataFiles\EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Emp-ID
      * HR calls in with names, not employee numbers - the surname
      *    alternate key is what the maintenance program's search
      *    runs on, and every program opening this file has to
      *    declare the same keys.
           ALTERNATE RECORD KEY IS Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-Emp-Status.

       DATA DIVISION.
       FILE SECTION.
       FD QUOTAFILE.
       01 QuotaRec.
           03  Quo-EmpID           PIC 9(9).
           03  Quo-Year            PIC 9(4).
           03  Quo-Quarter         PIC 9.
           03  Quo-Amount          PIC 9(8)V99.

       FD NEXTPERIODFILE.
       01 NextPeriodRec.
           03  Nxp-EmpID           PIC 9(9).
           03  Nxp-Year            PIC 9(4).
           03  Nxp-Quarter         PIC 9.
           03  Nxp-Amount          PIC 9(8)V99.

      * Same record layout EmployeeMaint maintains.
       FD EMPFILE.
       01 EmployeeRecord.
           03 Emp-ID                pic 9(9).
           03 Emp-Name.
               05 Emp-Surname       pic a(30).
               05 Emp-Initials      pic a(2).
               05 Emp-GivenName     pic a(30).
           03 Emp-Date-of-Birth     pic 9(8).
           03 Emp-Program-Code      pic x(10).
           03 Emp-Gender            pic a.
           03 Emp-Postal            pic A9A9A9.
           03 Emp-Salary            pic 9(9)V99 COMP-3.
           03 Emp-Status            pic x.
               88 EMP-TERMINATED        value "T".
           03 Emp-Hire-Date         pic 9(8).
           03 Emp-Term-Date         pic 9(8).
           03 Emp-Bank-Transit      pic 9(8).
           03 Emp-Bank-Account      pic 9(12).
           03 Emp-Street            pic x(30).
           03 Emp-City              pic x(20).
           03 Emp-Province          pic a(2).
           03 Emp-Home-Store        pic 9(4).
           03 Emp-Home-JobCode      pic a.
           03 Emp-Term-Reason       pic x.
           03 Emp-Bank-Status       pic x.
           03 Emp-Prenote-Date      pic 9(8).
      * The pay cycle the employee is paid on - W weekly (a space
      *    on a record keyed before pay groups reads the same),
      *    B bi-weekly, S semi-monthly.
           03 Emp-Pay-Group         pic x.
               88 PAY-GROUP-WEEKLY      value "W" " ".
               88 PAY-GROUP-BIWEEKLY    value "B".
               88 PAY-GROUP-SEMIMONTHLY value "S".

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "QuotaMaint".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Quota-Status      PIC XX value "00".
       01 ws-NextPeriod-Status PIC XX value "00".
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 6.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-Quota-EOF-Flag    PIC 9 value 0.
           88 QUOTA-EOF        value 1.
       01 WS-EmpMst-Avail-Flag PIC X value "N".
           88 EMPMASTER-AVAILABLE value "Y".

      * The whole master held in memory while the menu runs - the
      *    weekly run's own table takes 1000 rows, so does this,
      *    with BudgetMaint's short-table save guard.
       01 WS-Max-Rows          PIC 9(4) value 1000.
       01 WS-Row-Count         PIC 9(4) value 0.
       01 WS-Dropped-Count     PIC 9(4) value 0.
       01 WS-Quota-Table.
           03 WS-Quota-Row OCCURS 1000 TIMES.
               05 WS-Row-EmpID     PIC 9(9) value 0.
               05 WS-Row-Year      PIC 9(4) value 0.
               05 WS-Row-Quarter   PIC 9 value 0.
               05 WS-Row-Amount    PIC 9(8)V99 value 0.
       01 WS-Row-Sub           PIC 9(4) value 0.
       01 WS-Found-Sub         PIC 9(4) value 0.
       01 WS-Build-Sub         PIC 9(4) value 0.

      * The row being keyed in or looked for.
       01 WS-Work-EmpID        PIC 9(9) value 0.
       01 WS-Work-Year         PIC 9(4) value 0.
       01 WS-Work-Quarter      PIC 9 value 0.
       01 WS-Work-Amount       PIC 9(8)V99 value 0.
       01 WS-Amount-Edited     PIC ZZ,ZZZ,ZZ9.99.
       01 WS-Emp-Name-Disp     PIC X(30) value spaces.

      * Build-next-period workings - the quarter after the one
      *    picked, wrapping Q4 into Q1 of the next year. Percent is
      *    signed whole points, +005 is up five, -010 is down ten.
       01 WS-From-Year         PIC 9(4) value 0.
       01 WS-From-Quarter      PIC 9 value 0.
       01 WS-To-Year           PIC 9(4) value 0.
       01 WS-To-Quarter        PIC 9 value 0.
       01 WS-Adjust-Pct        PIC S999 SIGN LEADING SEPARATE
                                        value 0.
       01 WS-New-Amount        PIC 9(8)V99 value 0.
       01 WS-Built-Count       PIC 9(4) value 0.
       01 WS-Skipped-Count     PIC 9(4) value 0.
       01 WS-Exists-Count      PIC 9(4) value 0.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM LOAD-PARA.
           PERFORM EMPMASTER-OPEN-PARA.
           PERFORM MENU-PARA UNTIL DONE-WITH-MENU.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program maintains the salesperson"
           display "quota master the weekly quota-attainment report"
           display "measures sales against."
           display " "
           display "Quotas are keyed by EmpID, year and quarter, and"
           display "next quarter's quotas can be built from one"
           display "quarter's adjusted by a percent."
           DISPLAY "---------------------------------------------------"
           display " ".

       LOAD-PARA.
           OPEN INPUT QUOTAFILE
           IF ws-Quota-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL QUOTA-EOF
               CLOSE QUOTAFILE
           END-IF
           DISPLAY WS-Row-Count, " quota row(s) on file."
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " ROW(S) DID NOT "-
                       "FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ QUOTAFILE
               AT END
                   SET QUOTA-EOF TO TRUE
               NOT AT END
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE Quo-EmpID TO WS-Row-EmpID(WS-Row-Count)
                       MOVE Quo-Year TO WS-Row-Year(WS-Row-Count)
                       MOVE Quo-Quarter TO
                           WS-Row-Quarter(WS-Row-Count)
                       MOVE Quo-Amount TO
                           WS-Row-Amount(WS-Row-Count)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           END-READ.

      * No Employee Master on hand is warned about loudly but the
      *    menu still runs - the EmpID edit just can't enforce.
       EMPMASTER-OPEN-PARA.
           OPEN INPUT EMPFILE
           IF ws-Emp-Status = "00"
               MOVE "Y" TO WS-EmpMst-Avail-Flag
           ELSE
               DISPLAY "*** EMPLOYEE MASTER UNAVAILABLE - EMPIDS "-
                       "WILL NOT BE VALIDATED THIS RUN ***"
           END-IF.

       MENU-PARA.
           display " "
           display "1 - Add a quota"
           display "2 - Change a quota"
           display "3 - Delete a quota"
           display "4 - List the quotas"
           display "5 - Build next quarter's quotas"
           display "6 - Exit"
           DISPLAY "Enter a selection (1-6): " WITH NO ADVANCING
           ACCEPT ws-Menu-Choice

           EVALUATE ws-Menu-Choice
               WHEN 1
                   PERFORM ADD-PARA
               WHEN 2
                   PERFORM CHANGE-PARA
               WHEN 3
                   PERFORM DELETE-PARA
               WHEN 4
                   PERFORM LIST-PARA
               WHEN 5
                   PERFORM BUILD-PARA
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

       GET-KEY-PARA.
           DISPLAY "EmpID: " WITH NO ADVANCING
           ACCEPT WS-Work-EmpID
           DISPLAY "Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-Work-Year
           DISPLAY "Quarter (1-4): " WITH NO ADVANCING
           ACCEPT WS-Work-Quarter.

       FIND-ROW-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-EmpID(WS-Row-Sub) = WS-Work-EmpID AND
                       WS-Row-Year(WS-Row-Sub) = WS-Work-Year AND
                       WS-Row-Quarter(WS-Row-Sub) = WS-Work-Quarter
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

      * EmpID against the Employee Master, and not a terminated
      *    one; year and quarter sane; amount nonzero. A quota on an
      *    EmpID nobody holds never shows up on any report, and
      *    nobody notices the real salesperson has none.
       EDIT-ROW-PARA.
           SET EDIT-PASSED TO TRUE
           IF WS-Work-EmpID = 0
               DISPLAY "EmpID cannot be zero."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF EMPMASTER-AVAILABLE AND EDIT-PASSED
               MOVE WS-Work-EmpID TO Emp-ID
               READ EMPFILE KEY IS Emp-ID
                   INVALID KEY
                       DISPLAY "EmpID is not on the Employee Master."
                       SET EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Emp-Name-Disp
                       STRING Emp-Surname DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           Emp-GivenName DELIMITED BY "  "
                           INTO WS-Emp-Name-Disp
                       DISPLAY "Employee: ", WS-Emp-Name-Disp
                       IF EMP-TERMINATED
                           DISPLAY "That employee is terminated."
                           SET EDIT-FAILED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-Work-Year < 2000
               DISPLAY "Year must be four digits, 2000 or later."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Quarter < 1 OR WS-Work-Quarter > 4
               DISPLAY "Quarter must be 1 to 4."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Amount = 0
               DISPLAY "Quota amount cannot be zero."
               SET EDIT-FAILED TO TRUE
           END-IF.

       ADD-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "A quota for that EmpID and quarter already "-
                       "exists."
           ELSE
               IF WS-Row-Count >= WS-Max-Rows
                   DISPLAY "The quota table is full."
               ELSE
                   DISPLAY "Quarterly Sales Quota: " WITH NO ADVANCING
                   ACCEPT WS-Work-Amount
                   PERFORM EDIT-ROW-PARA
                   IF EDIT-PASSED
                       ADD 1 TO WS-Row-Count
                       MOVE WS-Work-EmpID TO
                           WS-Row-EmpID(WS-Row-Count)
                       MOVE WS-Work-Year TO WS-Row-Year(WS-Row-Count)
                       MOVE WS-Work-Quarter TO
                           WS-Row-Quarter(WS-Row-Count)
                       MOVE WS-Work-Amount TO
                           WS-Row-Amount(WS-Row-Count)
                       PERFORM SAVE-PARA
                       DISPLAY "Quota added."
                   ELSE
                       DISPLAY "Quota was not added."
                   END-IF
               END-IF
           END-IF.

       CHANGE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No quota for that EmpID and quarter."
           ELSE
               MOVE WS-Row-Amount(WS-Found-Sub) TO WS-Amount-Edited
               DISPLAY "Current quota is ", WS-Amount-Edited
               DISPLAY "New Quarterly Sales Quota: "
                   WITH NO ADVANCING
               ACCEPT WS-Work-Amount
               PERFORM EDIT-ROW-PARA
               IF EDIT-PASSED
                   MOVE WS-Work-Amount TO
                       WS-Row-Amount(WS-Found-Sub)
                   PERFORM SAVE-PARA
                   DISPLAY "Quota changed."
               ELSE
                   DISPLAY "Quota was not changed."
               END-IF
           END-IF.

      * Deleting shuffles the tail rows down one over the hole. No
      *    master edit - a leaver's quota has to be removable.
       DELETE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No quota for that EmpID and quarter."
           ELSE
               PERFORM VARYING WS-Row-Sub FROM WS-Found-Sub BY 1
                       UNTIL WS-Row-Sub >= WS-Row-Count
                   MOVE WS-Quota-Row(WS-Row-Sub + 1) TO
                       WS-Quota-Row(WS-Row-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Row-Count
               PERFORM SAVE-PARA
               DISPLAY "Quota deleted."
           END-IF.

       LIST-PARA.
           DISPLAY " "
           DISPLAY "EmpID      Year  Qtr  Quarterly Quota"
           PERFORM LIST-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count.

       LIST-ROW-PARA.
           MOVE WS-Row-Amount(WS-Row-Sub) TO WS-Amount-Edited
           DISPLAY WS-Row-EmpID(WS-Row-Sub), "  ",
                   WS-Row-Year(WS-Row-Sub), "   ",
                   WS-Row-Quarter(WS-Row-Sub), "   ",
                   WS-Amount-Edited.

      * Builds the quarter after the one picked - every quota in it
      *    copied forward, adjusted by the signed percent - and
      *    writes the whole master plus those rows to the review
      *    file, so swapping it in is one copy. Leavers are dropped
      *    when the master can say so, and a quota already keyed for
      *    the new quarter is kept as keyed. The live file is never
      *    touched.
       BUILD-PARA.
           IF WS-Row-Count = 0
               DISPLAY "There are no quotas to build from."
           ELSE
               DISPLAY "Build from Year (YYYY): " WITH NO ADVANCING
               ACCEPT WS-From-Year
               DISPLAY "Build from Quarter (1-4): " WITH NO ADVANCING
               ACCEPT WS-From-Quarter
               IF WS-From-Quarter < 1 OR WS-From-Quarter > 4
                   DISPLAY "Quarter must be 1 to 4."
               ELSE
                   IF WS-From-Quarter = 4
                       COMPUTE WS-To-Year = WS-From-Year + 1
                       MOVE 1 TO WS-To-Quarter
                   ELSE
                       MOVE WS-From-Year TO WS-To-Year
                       COMPUTE WS-To-Quarter = WS-From-Quarter + 1
                   END-IF
                   DISPLAY "Adjustment percent, signed whole points "-
                           "(+005 is up five): " WITH NO ADVANCING
                   ACCEPT WS-Adjust-Pct
                   OPEN OUTPUT NEXTPERIODFILE
                   MOVE 0 TO WS-Built-Count
                   MOVE 0 TO WS-Skipped-Count
                   MOVE 0 TO WS-Exists-Count
                   PERFORM BUILD-COPY-PARA
                       VARYING WS-Row-Sub FROM 1 BY 1
                       UNTIL WS-Row-Sub > WS-Row-Count
                   PERFORM BUILD-ROW-PARA
                       VARYING WS-Build-Sub FROM 1 BY 1
                       UNTIL WS-Build-Sub > WS-Row-Count
                   CLOSE NEXTPERIODFILE
                   DISPLAY WS-Built-Count, " quota(s) built for ",
                           WS-To-Year, " Q", WS-To-Quarter,
                           " to Assignment#6_QuotaMaster_"-
                           "NextPeriod.dat."
                   IF WS-Exists-Count > 0
                       DISPLAY WS-Exists-Count, " already keyed for "-
                               "that quarter - kept as keyed."
                   END-IF
                   IF WS-Skipped-Count > 0
                       DISPLAY WS-Skipped-Count, " dropped - "-
                               "terminated or not on the Employee "-
                               "Master."
                   END-IF
                   DISPLAY "Review it, then copy it over the live "-
                           "quota master at quarter start."
               END-IF
           END-IF.

      * Every existing row goes to the review file as it stands.
       BUILD-COPY-PARA.
           MOVE WS-Row-EmpID(WS-Row-Sub) TO Nxp-EmpID
           MOVE WS-Row-Year(WS-Row-Sub) TO Nxp-Year
           MOVE WS-Row-Quarter(WS-Row-Sub) TO Nxp-Quarter
           MOVE WS-Row-Amount(WS-Row-Sub) TO Nxp-Amount
           WRITE NextPeriodRec.

       BUILD-ROW-PARA.
           IF WS-Row-Year(WS-Build-Sub) = WS-From-Year AND
                   WS-Row-Quarter(WS-Build-Sub) = WS-From-Quarter
               MOVE WS-Row-EmpID(WS-Build-Sub) TO WS-Work-EmpID
               MOVE WS-To-Year TO WS-Work-Year
               MOVE WS-To-Quarter TO WS-Work-Quarter
               PERFORM FIND-ROW-PARA
               PERFORM BUILD-EMP-CHECK-PARA
               EVALUATE TRUE
                   WHEN WS-Found-Sub NOT = 0
                       ADD 1 TO WS-Exists-Count
                   WHEN EDIT-FAILED
                       ADD 1 TO WS-Skipped-Count
                   WHEN OTHER
                       COMPUTE WS-New-Amount ROUNDED =
                           WS-Row-Amount(WS-Build-Sub) *
                           (100 + WS-Adjust-Pct) / 100
                       MOVE WS-Work-EmpID TO Nxp-EmpID
                       MOVE WS-To-Year TO Nxp-Year
                       MOVE WS-To-Quarter TO Nxp-Quarter
                       MOVE WS-New-Amount TO Nxp-Amount
                       WRITE NextPeriodRec
                       ADD 1 TO WS-Built-Count
               END-EVALUATE
           END-IF.

      * A salesperson still on staff carries forward; with no
      *    master on hand everyone does.
       BUILD-EMP-CHECK-PARA.
           SET EDIT-PASSED TO TRUE
           IF EMPMASTER-AVAILABLE
               MOVE WS-Work-EmpID TO Emp-ID
               READ EMPFILE KEY IS Emp-ID
                   INVALID KEY
                       SET EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           SET EDIT-FAILED TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Rewrites the whole quota file from the table after every
      *    applied change - never half-written, never saved short.
       SAVE-PARA.
           IF WS-Dropped-Count > 0
               DISPLAY "NOT SAVED - the file holds more rows than "-
                       "this program could load, and rewriting it "-
                       "from a short table would destroy them."
           ELSE
               PERFORM SAVE-WRITE-PARA
           END-IF.

       SAVE-WRITE-PARA.
           OPEN OUTPUT QUOTAFILE
           PERFORM SAVE-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           CLOSE QUOTAFILE.

       SAVE-ROW-PARA.
           MOVE WS-Row-EmpID(WS-Row-Sub) TO Quo-EmpID
           MOVE WS-Row-Year(WS-Row-Sub) TO Quo-Year
           MOVE WS-Row-Quarter(WS-Row-Sub) TO Quo-Quarter
           MOVE WS-Row-Amount(WS-Row-Sub) TO Quo-Amount
           WRITE QuotaRec.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA.

       LAYOUT-CALL-PARA.
           CALL "LayoutCheck" USING WS-Layout-Check
           IF NOT LAYOUT-MATCHES
               DISPLAY "*** ", WS-LC-File-ID, " IS STAMPED LAYOUT "-
                       "VERSION ", WS-LC-File-Version, " - THIS "-
                       "PROGRAM WAS BUILT FOR VERSION ",
                       WS-LC-Built-Version, " ***"
               DISPLAY "*** RUN STOPPED - NOTHING WAS READ OR "-
                       "WRITTEN ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               IF EMPMASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program QuotaMaint.
