      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Payroll red-flag report.                                       *
      * Run after each posted week, this reads the Employee Master,    *
      *    its maintenance journal, the pay history and the last       *
      *    adjustment file for the patterns a ghost employee or a      *
      *    diverted pay leaves behind, and lists them by flag:         *
      *    1 - the same bank account on more than one employee         *
      *    2 - banking changed within two weeks before a large net pay *
      *    3 - employees sharing a street address                      *
      *    4 - paid at a store other than the home store for several   *
      *        weeks running                                           *
      *    5 - no hours but a full week's salary                       *
      *    6 - an adjustment paying a week after the master's          *
      *        termination date, or paying an ID not on the master     *
      * Once audit has looked into a flag it can be cleared for that   *
      *    employee so it stops coming back every week. A banking or   *
      *    address clearance holds only while the banking or address   *
      *    on the master is the one that was cleared - re-key it and   *
      *    the flag is raised again. Clearing needs a supervisor       *
      *    sign-on; every clear and reinstate is journaled.            *
      * Under UNATTENDED=Y on the run control it just prints the       *
      *    report for the WEEKENDING= week (or the last posted week),  *
      *    with return code 4 when anything was raised.                *
      * REDFLAGNET= (whole dollars, 7 digits) sets what counts as a    *
      *    large net pay, REDFLAGWEEKS= (2 digits) how many weeks away *
      *    from the home store raise a flag.                           *
      ******************************************************************
       identification division.
       program-id. RedFlagReport.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      * Assignment03's maintenance journal - read only, for when
      *    each employee's banking was last keyed.
           SELECT MAINTJRNFILE ASSIGN
           "DataFiles\Assignment03_MaintJournal.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-MaintJrn-Status.

      * The pay-history file exactly as the weekly run writes it.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * The adjustment file the last adjustment run applied.
           SELECT ADJUSTFILE ASSIGN
           "DataFiles\Assignment#6_PayAdjustments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Adjust-Status.

      * The posted-week register - the report works the last weekly
      *    week posted unless the run control names another.
           SELECT POSTEDFILE ASSIGN
           "DataFiles\Assignment#6_PostedWeeks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Posted-Status.

      * The shared run-control file, for WEEKENDING=, UNATTENDED=
      *    and this report's own thresholds.
           SELECT RUNCONTROLFILE ASSIGN "DataFiles\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

      * Audit's clearances - one row per employee per flag cleared.
           SELECT CLEARFILE ASSIGN
           "DataFiles\Assignment06_RedFlagClear.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Clear-Status.

      * One journal record per clearance added, changed or removed,
      *    with the before and after images and who keyed it.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment06_RedFlagJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

           SELECT FLAGRPTFILE ASSIGN "DataFiles\RedFlags.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-FlagRpt-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same record layout Assignment03 maintains - the programs
      *    reading this file have to agree on it byte for byte.
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

      * Same layout Assignment03 writes.
       FD MAINTJRNFILE.
       01 MaintJrnRec.
           03 MJrn-Date         pic 9(8).
           03 MJrn-Time         pic 9(8).
           03 MJrn-Action       pic x.
           03 MJrn-Operator     pic x(8).
           03 MJrn-Before       pic x(207).
           03 MJrn-After        pic x(207).

       FD PAYHISTFILE.
       01 PayHistRec.
           03  PayH-Key.
               05  PayH-EmpID        PIC 9(9).
               05  PayH-WeekEnding   PIC 9(8).
           03  PayH-JobCode          PIC A.
           03  PayH-StoreNumber      PIC 9(4).
           03  PayH-WeeklySalary     PIC 9(7)V99.
           03  PayH-SalesAmount      PIC 9(8).
           03  PayH-Tax              PIC 9(5)V99.
           03  PayH-Benefit          PIC 999V99.
           03  PayH-Other            PIC 9(6)V99.
           03  PayH-Net              PIC 9(7)V99.
           03  PayH-Hours            PIC 9(3)V9.
           03  PayH-Bonus            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           03  PayH-Taxable-Ben      PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           03  PayH-Garnish          PIC 9(6)V99.
           03  PayH-Savings          PIC 9(6)V99.
           03  PayH-Extra-WH         PIC 9(6)V99.
      * The pay group the record was paid in - a space on a record
      *    posted before pay groups is a weekly one.
           03  PayH-Pay-Group        PIC X.

       FD ADJUSTFILE.
       01 AdjustRec.
           03  Adj-WeekEnding      PIC 9(8).
           03  Adj-EmpID           PIC 9(9).
           03  Adj-StoreNumber     PIC 9(4).
           03  Adj-JobCode         PIC A.
           03  Adj-Salary-Delta    PIC S9(5)V99 SIGN LEADING
                                   SEPARATE.
           03  Adj-Sales-Delta     PIC S9(8) SIGN LEADING SEPARATE.

       FD POSTEDFILE.
       01 PostedRec.
           03  Posted-WeekEnding   PIC 9(8).
           03  Posted-Type         PIC X.
               88 POSTED-OFF-CYCLE     value "O".
           03  Posted-OffCycle-Seq PIC 9(4).
      * The pay group the entry was posted for - a space on an entry
      *    posted before pay groups is a weekly one; the week-ending
      *    field then holds the period's ending date.
           03  Posted-Pay-Group    PIC X.
               88 POSTED-WEEKLY-GROUP  value "W" " ".

       FD RUNCONTROLFILE.
       01 RunControlRec        PIC X(80).

       FD CLEARFILE.
       01 ClearRec.
           03  Clr-EmpID           PIC 9(9).
      * Which flag (1-6) audit cleared for the employee.
           03  Clr-Flag            PIC 9.
      * The banking (flags 1 and 2) or street (flag 3) on the master
      *    when it was cleared; spaces for the other flags.
           03  Clr-Detail          PIC X(30).
           03  Clr-Date            PIC 9(8).
           03  Clr-Operator        PIC X(8).
           03  Clr-Note            PIC X(40).

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
      * A = added, C = changed, D = deleted (reinstated).
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
      * Full clearance images - spaces where there was no row on
      *    that side of the action.
           03 Jrn-Before        pic x(96).
           03 Jrn-After         pic x(96).

       FD FLAGRPTFILE.
       01 FlagRptRec               PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "RedFlagReport".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-MaintJrn-Status   PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-Adjust-Status     PIC XX value "00".
       01 ws-Posted-Status     PIC XX value "00".
       01 ws-RunCtl-Status     PIC XX value "00".
       01 ws-Clear-Status      PIC XX value "00".
       01 ws-FlagRpt-Status    PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
       01 WS-Master-EOF-Flag   PIC 9 value 0.
           88 MASTER-EOF       value 1.
       01 WS-MaintJrn-EOF-Flag PIC 9 value 0.
           88 MAINTJRN-EOF     value 1.
       01 WS-Hist-EOF-Flag     PIC 9 value 0.
           88 HIST-EOF         value 1.
       01 WS-Adjust-EOF-Flag   PIC 9 value 0.
           88 ADJUST-EOF       value 1.
       01 WS-Posted-EOF-Flag   PIC 9 value 0.
           88 POSTED-EOF       value 1.
       01 WS-RunCtl-EOF-Flag   PIC 9 value 0.
           88 RUNCTL-EOF       value 1.
       01 WS-Clear-EOF-Flag    PIC 9 value 0.
           88 CLEAR-EOF        value 1.
       01 WS-RC-Keyword        PIC X(20) value SPACES.
       01 WS-RC-Value          PIC X(60) value SPACES.
       01 WS-Unattended-Flag   PIC X value "N".
           88 UNATTENDED-RUN   value "Y".
       01 WS-Week-Ending       PIC 9(8) value 0.
       01 WS-RC-Week-Ending    PIC 9(8) value 0.
       01 WS-Last-Posted       PIC 9(8) value 0.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Time          PIC 9(8) value 0.
       01 WS-Report-Flag       PIC X value "N".
           88 REPORT-READY     value "Y".

      * The thresholds - defaults here, REDFLAGNET= and REDFLAGWEEKS=
      *    on the run control override them. A banking change counts
      *    when it falls in the fortnight up to the week ending.
       01 WS-Large-Net         PIC 9(7)V99 value 2000.00.
       01 WS-Away-Weeks        PIC 99 value 3.
       01 WS-Bank-Window-Days  PIC 99 value 14.

      * The Employee Master held in EmpID order (the order the file
      *    reads back in), with what the journal and the history
      *    walk find out about each employee stored alongside.
       01 WS-Max-Emps          PIC 9(5) value 5000.
       01 WS-Emp-Count         PIC 9(5) value 0.
       01 WS-Emp-Dropped       PIC 9(5) value 0.
       01 WS-Emp-Table.
           03 WS-Emp-Entry OCCURS 5000 TIMES.
               05 WS-Em-ID             PIC 9(9).
               05 WS-Em-Name           PIC X(30).
               05 WS-Em-Status         PIC X.
               05 WS-Em-Term-Date      PIC 9(8).
               05 WS-Em-Banking.
                   07 WS-Em-Transit    PIC 9(8).
                   07 WS-Em-Account    PIC 9(12).
               05 WS-Em-Street         PIC X(30).
               05 WS-Em-City           PIC X(20).
               05 WS-Em-Home-Store     PIC 9(4).
      * One week of the master's annual salary.
               05 WS-Em-Weekly         PIC 9(7)V99.
      * The latest banking change on the journal on or before the
      *    week ending.
               05 WS-Em-Bank-Chg-Date  PIC 9(8).
      * The week being checked, off the pay history.
               05 WS-Em-Week-Paid      PIC X.
               05 WS-Em-Week-Gross     PIC 9(7)V99.
               05 WS-Em-Week-Net       PIC 9(7)V99.
               05 WS-Em-Week-Hours     PIC 9(3)V9.
               05 WS-Em-Week-Store     PIC 9(4).
      * Paid weeks in a row, up to the last one seen, away from the
      *    home store.
               05 WS-Em-Away-Run       PIC 9(3).
               05 WS-Em-Last-Week      PIC 9(8).
       01 WS-Emp-Sub           PIC 9(5) value 0.
       01 WS-Other-Sub         PIC 9(5) value 0.
       01 WS-Match-Sub         PIC 9(5) value 0.
      * Binary search over the table for WS-Find-EmpID - WS-Emp-Sub
      *    is 0 when the ID isn't on the master.
       01 WS-Find-EmpID        PIC 9(9) value 0.
       01 WS-Find-Lo           PIC 9(5) value 0.
       01 WS-Find-Hi           PIC 9(5) value 0.
       01 WS-Find-Mid          PIC 9(5) value 0.

      * A journal record's image, for the banking on each side.
       01 WS-Image.
           03  Img-EmpID           PIC 9(9).
           03  FILLER              PIC X(110).
           03  Img-Banking         PIC X(20).
           03  FILLER              PIC X(68).
       01 WS-Before-Banking    PIC X(20) value SPACES.

      * Audit's clearances held in memory; rewritten in full after
      *    every change, and not at all if the file held more rows
      *    than fit.
       01 WS-Max-Clears        PIC 999 value 500.
       01 WS-Clear-Count       PIC 999 value 0.
       01 WS-Clear-Dropped     PIC 999 value 0.
       01 WS-Clear-Table.
           03 WS-Clear-Row OCCURS 500 TIMES.
               05 WS-Cl-EmpID          PIC 9(9).
               05 WS-Cl-Flag           PIC 9.
               05 WS-Cl-Detail         PIC X(30).
               05 WS-Cl-Date           PIC 9(8).
               05 WS-Cl-Operator       PIC X(8).
               05 WS-Cl-Note           PIC X(40).
       01 WS-Clear-Sub         PIC 999 value 0.
       01 WS-Clear-Found-Sub   PIC 999 value 0.

      * One flag being raised - who, which, and the detail a
      *    clearance would have to match to suppress it.
       01 WS-Chk-EmpID         PIC 9(9) value 0.
       01 WS-Chk-Flag          PIC 9 value 0.
           88 CHK-FLAG-VALID   value 1 thru 6.
       01 WS-Chk-Detail        PIC X(30) value SPACES.
       01 WS-Chk-Cleared-Flag  PIC X value "N".
           88 FLAG-CLEARED     value "Y".
       01 WS-Banking-Detail.
           03 WS-BD-Transit        PIC 9(8).
           03 FILLER               PIC X value "-".
           03 WS-BD-Account        PIC 9(12).
           03 FILLER               PIC X(9) value SPACES.

      * What each flag is, for the section headings and the list.
       01 WS-Flag-Names.
           03 FILLER PIC X(50) value
               "SAME BANK ACCOUNT ON MORE THAN ONE EMPLOYEE".
           03 FILLER PIC X(50) value
               "BANKING CHANGED SHORTLY BEFORE A LARGE NET PAY".
           03 FILLER PIC X(50) value
               "EMPLOYEES SHARING A STREET ADDRESS".
           03 FILLER PIC X(50) value
               "PAID AWAY FROM THE HOME STORE WEEKS RUNNING".
           03 FILLER PIC X(50) value
               "NO HOURS BUT A FULL WEEK'S SALARY".
           03 FILLER PIC X(50) value
               "ADJUSTMENT PAID AFTER TERMINATION OR TO NO ONE".
       01 WS-Flag-Name-Tbl REDEFINES WS-Flag-Names.
           03 WS-Flag-Name OCCURS 6 TIMES PIC X(50).
       01 WS-Flag-Counts.
           03 WS-Flag-Count-Entry OCCURS 6 TIMES.
               05 WS-Flag-Raised       PIC 9(5).
               05 WS-Flag-Suppressed   PIC 9(5).
       01 WS-Flag-Sub          PIC 9 value 0.
       01 WS-Total-Raised      PIC 9(5) value 0.

      * Day serials for the banking-window and after-termination
      *    tests - dates don't subtract by ordinary verbs.
       01 WS-Week-Serial       PIC 9(8) value 0.
       01 WS-Chg-Serial        PIC 9(8) value 0.
       01 WS-Term-Serial       PIC 9(8) value 0.
       01 WS-Days-Apart        PIC S9(8) value 0.

      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - anyone signed on
      *    can run and read the report, only a supervisor clears.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "RedFlagReport".
           03 WS-SOB-Result        PIC X value "N".
               88 SIGNON-ACCEPTED  value "Y".
           03 WS-SOB-Operator-ID   PIC X(8) value SPACES.
           03 WS-SOB-Level         PIC 9 value 0.
           03 WS-SOB-EmpID         PIC X(9) value SPACES.
           03 WS-SOB-Password      PIC X(8) value SPACES.
           03 WS-SOB-Encoded       PIC 9(15) value 0.
       01 WS-Operator-ID       PIC X(8) value SPACES.
       01 WS-Operator-Level    PIC 9 value 0.
           88 INQUIRY-ONLY     value 1.
           88 MAINT-OPERATOR   value 2.
           88 SUPERVISOR       value 3.
       01 WS-SignOn-Flag       PIC X value "N".
           88 SIGNED-ON        value "Y".
       01 ws-Journal-Status    PIC XX value "00".
       01 WS-Jrn-Action        PIC X value SPACE.
       01 WS-Before-Image      PIC X(96) value SPACES.
       01 WS-After-Image       PIC X(96) value SPACES.

      * The clearance being keyed.
       01 WS-Work-EmpID        PIC 9(9) value 0.
       01 WS-Work-Flag         PIC 9 value 0.
       01 WS-Work-Note         PIC X(40) value SPACES.
       01 WS-Confirm           PIC X value "N".
           88 CONFIRMED        value "Y".

       01 WS-Flag-Title.
           03 FILLER PIC X(27) value "PAYROLL RED FLAGS - WEEK OF".
           03 FILLER PIC X value SPACE.
           03 FT-Week              PIC 9999/99/99.
           03 FILLER PIC X(10) value "   RUN ON ".
           03 FT-Run-Date          PIC 9999/99/99.
       01 WS-Flag-Heading.
           03 FH-Number            PIC 9.
           03 FILLER               PIC X(3) value " - ".
           03 FH-Name              PIC X(50).
       01 WS-Flag-Line.
           03 FILLER               PIC X(4) value SPACES.
           03 FL-EmpID             PIC 9(9).
           03 FILLER               PIC X(2) value SPACES.
           03 FL-Name              PIC X(30).
           03 FILLER               PIC X(2) value SPACES.
           03 FL-Detail            PIC X(85).
       01 WS-Money-Edited      PIC Z,ZZZ,ZZ9.99.
       01 WS-Money-Edited-2    PIC Z,ZZZ,ZZ9.99.
       01 WS-Signed-Edited     PIC +ZZ,ZZ9.99.
       01 WS-Date-Edited       PIC 9999/99/99.
       01 WS-Count-Edited      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM RUNCONTROL-PARA.
           PERFORM POSTED-LOAD-PARA.
           IF UNATTENDED-RUN
               PERFORM CLEAR-LOAD-PARA
               IF WS-RC-Week-Ending NOT = 0
                   MOVE WS-RC-Week-Ending TO WS-Week-Ending
               ELSE
                   MOVE WS-Last-Posted TO WS-Week-Ending
               END-IF
               PERFORM REPORT-PARA
           ELSE
               PERFORM INSTRUCT-PARA
               PERFORM SIGN-ON-PARA
               IF SIGNED-ON
                   PERFORM JOURNAL-OPEN-PARA
                   PERFORM CLEAR-LOAD-PARA
                   PERFORM MENU-PARA UNTIL DONE-WITH-MENU
               ELSE
                   DISPLAY " "
                   DISPLAY "SIGN-ON FAILED - the program will now end."
               END-IF
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program lists the payroll red flags"
           display "- shared banking or addresses, banking changed"
           display "just before a big pay, pay away from the home"
           display "store, salary with no hours, and adjustments paid"
           display "after termination."
           display " "
           display "A flag audit has cleared for an employee stays off"
           display "the report until it's reinstated."
           DISPLAY "---------------------------------------------------"
           display " ".

      * WEEKENDING=, UNATTENDED=, REDFLAGNET= and REDFLAGWEEKS= off
      *    the shared run-control file; the rest belongs to the other
      *    programs.
       RUNCONTROL-PARA.
           OPEN INPUT RUNCONTROLFILE
           IF ws-RunCtl-Status = "00"
               PERFORM RUNCONTROL-READ-PARA UNTIL RUNCTL-EOF
               CLOSE RUNCONTROLFILE
           END-IF.

       RUNCONTROL-READ-PARA.
           READ RUNCONTROLFILE
               AT END
                   SET RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RunControlRec NOT = SPACES AND
                           RunControlRec(1:1) NOT = "*"
                       MOVE SPACES TO WS-RC-Keyword
                       MOVE SPACES TO WS-RC-Value
                       UNSTRING RunControlRec DELIMITED BY "="
                           INTO WS-RC-Keyword, WS-RC-Value
                       EVALUATE WS-RC-Keyword
                           WHEN "WEEKENDING"
                               IF WS-RC-Value(1:8) NUMERIC
                                   MOVE WS-RC-Value(1:8) TO
                                       WS-RC-Week-Ending
                               END-IF
                           WHEN "UNATTENDED"
                               IF WS-RC-Value(1:1) = "Y" OR
                                       WS-RC-Value(1:1) = "y"
                                   MOVE "Y" TO WS-Unattended-Flag
                               END-IF
      * Whole dollars, e.g. REDFLAGNET=0002500.
                           WHEN "REDFLAGNET"
                               IF WS-RC-Value(1:7) NUMERIC
                                   MOVE WS-RC-Value(1:7) TO
                                       WS-Large-Net
                               END-IF
      * Weeks, e.g. REDFLAGWEEKS=04.
                           WHEN "REDFLAGWEEKS"
                               IF WS-RC-Value(1:2) NUMERIC AND
                                       WS-RC-Value(1:2) NOT = "00"
                                   MOVE WS-RC-Value(1:2) TO
                                       WS-Away-Weeks
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      * The last weekly week posted. Zero when nothing has posted.
       POSTED-LOAD-PARA.
           MOVE 0 TO WS-Last-Posted
           OPEN INPUT POSTEDFILE
           IF ws-Posted-Status = "00"
               PERFORM POSTED-READ-PARA UNTIL POSTED-EOF
               CLOSE POSTEDFILE
           END-IF.

       POSTED-READ-PARA.
           READ POSTEDFILE
               AT END
                   SET POSTED-EOF TO TRUE
               NOT AT END
                   IF NOT POSTED-OFF-CYCLE AND POSTED-WEEKLY-GROUP AND
                           Posted-WeekEnding > WS-Last-Posted
                       MOVE Posted-WeekEnding TO WS-Last-Posted
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Run the red-flag report"
           display "2 - Clear a flag for an employee (audit)"
           display "3 - Reinstate a cleared flag"
           display "4 - List the cleared flags"
           display "5 - Exit"
           DISPLAY "Enter a selection (1-5): " WITH NO ADVANCING
           ACCEPT ws-Menu-Choice

           EVALUATE ws-Menu-Choice
               WHEN 1
                   PERFORM WEEK-PROMPT-PARA
                   PERFORM REPORT-PARA
               WHEN 2
                   IF SUPERVISOR
                       PERFORM CLEAR-ADD-PARA
                   ELSE
                       PERFORM NOT-AUTHORIZED-PARA
                   END-IF
               WHEN 3
                   IF SUPERVISOR
                       PERFORM CLEAR-REMOVE-PARA
                   ELSE
                       PERFORM NOT-AUTHORIZED-PARA
                   END-IF
               WHEN 4
                   PERFORM CLEAR-LIST-PARA
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

       WEEK-PROMPT-PARA.
           IF WS-Last-Posted = 0
               DISPLAY "No week has posted yet."
           ELSE
               MOVE WS-Last-Posted TO WS-Date-Edited
               DISPLAY "Last posted week: ", WS-Date-Edited
           END-IF
           DISPLAY "Week ending to check (YYYYMMDD, 0 = the last "-
                   "posted week): " WITH NO ADVANCING
           ACCEPT WS-Week-Ending
           IF WS-Week-Ending = 0
               MOVE WS-Last-Posted TO WS-Week-Ending
           END-IF.

      ******************************************************************
      * The report - the master into the table, the journal and the   *
      *    history walked once each to fill in what they know about   *
      *    each employee, then one section per flag.                   *
      ******************************************************************
       REPORT-PARA.
           MOVE "N" TO WS-Report-Flag
           IF WS-Week-Ending = 0
               DISPLAY "*** NO POSTED WEEK TO CHECK - NO REPORT ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-Week-Ending(5:2) < "01" OR
                       WS-Week-Ending(5:2) > "12" OR
                       WS-Week-Ending(7:2) < "01" OR
                       WS-Week-Ending(7:2) > "31"
                   DISPLAY "*** ", WS-Week-Ending, " IS NOT A DATE - "-
                           "NO REPORT ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM EMP-LOAD-PARA
               END-IF
           END-IF
           IF REPORT-READY
               PERFORM MAINTJRN-SCAN-PARA
               PERFORM HISTORY-SCAN-PARA
           END-IF
           IF REPORT-READY
               PERFORM REPORT-WRITE-PARA
           END-IF.

       EMP-LOAD-PARA.
           MOVE 0 TO WS-Emp-Count
           MOVE 0 TO WS-Emp-Dropped
           MOVE 0 TO WS-Master-EOF-Flag
           OPEN INPUT EMPFILE
           IF ws-Emp-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE MASTER, STATUS: ",
                       ws-Emp-Status, " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO Emp-ID
               START EMPFILE KEY IS GREATER THAN OR EQUAL TO Emp-ID
                   INVALID KEY
                       SET MASTER-EOF TO TRUE
               END-START
               PERFORM EMP-READ-PARA UNTIL MASTER-EOF
               CLOSE EMPFILE
               MOVE "Y" TO WS-Report-Flag
               IF WS-Emp-Dropped > 0
                   DISPLAY "*** ", WS-Emp-Dropped, " EMPLOYEE(S) "-
                           "OVER THE TABLE - NOT CHECKED ***"
               END-IF
           END-IF.

       EMP-READ-PARA.
           READ EMPFILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               IF ws-Emp-Status NOT = "00"
                   SET MASTER-EOF TO TRUE
               ELSE
                   IF WS-Emp-Count < WS-Max-Emps
                       ADD 1 TO WS-Emp-Count
                       PERFORM EMP-KEEP-PARA
                   ELSE
                       ADD 1 TO WS-Emp-Dropped
                   END-IF
               END-IF
           END-IF.

       EMP-KEEP-PARA.
           MOVE WS-Emp-Count TO WS-Emp-Sub
           MOVE Emp-ID TO WS-Em-ID(WS-Emp-Sub)
           MOVE SPACES TO WS-Em-Name(WS-Emp-Sub)
           STRING Emp-Surname DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               Emp-GivenName DELIMITED BY "  "
               INTO WS-Em-Name(WS-Emp-Sub)
           MOVE Emp-Status TO WS-Em-Status(WS-Emp-Sub)
           IF Emp-Term-Date NUMERIC
               MOVE Emp-Term-Date TO WS-Em-Term-Date(WS-Emp-Sub)
           ELSE
               MOVE 0 TO WS-Em-Term-Date(WS-Emp-Sub)
           END-IF
           MOVE Emp-Bank-Transit TO WS-Em-Transit(WS-Emp-Sub)
           MOVE Emp-Bank-Account TO WS-Em-Account(WS-Emp-Sub)
           MOVE Emp-Street TO WS-Em-Street(WS-Emp-Sub)
           MOVE Emp-City TO WS-Em-City(WS-Emp-Sub)
           MOVE Emp-Home-Store TO WS-Em-Home-Store(WS-Emp-Sub)
           COMPUTE WS-Em-Weekly(WS-Emp-Sub) ROUNDED = Emp-Salary / 52
           MOVE 0 TO WS-Em-Bank-Chg-Date(WS-Emp-Sub)
           MOVE "N" TO WS-Em-Week-Paid(WS-Emp-Sub)
           MOVE 0 TO WS-Em-Week-Gross(WS-Emp-Sub)
           MOVE 0 TO WS-Em-Week-Net(WS-Emp-Sub)
           MOVE 0 TO WS-Em-Week-Hours(WS-Emp-Sub)
           MOVE 0 TO WS-Em-Week-Store(WS-Emp-Sub)
           MOVE 0 TO WS-Em-Away-Run(WS-Emp-Sub)
           MOVE 0 TO WS-Em-Last-Week(WS-Emp-Sub).

      * Binary search - the table is in EmpID order.
       EMP-FIND-PARA.
           MOVE 0 TO WS-Emp-Sub
           MOVE 1 TO WS-Find-Lo
           MOVE WS-Emp-Count TO WS-Find-Hi
           PERFORM EMP-FIND-STEP-PARA
               UNTIL WS-Emp-Sub NOT = 0 OR WS-Find-Lo > WS-Find-Hi.

       EMP-FIND-STEP-PARA.
           COMPUTE WS-Find-Mid = (WS-Find-Lo + WS-Find-Hi) / 2
           EVALUATE TRUE
               WHEN WS-Em-ID(WS-Find-Mid) = WS-Find-EmpID
                   MOVE WS-Find-Mid TO WS-Emp-Sub
               WHEN WS-Em-ID(WS-Find-Mid) < WS-Find-EmpID
                   COMPUTE WS-Find-Lo = WS-Find-Mid + 1
               WHEN OTHER
                   IF WS-Find-Mid = 1
                       MOVE 0 TO WS-Find-Hi
                   ELSE
                       COMPUTE WS-Find-Hi = WS-Find-Mid - 1
                   END-IF
           END-EVALUATE.

      * Every add or change on the maintenance journal that keyed
      *    banking different from what was there before, up to the
      *    week ending - the latest one stays with the employee.
      *    The prenote and returned-deposit status changes leave the
      *    transit and account alone, so they never count.
       MAINTJRN-SCAN-PARA.
           MOVE 0 TO WS-MaintJrn-EOF-Flag
           OPEN INPUT MAINTJRNFILE
           IF ws-MaintJrn-Status = "00"
               PERFORM MAINTJRN-READ-PARA UNTIL MAINTJRN-EOF
               CLOSE MAINTJRNFILE
           ELSE
               DISPLAY "*** NO MAINTENANCE JOURNAL ON HAND - BANKING "-
                       "CHANGES CANNOT BE CHECKED ***"
           END-IF.

       MAINTJRN-READ-PARA.
           READ MAINTJRNFILE
               AT END
                   SET MAINTJRN-EOF TO TRUE
               NOT AT END
                   IF (MJrn-Action = "A" OR MJrn-Action = "C") AND
                           MJrn-Date <= WS-Week-Ending
                       MOVE MJrn-Before TO WS-Image
                       MOVE Img-Banking TO WS-Before-Banking
                       MOVE MJrn-After TO WS-Image
                       IF Img-Banking NOT = WS-Before-Banking AND
                               Img-Banking NOT = ALL "0"
                           MOVE Img-EmpID TO WS-Find-EmpID
                           PERFORM EMP-FIND-PARA
                           IF WS-Emp-Sub NOT = 0
                               MOVE MJrn-Date TO
                                   WS-Em-Bank-Chg-Date(WS-Emp-Sub)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * The pay history walks in employee/week order. Each week up to
      *    the one being checked moves the employee's away-from-home
      *    run on or back to zero; the week itself is kept for the
      *    net, salary and hours tests.
       HISTORY-SCAN-PARA.
           MOVE 0 TO WS-Hist-EOF-Flag
           MOVE 0 TO WS-Emp-Sub
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN PAY HISTORY FILE, "-
                       "STATUS: ", ws-PayHist-Status, " ***"
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-Report-Flag
           ELSE
               MOVE 0 TO PayH-EmpID
               MOVE 0 TO PayH-WeekEnding
               START PAYHISTFILE KEY IS GREATER THAN OR EQUAL TO
                       PayH-Key
                   INVALID KEY
                       SET HIST-EOF TO TRUE
               END-START
               PERFORM HISTORY-READ-PARA UNTIL HIST-EOF
               CLOSE PAYHISTFILE
           END-IF.

       HISTORY-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               IF ws-PayHist-Status NOT = "00"
                   SET HIST-EOF TO TRUE
               ELSE
                   IF PayH-WeekEnding <= WS-Week-Ending
                       MOVE PayH-EmpID TO WS-Find-EmpID
                       IF WS-Emp-Sub = 0 OR
                               WS-Em-ID(WS-Emp-Sub) NOT = PayH-EmpID
                           PERFORM EMP-FIND-PARA
                       END-IF
                       IF WS-Emp-Sub NOT = 0
                           PERFORM HISTORY-WEEK-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       HISTORY-WEEK-PARA.
           IF WS-Em-Home-Store(WS-Emp-Sub) NOT = 0
               IF PayH-StoreNumber NOT = WS-Em-Home-Store(WS-Emp-Sub)
                   IF WS-Em-Away-Run(WS-Emp-Sub) < 999
                       ADD 1 TO WS-Em-Away-Run(WS-Emp-Sub)
                   END-IF
               ELSE
                   MOVE 0 TO WS-Em-Away-Run(WS-Emp-Sub)
               END-IF
           END-IF
           MOVE PayH-WeekEnding TO WS-Em-Last-Week(WS-Emp-Sub)
           IF PayH-WeekEnding = WS-Week-Ending
               MOVE "Y" TO WS-Em-Week-Paid(WS-Emp-Sub)
               MOVE PayH-WeeklySalary TO WS-Em-Week-Gross(WS-Emp-Sub)
               MOVE PayH-Net TO WS-Em-Week-Net(WS-Emp-Sub)
               MOVE PayH-Hours TO WS-Em-Week-Hours(WS-Emp-Sub)
               MOVE PayH-StoreNumber TO WS-Em-Week-Store(WS-Emp-Sub)
           END-IF.

       REPORT-WRITE-PARA.
           INITIALIZE WS-Flag-Counts
           MOVE 0 TO WS-Total-Raised
           COMPUTE WS-Week-Serial =
               FUNCTION INTEGER-OF-DATE(WS-Week-Ending)
           OPEN OUTPUT FLAGRPTFILE
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           MOVE WS-Week-Ending TO FT-Week
           MOVE WS-Run-Date TO FT-Run-Date
           WRITE FlagRptRec FROM WS-Flag-Title
           MOVE 1 TO WS-Flag-Sub
           PERFORM SECTION-HEAD-PARA
           PERFORM FLAG1-PARA VARYING WS-Emp-Sub FROM 1 BY 1
               UNTIL WS-Emp-Sub > WS-Emp-Count
           PERFORM SECTION-FOOT-PARA
           MOVE 2 TO WS-Flag-Sub
           PERFORM SECTION-HEAD-PARA
           PERFORM FLAG2-PARA VARYING WS-Emp-Sub FROM 1 BY 1
               UNTIL WS-Emp-Sub > WS-Emp-Count
           PERFORM SECTION-FOOT-PARA
           MOVE 3 TO WS-Flag-Sub
           PERFORM SECTION-HEAD-PARA
           PERFORM FLAG3-PARA VARYING WS-Emp-Sub FROM 1 BY 1
               UNTIL WS-Emp-Sub > WS-Emp-Count
           PERFORM SECTION-FOOT-PARA
           MOVE 4 TO WS-Flag-Sub
           PERFORM SECTION-HEAD-PARA
           PERFORM FLAG4-PARA VARYING WS-Emp-Sub FROM 1 BY 1
               UNTIL WS-Emp-Sub > WS-Emp-Count
           PERFORM SECTION-FOOT-PARA
           MOVE 5 TO WS-Flag-Sub
           PERFORM SECTION-HEAD-PARA
           PERFORM FLAG5-PARA VARYING WS-Emp-Sub FROM 1 BY 1
               UNTIL WS-Emp-Sub > WS-Emp-Count
           PERFORM SECTION-FOOT-PARA
           MOVE 6 TO WS-Flag-Sub
           PERFORM SECTION-HEAD-PARA
           PERFORM FLAG6-PARA
           PERFORM SECTION-FOOT-PARA
           PERFORM REPORT-TOTALS-PARA
           CLOSE FLAGRPTFILE.

       SECTION-HEAD-PARA.
           MOVE WS-Flag-Sub TO FH-Number
           MOVE WS-Flag-Name(WS-Flag-Sub) TO FH-Name
           WRITE FlagRptRec FROM WS-Flag-Heading AFTER ADVANCING 2.

       SECTION-FOOT-PARA.
           IF WS-Flag-Raised(WS-Flag-Sub) = 0
               MOVE SPACES TO FlagRptRec
               MOVE "NONE RAISED" TO FlagRptRec(5:11)
               WRITE FlagRptRec
           END-IF
           IF WS-Flag-Suppressed(WS-Flag-Sub) > 0
               MOVE WS-Flag-Suppressed(WS-Flag-Sub) TO WS-Count-Edited
               MOVE SPACES TO FlagRptRec
               STRING "    (" DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " CLEARED BY AUDIT AND NOT LISTED)"
                   DELIMITED BY SIZE
                   INTO FlagRptRec
               WRITE FlagRptRec
           END-IF.

      * Raises the flag in WS-Chk-Flag for WS-Chk-EmpID unless audit
      *    has cleared it - a clearance with a detail holds only while
      *    the detail still matches. The caller has the line built.
       RAISE-PARA.
           MOVE "N" TO WS-Chk-Cleared-Flag
           PERFORM VARYING WS-Clear-Sub FROM 1 BY 1
                   UNTIL WS-Clear-Sub > WS-Clear-Count
               IF WS-Cl-EmpID(WS-Clear-Sub) = WS-Chk-EmpID AND
                       WS-Cl-Flag(WS-Clear-Sub) = WS-Chk-Flag AND
                       (WS-Cl-Detail(WS-Clear-Sub) = SPACES OR
                        WS-Cl-Detail(WS-Clear-Sub) = WS-Chk-Detail)
                   MOVE "Y" TO WS-Chk-Cleared-Flag
               END-IF
           END-PERFORM
           IF FLAG-CLEARED
               ADD 1 TO WS-Flag-Suppressed(WS-Chk-Flag)
           ELSE
               ADD 1 TO WS-Flag-Raised(WS-Chk-Flag)
               ADD 1 TO WS-Total-Raised
               MOVE WS-Chk-EmpID TO FL-EmpID
               WRITE FlagRptRec FROM WS-Flag-Line
           END-IF.

      * The banking the flag 1 and 2 clearances are matched on.
       BANKING-DETAIL-PARA.
           MOVE WS-Em-Transit(WS-Emp-Sub) TO WS-BD-Transit
           MOVE WS-Em-Account(WS-Emp-Sub) TO WS-BD-Account
           MOVE WS-Banking-Detail TO WS-Chk-Detail.

      * Flag 1 - anyone still employed whose banking is also on
      *    another still-employed employee. Each is listed against
      *    the first other one found.
       FLAG1-PARA.
           IF WS-Em-Status(WS-Emp-Sub) NOT = "T" AND
                   (WS-Em-Transit(WS-Emp-Sub) NOT = 0 OR
                    WS-Em-Account(WS-Emp-Sub) NOT = 0)
               MOVE 0 TO WS-Match-Sub
               PERFORM VARYING WS-Other-Sub FROM 1 BY 1
                       UNTIL WS-Other-Sub > WS-Emp-Count OR
                             WS-Match-Sub NOT = 0
                   IF WS-Other-Sub NOT = WS-Emp-Sub AND
                           WS-Em-Status(WS-Other-Sub) NOT = "T" AND
                           WS-Em-Banking(WS-Other-Sub) =
                           WS-Em-Banking(WS-Emp-Sub)
                       MOVE WS-Other-Sub TO WS-Match-Sub
                   END-IF
               END-PERFORM
               IF WS-Match-Sub NOT = 0
                   PERFORM BANKING-DETAIL-PARA
                   MOVE WS-Em-ID(WS-Emp-Sub) TO WS-Chk-EmpID
                   MOVE 1 TO WS-Chk-Flag
                   MOVE WS-Em-Name(WS-Emp-Sub) TO FL-Name
                   MOVE SPACES TO FL-Detail
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       WS-Banking-Detail DELIMITED BY SPACE
                       " ALSO ON EMPID " DELIMITED BY SIZE
                       WS-Em-ID(WS-Match-Sub) DELIMITED BY SIZE
                       INTO FL-Detail
                   PERFORM RAISE-PARA
               END-IF
           END-IF.

      * Flag 2 - the week's net at or over the large-net line, paid
      *    within the window after the banking was last keyed.
       FLAG2-PARA.
           IF WS-Em-Week-Paid(WS-Emp-Sub) = "Y" AND
                   WS-Em-Week-Net(WS-Emp-Sub) >= WS-Large-Net AND
                   WS-Em-Bank-Chg-Date(WS-Emp-Sub) > 0
               COMPUTE WS-Chg-Serial = FUNCTION INTEGER-OF-DATE
                   (WS-Em-Bank-Chg-Date(WS-Emp-Sub))
               COMPUTE WS-Days-Apart = WS-Week-Serial - WS-Chg-Serial
               IF WS-Days-Apart >= 0 AND
                       WS-Days-Apart <= WS-Bank-Window-Days
                   PERFORM BANKING-DETAIL-PARA
                   MOVE WS-Em-ID(WS-Emp-Sub) TO WS-Chk-EmpID
                   MOVE 2 TO WS-Chk-Flag
                   MOVE WS-Em-Name(WS-Emp-Sub) TO FL-Name
                   MOVE WS-Em-Bank-Chg-Date(WS-Emp-Sub) TO
                       WS-Date-Edited
                   MOVE WS-Em-Week-Net(WS-Emp-Sub) TO WS-Money-Edited
                   MOVE SPACES TO FL-Detail
                   STRING "BANKING KEYED " DELIMITED BY SIZE
                       WS-Date-Edited DELIMITED BY SIZE
                       " - NET PAID " DELIMITED BY SIZE
                       WS-Money-Edited DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-Banking-Detail DELIMITED BY SPACE
                       INTO FL-Detail
                   PERFORM RAISE-PARA
               END-IF
           END-IF.

      * Flag 3 - anyone still employed whose street and city are also
      *    another still-employed employee's.
       FLAG3-PARA.
           IF WS-Em-Status(WS-Emp-Sub) NOT = "T" AND
                   WS-Em-Street(WS-Emp-Sub) NOT = SPACES
               MOVE 0 TO WS-Match-Sub
               PERFORM VARYING WS-Other-Sub FROM 1 BY 1
                       UNTIL WS-Other-Sub > WS-Emp-Count OR
                             WS-Match-Sub NOT = 0
                   IF WS-Other-Sub NOT = WS-Emp-Sub AND
                           WS-Em-Status(WS-Other-Sub) NOT = "T" AND
                           WS-Em-Street(WS-Other-Sub) =
                           WS-Em-Street(WS-Emp-Sub) AND
                           WS-Em-City(WS-Other-Sub) =
                           WS-Em-City(WS-Emp-Sub)
                       MOVE WS-Other-Sub TO WS-Match-Sub
                   END-IF
               END-PERFORM
               IF WS-Match-Sub NOT = 0
                   MOVE WS-Em-ID(WS-Emp-Sub) TO WS-Chk-EmpID
                   MOVE 3 TO WS-Chk-Flag
                   MOVE WS-Em-Street(WS-Emp-Sub) TO WS-Chk-Detail
                   MOVE WS-Em-Name(WS-Emp-Sub) TO FL-Name
                   MOVE SPACES TO FL-Detail
                   STRING WS-Em-Street(WS-Emp-Sub) DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       WS-Em-City(WS-Emp-Sub) DELIMITED BY "  "
                       " - ALSO EMPID " DELIMITED BY SIZE
                       WS-Em-ID(WS-Match-Sub) DELIMITED BY SIZE
                       INTO FL-Detail
                   PERFORM RAISE-PARA
               END-IF
           END-IF.

      * Flag 4 - paid the week being checked, and away from the home
      *    store for at least the set number of paid weeks running.
       FLAG4-PARA.
           IF WS-Em-Week-Paid(WS-Emp-Sub) = "Y" AND
                   WS-Em-Last-Week(WS-Emp-Sub) = WS-Week-Ending AND
                   WS-Em-Away-Run(WS-Emp-Sub) >= WS-Away-Weeks
               MOVE WS-Em-ID(WS-Emp-Sub) TO WS-Chk-EmpID
               MOVE 4 TO WS-Chk-Flag
               MOVE SPACES TO WS-Chk-Detail
               MOVE WS-Em-Name(WS-Emp-Sub) TO FL-Name
               MOVE SPACES TO FL-Detail
               STRING "HOME STORE " DELIMITED BY SIZE
                   WS-Em-Home-Store(WS-Emp-Sub) DELIMITED BY SIZE
                   " - PAID AT " DELIMITED BY SIZE
                   WS-Em-Week-Store(WS-Emp-Sub) DELIMITED BY SIZE
                   " THIS WEEK, AWAY " DELIMITED BY SIZE
                   WS-Em-Away-Run(WS-Emp-Sub) DELIMITED BY SIZE
                   " WEEKS RUNNING" DELIMITED BY SIZE
                   INTO FL-Detail
               PERFORM RAISE-PARA
           END-IF.

      * Flag 5 - no hours on the week, yet paid at least a full week
      *    of the master's salary.
       FLAG5-PARA.
           IF WS-Em-Week-Paid(WS-Emp-Sub) = "Y" AND
                   WS-Em-Week-Hours(WS-Emp-Sub) = 0 AND
                   WS-Em-Weekly(WS-Emp-Sub) > 0 AND
                   WS-Em-Week-Gross(WS-Emp-Sub) >=
                   WS-Em-Weekly(WS-Emp-Sub)
               MOVE WS-Em-ID(WS-Emp-Sub) TO WS-Chk-EmpID
               MOVE 5 TO WS-Chk-Flag
               MOVE SPACES TO WS-Chk-Detail
               MOVE WS-Em-Name(WS-Emp-Sub) TO FL-Name
               MOVE WS-Em-Week-Gross(WS-Emp-Sub) TO WS-Money-Edited
               MOVE WS-Em-Weekly(WS-Emp-Sub) TO WS-Money-Edited-2
               MOVE SPACES TO FL-Detail
               STRING "NO HOURS - PAID " DELIMITED BY SIZE
                   WS-Money-Edited DELIMITED BY SIZE
                   " AGAINST A FULL WEEK OF " DELIMITED BY SIZE
                   WS-Money-Edited-2 DELIMITED BY SIZE
                   INTO FL-Detail
               PERFORM RAISE-PARA
           END-IF.

      * Flag 6 - each pay-increasing delta on the last adjustment file
      *    for a week that started after the master's termination
      *    date, or for an ID the master doesn't have at all.
       FLAG6-PARA.
           MOVE 0 TO WS-Adjust-EOF-Flag
           OPEN INPUT ADJUSTFILE
           IF ws-Adjust-Status = "00"
               PERFORM FLAG6-READ-PARA UNTIL ADJUST-EOF
               CLOSE ADJUSTFILE
           END-IF.

       FLAG6-READ-PARA.
           READ ADJUSTFILE
               AT END
                   SET ADJUST-EOF TO TRUE
               NOT AT END
                   IF Adj-Salary-Delta > 0 AND
                           Adj-WeekEnding NUMERIC AND
                           Adj-WeekEnding > 16010101
                       PERFORM FLAG6-CHECK-PARA
                   END-IF
           END-READ.

       FLAG6-CHECK-PARA.
           MOVE Adj-EmpID TO WS-Find-EmpID
           PERFORM EMP-FIND-PARA
           MOVE Adj-EmpID TO WS-Chk-EmpID
           MOVE 6 TO WS-Chk-Flag
           MOVE SPACES TO WS-Chk-Detail
           MOVE Adj-Salary-Delta TO WS-Signed-Edited
           MOVE Adj-WeekEnding TO WS-Date-Edited
           MOVE SPACES TO FL-Detail
           IF WS-Emp-Sub = 0
               MOVE "(NOT ON THE MASTER)" TO FL-Name
               STRING "ADJUSTMENT " DELIMITED BY SIZE
                   WS-Signed-Edited DELIMITED BY SIZE
                   " FOR WEEK " DELIMITED BY SIZE
                   WS-Date-Edited DELIMITED BY SIZE
                   " TO AN ID NOT ON THE MASTER" DELIMITED BY SIZE
                   INTO FL-Detail
               PERFORM RAISE-PARA
           ELSE
               IF WS-Em-Status(WS-Emp-Sub) = "T" AND
                       WS-Em-Term-Date(WS-Emp-Sub) > 16010101
                   COMPUTE WS-Term-Serial = FUNCTION INTEGER-OF-DATE
                       (WS-Em-Term-Date(WS-Emp-Sub))
                   COMPUTE WS-Days-Apart = FUNCTION INTEGER-OF-DATE
                       (Adj-WeekEnding) - 6 - WS-Term-Serial
                   IF WS-Days-Apart > 0
                       MOVE WS-Em-Name(WS-Emp-Sub) TO FL-Name
                       STRING "ADJUSTMENT " DELIMITED BY SIZE
                           WS-Signed-Edited DELIMITED BY SIZE
                           " FOR WEEK " DELIMITED BY SIZE
                           WS-Date-Edited DELIMITED BY SIZE
                           " - TERMINATED " DELIMITED BY SIZE
                           WS-Em-Term-Date(WS-Emp-Sub)
                           DELIMITED BY SIZE
                           INTO FL-Detail
                       PERFORM RAISE-PARA
                   END-IF
               END-IF
           END-IF.

       REPORT-TOTALS-PARA.
           MOVE SPACES TO FlagRptRec
           WRITE FlagRptRec
           MOVE SPACES TO FlagRptRec
           MOVE "FLAG                                              "-
                "     RAISED   CLEARED" TO FlagRptRec
           WRITE FlagRptRec AFTER ADVANCING 2
           PERFORM VARYING WS-Flag-Sub FROM 1 BY 1
                   UNTIL WS-Flag-Sub > 6
               MOVE SPACES TO FlagRptRec
               MOVE WS-Flag-Sub TO FlagRptRec(1:1)
               MOVE WS-Flag-Name(WS-Flag-Sub) TO FlagRptRec(5:50)
               MOVE WS-Flag-Raised(WS-Flag-Sub) TO WS-Count-Edited
               MOVE WS-Count-Edited TO FlagRptRec(56:6)
               MOVE WS-Flag-Suppressed(WS-Flag-Sub) TO WS-Count-Edited
               MOVE WS-Count-Edited TO FlagRptRec(66:6)
               WRITE FlagRptRec
           END-PERFORM
           DISPLAY " "
           IF WS-Total-Raised = 0
               DISPLAY "No red flags raised for week ", WS-Week-Ending
           ELSE
               DISPLAY "*** ", WS-Total-Raised, " RED FLAG(S) RAISED "-
                       "FOR WEEK ", WS-Week-Ending, " ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Report: DataFiles\RedFlags.rpt".

      ******************************************************************
      * Audit's clearances.                                            *
      ******************************************************************
      * Pulls the clearance file into the table. No file yet just
      *    means nothing has been cleared.
       CLEAR-LOAD-PARA.
           OPEN INPUT CLEARFILE
           IF ws-Clear-Status = "00"
               PERFORM CLEAR-READ-PARA UNTIL CLEAR-EOF
               CLOSE CLEARFILE
           END-IF
           IF WS-Clear-Dropped > 0
               DISPLAY "*** ", WS-Clear-Dropped, " CLEARANCE(S) DID "-
                       "NOT FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       CLEAR-READ-PARA.
           READ CLEARFILE
               AT END
                   SET CLEAR-EOF TO TRUE
               NOT AT END
                   IF WS-Clear-Count < WS-Max-Clears
                       ADD 1 TO WS-Clear-Count
                       MOVE ClearRec TO WS-Clear-Row(WS-Clear-Count)
                   ELSE
                       ADD 1 TO WS-Clear-Dropped
                   END-IF
           END-READ.

       CLEAR-FIND-PARA.
           MOVE 0 TO WS-Clear-Found-Sub
           PERFORM VARYING WS-Clear-Sub FROM 1 BY 1
                   UNTIL WS-Clear-Sub > WS-Clear-Count
               IF WS-Cl-EmpID(WS-Clear-Sub) = WS-Work-EmpID AND
                       WS-Cl-Flag(WS-Clear-Sub) = WS-Work-Flag
                   MOVE WS-Clear-Sub TO WS-Clear-Found-Sub
               END-IF
           END-PERFORM.

       CLEAR-KEY-PARA.
           DISPLAY " "
           DISPLAY "Employee ID: " WITH NO ADVANCING
           ACCEPT WS-Work-EmpID
           PERFORM VARYING WS-Flag-Sub FROM 1 BY 1
                   UNTIL WS-Flag-Sub > 6
               DISPLAY "  ", WS-Flag-Sub, " - ",
                       WS-Flag-Name(WS-Flag-Sub)
           END-PERFORM
           DISPLAY "Flag (1-6): " WITH NO ADVANCING
           ACCEPT WS-Work-Flag
           MOVE WS-Work-Flag TO WS-Chk-Flag.

      * A clearance for a banking or address flag records the banking
      *    or street on the master right now, so a later re-key brings
      *    the flag back. Clearing a flag already cleared replaces
      *    the clearance.
       CLEAR-ADD-PARA.
           PERFORM CLEAR-KEY-PARA
           MOVE SPACES TO WS-Chk-Detail
           MOVE "N" TO WS-Confirm
           IF NOT CHK-FLAG-VALID
               DISPLAY "Flag must be 1 through 6."
           ELSE
               OPEN INPUT EMPFILE
               IF ws-Emp-Status NOT = "00"
                   DISPLAY "*** COULD NOT OPEN EMPLOYEE MASTER, "-
                           "STATUS: ", ws-Emp-Status, " ***"
               ELSE
                   PERFORM CLEAR-MASTER-PARA
                   CLOSE EMPFILE
               END-IF
           END-IF
           IF CONFIRMED
               DISPLAY "Audit note (why it's cleared): "
               WITH NO ADVANCING
               ACCEPT WS-Work-Note
               IF WS-Work-Note = SPACES
                   DISPLAY "A clearance needs a note."
                   MOVE "N" TO WS-Confirm
               END-IF
           END-IF
           IF CONFIRMED
               PERFORM CLEAR-APPLY-PARA
           ELSE
               DISPLAY "Flag was not cleared."
           END-IF.

       CLEAR-MASTER-PARA.
           MOVE WS-Work-EmpID TO Emp-ID
           READ EMPFILE
               INVALID KEY
                   IF WS-Work-Flag = 6
                       MOVE "Y" TO WS-Confirm
                   ELSE
                       DISPLAY "No employee with that ID."
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-Confirm
                   EVALUATE WS-Work-Flag
                       WHEN 1
                       WHEN 2
                           MOVE Emp-Bank-Transit TO WS-BD-Transit
                           MOVE Emp-Bank-Account TO WS-BD-Account
                           MOVE WS-Banking-Detail TO WS-Chk-Detail
                       WHEN 3
                           MOVE Emp-Street TO WS-Chk-Detail
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       CLEAR-APPLY-PARA.
           PERFORM CLEAR-FIND-PARA
           IF WS-Clear-Found-Sub = 0
               IF WS-Clear-Count >= WS-Max-Clears
                   DISPLAY "The clearance file is full."
                   MOVE "N" TO WS-Confirm
               ELSE
                   ADD 1 TO WS-Clear-Count
                   MOVE WS-Clear-Count TO WS-Clear-Found-Sub
                   MOVE "A" TO WS-Jrn-Action
                   MOVE SPACES TO WS-Before-Image
               END-IF
           ELSE
               MOVE "C" TO WS-Jrn-Action
               MOVE WS-Clear-Row(WS-Clear-Found-Sub) TO WS-Before-Image
           END-IF
           IF CONFIRMED
               ACCEPT WS-Run-Date FROM DATE YYYYMMDD
               MOVE WS-Work-EmpID TO WS-Cl-EmpID(WS-Clear-Found-Sub)
               MOVE WS-Work-Flag TO WS-Cl-Flag(WS-Clear-Found-Sub)
               MOVE WS-Chk-Detail TO WS-Cl-Detail(WS-Clear-Found-Sub)
               MOVE WS-Run-Date TO WS-Cl-Date(WS-Clear-Found-Sub)
               MOVE WS-Operator-ID TO
                   WS-Cl-Operator(WS-Clear-Found-Sub)
               MOVE WS-Work-Note TO WS-Cl-Note(WS-Clear-Found-Sub)
               PERFORM CLEAR-SAVE-PARA
               MOVE WS-Clear-Row(WS-Clear-Found-Sub) TO WS-After-Image
               PERFORM JOURNAL-WRITE-PARA
               DISPLAY "Flag ", WS-Work-Flag, " cleared for EmpID ",
                       WS-Work-EmpID, "."
           END-IF.

      * Reinstating takes the clearance away - the flag is raised
      *    again from the next report on.
       CLEAR-REMOVE-PARA.
           PERFORM CLEAR-KEY-PARA
           PERFORM CLEAR-FIND-PARA
           IF WS-Clear-Found-Sub = 0
               DISPLAY "That flag is not cleared for that employee."
           ELSE
               MOVE WS-Clear-Row(WS-Clear-Found-Sub) TO WS-Before-Image
               PERFORM VARYING WS-Clear-Sub FROM WS-Clear-Found-Sub
                       BY 1 UNTIL WS-Clear-Sub >= WS-Clear-Count
                   MOVE WS-Clear-Row(WS-Clear-Sub + 1) TO
                       WS-Clear-Row(WS-Clear-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Clear-Count
               PERFORM CLEAR-SAVE-PARA
               MOVE "D" TO WS-Jrn-Action
               MOVE SPACES TO WS-After-Image
               PERFORM JOURNAL-WRITE-PARA
               DISPLAY "Flag ", WS-Work-Flag, " reinstated for EmpID ",
                       WS-Work-EmpID, "."
           END-IF.

       CLEAR-LIST-PARA.
           DISPLAY " "
           IF WS-Clear-Count = 0
               DISPLAY "No flags are cleared."
           ELSE
               DISPLAY "EmpID     Flag Cleared    By       Note"
               PERFORM VARYING WS-Clear-Sub FROM 1 BY 1
                       UNTIL WS-Clear-Sub > WS-Clear-Count
                   MOVE WS-Cl-Date(WS-Clear-Sub) TO WS-Date-Edited
                   DISPLAY WS-Cl-EmpID(WS-Clear-Sub), "  ",
                           WS-Cl-Flag(WS-Clear-Sub), "   ",
                           WS-Date-Edited, " ",
                           WS-Cl-Operator(WS-Clear-Sub), " ",
                           WS-Cl-Note(WS-Clear-Sub)
                   IF WS-Cl-Detail(WS-Clear-Sub) NOT = SPACES
                       DISPLAY "               while on file: ",
                               WS-Cl-Detail(WS-Clear-Sub)
                   END-IF
               END-PERFORM
           END-IF.

      * Rewrites the whole clearance file from the table after every
      *    change - never from a short table.
       CLEAR-SAVE-PARA.
           IF WS-Clear-Dropped > 0
               DISPLAY "NOT SAVED - the file holds more clearances "-
                       "than this program could load, and rewriting "-
                       "it from a short table would destroy them."
           ELSE
               OPEN OUTPUT CLEARFILE
               PERFORM VARYING WS-Clear-Sub FROM 1 BY 1
                       UNTIL WS-Clear-Sub > WS-Clear-Count
                   MOVE WS-Clear-Row(WS-Clear-Sub) TO ClearRec
                   WRITE ClearRec
               END-PERFORM
               CLOSE CLEARFILE
           END-IF.

      * Who's at the keyboard - the shared operator sign-on, with
      *    its encoded passwords, expiry and lockout. A missing
      *    operator file is still the first-install bootstrap.
       SIGN-ON-PARA.
           CALL "OperSignOn" USING WS-SignOn-Block
           IF SIGNON-ACCEPTED
               MOVE WS-SOB-Operator-ID TO WS-Operator-ID
               MOVE WS-SOB-Level TO WS-Operator-Level
               SET SIGNED-ON TO TRUE
           END-IF.

       NOT-AUTHORIZED-PARA.
           DISPLAY "Your operator level is not authorized for that "-
                   "selection.".

      * Opens the audit journal for append - EXTEND once it exists,
      *    falling back to OUTPUT the very first run.
       JOURNAL-OPEN-PARA.
           OPEN EXTEND JOURNALFILE
           IF ws-Journal-Status NOT = "00"
               OPEN OUTPUT JOURNALFILE
           END-IF.

      * One journal record for the clearance action just applied.
       JOURNAL-WRITE-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           MOVE WS-Run-Date TO Jrn-Date
           MOVE WS-Run-Time TO Jrn-Time
           MOVE WS-Jrn-Action TO Jrn-Action
           MOVE WS-Operator-ID TO Jrn-Operator
           MOVE WS-Before-Image TO Jrn-Before
           MOVE WS-After-Image TO Jrn-After
           WRITE JournalRec.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "PAYHISTORY" TO WS-LC-File-ID
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
               IF SIGNED-ON
                   CLOSE JOURNALFILE
               END-IF.
               IF NOT UNATTENDED-RUN
                   DISPLAY " "
                   DISPLAY "Press Enter to exit..."
                   Accept ws-pressKeyToEnd
               END-IF.
               STOP RUN.

       end program RedFlagReport.
