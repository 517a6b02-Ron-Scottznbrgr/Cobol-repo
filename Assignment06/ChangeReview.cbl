      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Sensitive-change review.                                       *
      * Audit signs off each week's sensitive master changes. This     *
      *    reads the Employee Master's maintenance journal, the        *
      *    commission table's and the Store Master's, merges them in   *
      *    date and time order, and lists only the changes to salary,  *
      *    banking, status and term date, commission rates and store   *
      *    close dates - with the operator and timestamp on each -     *
      *    week by week for the range asked for.                       *
      * A change is highlighted when the operator changed their own    *
      *    employee record (Oper-EmpID on the operator file), or went  *
      *    on to run a payroll that paid it (the A06-067 event the     *
      *    weekly run logs with its RUNBY= operator).                  *
      * Review weeks end on the same weekday as the pay week. A week   *
      *    signed off by a supervisor drops off the report; a week     *
      *    not yet signed off stays on it, and unreviewed weeks before *
      *    the range are listed at the end so they can't be missed.    *
      *    Nobody signs off a week holding changes of their own.       *
      * Under UNATTENDED=Y on the run control it prints the review for *
      *    the WEEKENDING= week (or the last posted week), with return *
      *    code 4 when anything was highlighted.                       *
      ******************************************************************
       identification division.
       program-id. ChangeReview.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Assignment03's maintenance journal.
           SELECT MAINTJRNFILE ASSIGN
           "DataFiles\Assignment03_MaintJournal.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-MaintJrn-Status.

      * CommissionMaint's journal.
           SELECT COMMJRNFILE ASSIGN
           "DataFiles\Assignment06_CommMaintJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-CommJrn-Status.

      * StoreMaster's journal.
           SELECT STOREJRNFILE ASSIGN
           "DataFiles\Assignment06_StoreMaintJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-StoreJrn-Status.

      * The shared event log - the weekly run's A06-067 events say
      *    who posted which pay week.
           SELECT EVENTLOGFILE ASSIGN "DataFiles\EventLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-EventLog-Status.

      * The pay-history file exactly as the weekly run writes it.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * The posted-week register - the last weekly week on it fixes
      *    the weekday the review weeks end on.
           SELECT POSTEDFILE ASSIGN
           "DataFiles\Assignment#6_PostedWeeks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Posted-Status.

           SELECT RUNCONTROLFILE ASSIGN "DataFiles\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

      * One record per week signed off - only ever appended to.
           SELECT SIGNOFFFILE ASSIGN
           "DataFiles\Assignment06_ReviewSignOff.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SignOff-Status.

      * The operator list OperatorMaint keeps, read here only for
      *    each operator's own employee ID.
           SELECT OPERFILE ASSIGN
           "DataFiles\Assignment03_Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Oper-Status.

           SELECT REVIEWRPTFILE ASSIGN "DataFiles\SensitiveChanges.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ReviewRpt-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same layout Assignment03 writes.
       FD MAINTJRNFILE.
       01 MaintJrnRec.
           03 MJrn-Date         pic 9(8).
           03 MJrn-Time         pic 9(8).
           03 MJrn-Action       pic x.
           03 MJrn-Operator     pic x(8).
           03 MJrn-Before       pic x(207).
           03 MJrn-After        pic x(207).

      * Same layout CommissionMaint writes.
       FD COMMJRNFILE.
       01 CommJrnRec.
           03 CJrn-Date         pic 9(8).
           03 CJrn-Time         pic 9(8).
           03 CJrn-Action       pic x.
           03 CJrn-Operator     pic x(8).
           03 CJrn-Before       pic x(20).
           03 CJrn-After        pic x(20).

      * Same layout StoreMaster writes.
       FD STOREJRNFILE.
       01 StoreJrnRec.
           03 SJrn-Date         pic 9(8).
           03 SJrn-Time         pic 9(8).
           03 SJrn-Action       pic x.
           03 SJrn-Operator     pic x(8).
           03 SJrn-Before       pic x(82).
           03 SJrn-After        pic x(82).

       FD EVENTLOGFILE.
       01 EventLogRec.
           03  Evl-Date            PIC 9(8).
           03  FILLER              PIC X.
           03  Evl-Time            PIC 9(8).
           03  FILLER              PIC X.
           03  Evl-MsgID           PIC X(7).
           03  FILLER              PIC X(21).
      * A06-067's text - "PAYROLL POSTED BY oooooooo FOR yyyymmdd".
           03  FILLER              PIC X(18).
           03  Evl-Run-Oper        PIC X(8).
           03  FILLER              PIC X(5).
           03  Evl-Run-Week        PIC X(8).
           03  FILLER              PIC X(10).

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

       FD SIGNOFFFILE.
       01 SignOffRec.
           03  SO-WeekEnding       PIC 9(8).
           03  SO-Date             PIC 9(8).
           03  SO-Time             PIC 9(8).
           03  SO-Operator         PIC X(8).
      * The sensitive changes and highlights in the week as it stood
      *    when it was signed off.
           03  SO-Changes          PIC 9(5).
           03  SO-Highlights       PIC 9(5).
           03  SO-Note             PIC X(40).

       FD OPERFILE.
       01 OperRec.
      * Level 1 = inquiry only, 2 = maintenance (no delete),
      *    3 = supervisor (everything).
           03 Oper-ID           pic x(8).
           03 FILLER            pic x(2).
           03 Oper-Password     pic x(8).
           03 FILLER            pic x(2).
           03 Oper-Level        pic 9.
      * The operator's own employee ID, blank when they have none -
      *    the sensitive-change review picks out changes to it.
           03 FILLER            pic x(2).
           03 Oper-EmpID        pic x(9).
      * The encoded password, status and sign-on dates.
           03 FILLER            pic x(51).

       FD REVIEWRPTFILE.
       01 ReviewRptRec             PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "ChangeReview".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-MaintJrn-Status   PIC XX value "00".
       01 ws-CommJrn-Status    PIC XX value "00".
       01 ws-StoreJrn-Status   PIC XX value "00".
       01 ws-EventLog-Status   PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-Posted-Status     PIC XX value "00".
       01 ws-RunCtl-Status     PIC XX value "00".
       01 ws-SignOff-Status    PIC XX value "00".
       01 ws-ReviewRpt-Status  PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 4.
       01 WS-Jrn-EOF-Flag      PIC 9 value 0.
           88 JRN-EOF          value 1.
       01 WS-Posted-EOF-Flag   PIC 9 value 0.
           88 POSTED-EOF       value 1.
       01 WS-RunCtl-EOF-Flag   PIC 9 value 0.
           88 RUNCTL-EOF       value 1.
       01 WS-SignOff-EOF-Flag  PIC 9 value 0.
           88 SIGNOFF-EOF      value 1.
       01 WS-RC-Keyword        PIC X(20) value SPACES.
       01 WS-RC-Value          PIC X(60) value SPACES.
       01 WS-Unattended-Flag   PIC X value "N".
           88 UNATTENDED-RUN   value "Y".
       01 WS-RC-Week-Ending    PIC 9(8) value 0.
       01 WS-Last-Posted       PIC 9(8) value 0.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Time          PIC 9(8) value 0.
       01 WS-Journal-Missing   PIC X(40) value SPACES.

      * Review weeks end on the pay week's weekday - the last posted
      *    week's, or a Saturday before anything has posted.
       01 WS-Anchor-Serial     PIC 9(8) value 0.
       01 WS-WK-Date           PIC 9(8) value 0.
       01 WS-WK-End            PIC 9(8) value 0.
       01 WS-WK-Serial         PIC 9(8) value 0.
       01 WS-WK-Diff           PIC 9(8) value 0.
       01 WS-WK-Quot           PIC 9(8) value 0.
       01 WS-WK-Rem            PIC 9 value 0.
       01 WS-WK-Valid-Flag     PIC X value "N".
           88 WK-DATE-VALID    value "Y".

      * The range being reviewed, snapped out to whole review weeks.
       01 WS-From-Date         PIC 9(8) value 0.
       01 WS-To-Date           PIC 9(8) value 0.
       01 WS-Include-Signed    PIC X value "N".
           88 INCLUDE-SIGNED   value "Y".

      * One sensitive field change off any of the three journals,
      *    held in date and time order as the journals are merged.
       01 WS-Max-Changes       PIC 9(4) value 3000.
       01 WS-Change-Count      PIC 9(4) value 0.
       01 WS-Change-Dropped    PIC 9(5) value 0.
       01 WS-Change-Table.
           03 WS-Change-Entry OCCURS 3000 TIMES.
               05 CT-Stamp.
                   07 CT-Date          PIC 9(8).
                   07 CT-Time          PIC 9(8).
               05 CT-Week              PIC 9(8).
               05 CT-Source            PIC X(8).
               05 CT-Key               PIC X(13).
               05 CT-Action            PIC X.
               05 CT-Operator          PIC X(8).
               05 CT-Field             PIC X(12).
               05 CT-Before            PIC X(21).
               05 CT-After             PIC X(21).
               05 CT-Self              PIC X.
               05 CT-Ran-Week          PIC 9(8).
       01 WS-Change-Sub        PIC 9(4) value 0.
       01 WS-Ins-Sub           PIC 9(4) value 0.
       01 WS-Ins-Done-Flag     PIC X value "N".
           88 INSERT-DONE      value "Y".
      * The change being added.
       01 WS-New-Change.
           03 NC-Stamp.
               05 NC-Date              PIC 9(8).
               05 NC-Time              PIC 9(8).
           03 NC-Week                  PIC 9(8).
           03 NC-Source                PIC X(8).
           03 NC-Key                   PIC X(13).
           03 NC-Action                PIC X.
           03 NC-Operator              PIC X(8).
           03 NC-Field                 PIC X(12).
           03 NC-Before                PIC X(21).
           03 NC-After                 PIC X(21).
           03 NC-Self                  PIC X.
           03 NC-Ran-Week              PIC 9(8).
       01 WS-Change-EmpID      PIC 9(9) value 0.
      * Where the journal record in hand falls - in the range, before
      *    it in an unreviewed week, or nowhere this report cares.
       01 WS-Jrn-Place         PIC X value SPACE.
           88 JRN-IN-RANGE     value "R".
           88 JRN-EARLIER      value "E".
           88 JRN-SKIP         value "S".
       01 WS-Jrn-Week          PIC 9(8) value 0.

      * The review weeks in the range.
       01 WS-Max-Range-Weeks   PIC 999 value 106.
       01 WS-Range-Count       PIC 999 value 0.
       01 WS-Range-Table.
           03 WS-Range-Entry OCCURS 106 TIMES.
               05 RW-Week              PIC 9(8).
               05 RW-Changes           PIC 9(5).
               05 RW-Highlights        PIC 9(5).
               05 RW-SignOff-Sub       PIC 9(4).
       01 WS-Range-Sub         PIC 999 value 0.

      * Weeks before the range with sensitive changes and no sign-off.
       01 WS-Max-Earlier       PIC 999 value 200.
       01 WS-Earlier-Count     PIC 999 value 0.
       01 WS-Earlier-Table.
           03 WS-Earlier-Entry OCCURS 200 TIMES.
               05 EW-Week              PIC 9(8).
               05 EW-Changes           PIC 9(5).
       01 WS-Earlier-Sub       PIC 999 value 0.
       01 WS-Earlier-Found     PIC 999 value 0.

      * Every sign-off on file.
       01 WS-Max-SignOffs      PIC 9(4) value 2000.
       01 WS-SignOff-Count     PIC 9(4) value 0.
       01 WS-SignOff-Table.
           03 WS-SignOff-Entry OCCURS 2000 TIMES.
               05 ST-WeekEnding        PIC 9(8).
               05 ST-Date              PIC 9(8).
               05 ST-Time              PIC 9(8).
               05 ST-Operator          PIC X(8).
               05 ST-Changes           PIC 9(5).
               05 ST-Highlights        PIC 9(5).
               05 ST-Note              PIC X(40).
       01 WS-SignOff-Sub       PIC 9(4) value 0.
       01 WS-SignOff-Found     PIC 9(4) value 0.

      * Every payroll posting on the event log and who ran it.
       01 WS-Max-Runs          PIC 9(4) value 2000.
       01 WS-Run-Count         PIC 9(4) value 0.
       01 WS-Run-Table.
           03 WS-Run-Entry OCCURS 2000 TIMES.
               05 PR-Stamp.
                   07 PR-Date          PIC 9(8).
                   07 PR-Time          PIC 9(8).
               05 PR-Operator          PIC X(8).
               05 PR-Week              PIC 9(8).
       01 WS-Run-Sub           PIC 9(4) value 0.
       01 WS-PayHist-Avail     PIC X value "N".
           88 PAYHIST-AVAILABLE value "Y".

      * The two sides of a journal record, framed for the sensitive
      *    fields. A record with no image on one side leaves that
      *    side unread.
       01 WS-Bef-Emp.
           03  BE-EmpID            PIC 9(9).
           03  FILLER              PIC X(87).
           03  BE-Salary           PIC 9(9)V99 COMP-3.
           03  BE-Status           PIC X.
           03  FILLER              PIC X(8).
           03  BE-Term-Date        PIC X(8).
           03  BE-Banking.
               05  BE-Transit      PIC 9(8).
               05  BE-Account      PIC 9(12).
           03  FILLER              PIC X(68).
       01 WS-Aft-Emp.
           03  AE-EmpID            PIC 9(9).
           03  FILLER              PIC X(87).
           03  AE-Salary           PIC 9(9)V99 COMP-3.
           03  AE-Status           PIC X.
           03  FILLER              PIC X(8).
           03  AE-Term-Date        PIC X(8).
           03  AE-Banking.
               05  AE-Transit      PIC 9(8).
               05  AE-Account      PIC 9(12).
           03  FILLER              PIC X(68).
       01 WS-Bef-Comm.
           03  BC-JobCode          PIC X.
           03  BC-Tier             PIC X(8).
           03  BC-Rate             PIC V999.
           03  BC-Effective        PIC X(8).
       01 WS-Aft-Comm.
           03  AC-JobCode          PIC X.
           03  AC-Tier             PIC X(8).
           03  AC-Rate             PIC V999.
           03  AC-Effective        PIC X(8).
       01 WS-Bef-Store.
           03  BS-Number           PIC X(4).
           03  FILLER              PIC X(58).
           03  BS-Close-Date       PIC X(8).
           03  FILLER              PIC X(12).
       01 WS-Aft-Store.
           03  AS-Number           PIC X(4).
           03  FILLER              PIC X(58).
           03  AS-Close-Date       PIC X(8).
           03  FILLER              PIC X(12).
       01 WS-Banking-Edited.
           03 WS-BKE-Transit       PIC 9(8).
           03 FILLER               PIC X value "-".
           03 WS-BKE-Account       PIC 9(12).
       01 WS-Salary-Edited     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-Rate-Edited       PIC 9.999.

      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - anyone signed on
      *    can run the review, only a supervisor signs a week off.
       01 ws-Oper-Status       PIC XX value "00".
       01 WS-Oper-EOF-Flag     PIC 9 value 0.
           88 OPER-EOF         value 1.
       01 WS-Max-Operators     PIC 99 value 20.
       01 WS-Operator-Count    PIC 99 value 0.
       01 WS-Operator-Table.
           03 WS-Operator-Entry OCCURS 20 TIMES.
               05 WS-Oper-ID       PIC X(8) value SPACES.
               05 WS-Oper-Level    PIC 9 value 0.
               05 WS-Oper-EmpID    PIC X(9) value SPACES.
       01 WS-Oper-Sub          PIC 99 value 0.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "ChangeReview".
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

      * The week being signed off.
       01 WS-SO-Week           PIC 9(8) value 0.
       01 WS-SO-Note           PIC X(40) value SPACES.
       01 WS-Own-Changes       PIC 9(5) value 0.
       01 WS-Confirm           PIC X value "N".
           88 CONFIRMED        value "Y".

       01 WS-Total-Changes     PIC 9(5) value 0.
       01 WS-Total-Highlights  PIC 9(5) value 0.
       01 WS-Total-Unreviewed  PIC 9(5) value 0.

       01 WS-Review-Title.
           03 FILLER PIC X(27) value "SENSITIVE CHANGE REVIEW -  ".
           03 RT-From              PIC 9999/99/99.
           03 FILLER PIC X(4) value " TO ".
           03 RT-To                PIC 9999/99/99.
           03 FILLER PIC X(10) value "   RUN ON ".
           03 RT-Run-Date          PIC 9999/99/99.
       01 WS-Review-Heading.
           03 FILLER PIC X(17) value "DATE       TIME  ".
           03 FILLER PIC X(9) value "SOURCE   ".
           03 FILLER PIC X(14) value "KEY           ".
           03 FILLER PIC X(2) value "A ".
           03 FILLER PIC X(9) value "OPERATOR ".
           03 FILLER PIC X(13) value "FIELD        ".
           03 FILLER PIC X(22) value "BEFORE                ".
           03 FILLER PIC X(22) value "AFTER                 ".
           03 FILLER PIC X(9) value "HIGHLIGHT".
       01 WS-Week-Heading.
           03 FILLER PIC X(12) value "WEEK ENDING ".
           03 WH-Week              PIC 9999/99/99.
           03 FILLER PIC X(3) value " - ".
           03 WH-Status            PIC X(60).
       01 WS-Review-Line.
           03 RL-Date              PIC 9999/99/99.
           03 FILLER               PIC X value SPACE.
           03 RL-HH                PIC 99.
           03 FILLER               PIC X value ":".
           03 RL-MM                PIC 99.
           03 FILLER               PIC X value SPACE.
           03 RL-Source            PIC X(8).
           03 FILLER               PIC X value SPACE.
           03 RL-Key               PIC X(13).
           03 FILLER               PIC X value SPACE.
           03 RL-Action            PIC X.
           03 FILLER               PIC X value SPACE.
           03 RL-Operator          PIC X(8).
           03 FILLER               PIC X value SPACE.
           03 RL-Field             PIC X(12).
           03 FILLER               PIC X value SPACE.
           03 RL-Before            PIC X(21).
           03 FILLER               PIC X value SPACE.
           03 RL-After             PIC X(21).
           03 FILLER               PIC X value SPACE.
           03 RL-Highlight         PIC X(24).
       01 WS-Date-Edited       PIC 9999/99/99.
       01 WS-Count-Edited      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM RUNCONTROL-PARA.
           PERFORM POSTED-LOAD-PARA.
           PERFORM SIGNOFF-LOAD-PARA.
           PERFORM OPER-LOAD-PARA.
           IF UNATTENDED-RUN
               IF WS-RC-Week-Ending NOT = 0
                   MOVE WS-RC-Week-Ending TO WS-From-Date
               ELSE
                   MOVE WS-Last-Posted TO WS-From-Date
               END-IF
               MOVE WS-From-Date TO WS-To-Date
               PERFORM REVIEW-PARA
           ELSE
               PERFORM INSTRUCT-PARA
               PERFORM SIGN-ON-PARA
               IF SIGNED-ON
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
           display "Welcome! This program reviews the sensitive"
           display "changes on the Employee Master, commission and"
           display "Store Master journals - salary, banking, status,"
           display "term dates, commission rates and store closings -"
           display "and records audit's weekly sign-off."
           DISPLAY "---------------------------------------------------"
           display " ".

      * WEEKENDING= and UNATTENDED= off the shared run-control file;
      *    the rest belongs to the other programs.
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
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      * The last weekly week posted, which also anchors the weekday
      *    review weeks end on.
       POSTED-LOAD-PARA.
           MOVE 0 TO WS-Last-Posted
           OPEN INPUT POSTEDFILE
           IF ws-Posted-Status = "00"
               PERFORM POSTED-READ-PARA UNTIL POSTED-EOF
               CLOSE POSTEDFILE
           END-IF
           IF WS-Last-Posted > 16010101
               COMPUTE WS-Anchor-Serial =
                   FUNCTION INTEGER-OF-DATE(WS-Last-Posted)
           ELSE
               COMPUTE WS-Anchor-Serial =
                   FUNCTION INTEGER-OF-DATE(20260103)
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

       SIGNOFF-LOAD-PARA.
           MOVE 0 TO WS-SignOff-Count
           MOVE 0 TO WS-SignOff-EOF-Flag
           OPEN INPUT SIGNOFFFILE
           IF ws-SignOff-Status = "00"
               PERFORM SIGNOFF-READ-PARA UNTIL SIGNOFF-EOF
               CLOSE SIGNOFFFILE
           END-IF.

       SIGNOFF-READ-PARA.
           READ SIGNOFFFILE
               AT END
                   SET SIGNOFF-EOF TO TRUE
               NOT AT END
                   IF WS-SignOff-Count < WS-Max-SignOffs
                       ADD 1 TO WS-SignOff-Count
                       MOVE SignOffRec TO
                           WS-SignOff-Entry(WS-SignOff-Count)
                   END-IF
           END-READ.

      * WS-SignOff-Found is the sign-off for WS-Jrn-Week, 0 if none.
       SIGNOFF-FIND-PARA.
           MOVE 0 TO WS-SignOff-Found
           PERFORM VARYING WS-SignOff-Sub FROM 1 BY 1
                   UNTIL WS-SignOff-Sub > WS-SignOff-Count
               IF ST-WeekEnding(WS-SignOff-Sub) = WS-Jrn-Week
                   MOVE WS-SignOff-Sub TO WS-SignOff-Found
               END-IF
           END-PERFORM.

      * The operator list, kept with each operator's employee ID.
       OPER-LOAD-PARA.
           OPEN INPUT OPERFILE
           IF ws-Oper-Status = "00"
               PERFORM OPER-READ-PARA UNTIL OPER-EOF
               CLOSE OPERFILE
           END-IF.

       OPER-READ-PARA.
           READ OPERFILE
               AT END
                   SET OPER-EOF TO TRUE
               NOT AT END
                   IF WS-Operator-Count < WS-Max-Operators
                       ADD 1 TO WS-Operator-Count
                       MOVE Oper-ID TO
                           WS-Oper-ID(WS-Operator-Count)
                       MOVE Oper-Level TO
                           WS-Oper-Level(WS-Operator-Count)
                       MOVE Oper-EmpID TO
                           WS-Oper-EmpID(WS-Operator-Count)
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Review the sensitive changes for a date range"
           display "2 - Sign off a week"
           display "3 - List the weeks signed off"
           display "4 - Exit"
           DISPLAY "Enter a selection (1-4): " WITH NO ADVANCING
           ACCEPT ws-Menu-Choice

           EVALUATE ws-Menu-Choice
               WHEN 1
                   PERFORM RANGE-PROMPT-PARA
                   PERFORM REVIEW-PARA
               WHEN 2
                   IF SUPERVISOR
                       PERFORM SIGNOFF-PARA
                   ELSE
                       PERFORM NOT-AUTHORIZED-PARA
                   END-IF
               WHEN 3
                   PERFORM SIGNOFF-LIST-PARA
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

       RANGE-PROMPT-PARA.
           IF WS-Last-Posted NOT = 0
               MOVE WS-Last-Posted TO WS-Date-Edited
               DISPLAY "Last posted week: ", WS-Date-Edited
           END-IF
           DISPLAY "From date (YYYYMMDD, 0 = the last posted week): "
           WITH NO ADVANCING
           ACCEPT WS-From-Date
           IF WS-From-Date = 0
               MOVE WS-Last-Posted TO WS-From-Date
               MOVE WS-Last-Posted TO WS-To-Date
           ELSE
               DISPLAY "To date   (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-To-Date
           END-IF
           DISPLAY "Include weeks already signed off (Y/N): "
           WITH NO ADVANCING
           ACCEPT WS-Include-Signed
           IF WS-Include-Signed = "y"
               MOVE "Y" TO WS-Include-Signed
           END-IF.

      ******************************************************************
      * The review - the range snapped out to whole review weeks, the *
      *    payroll postings loaded, the three journals merged, then   *
      *    the report week by week.                                    *
      ******************************************************************
       REVIEW-PARA.
           MOVE WS-From-Date TO WS-WK-Date
           PERFORM WEEK-OF-PARA
           IF NOT WK-DATE-VALID
               DISPLAY "*** NO VALID DATE TO REVIEW FROM - NO "-
                       "REPORT ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-From-Date = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-WK-End) - 6)
               MOVE WS-To-Date TO WS-WK-Date
               PERFORM WEEK-OF-PARA
               IF NOT WK-DATE-VALID OR WS-WK-End < WS-From-Date
                   DISPLAY "*** THE TO DATE IS NOT A DATE AFTER THE "-
                           "FROM DATE - NO REPORT ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-WK-End TO WS-To-Date
                   PERFORM RANGE-BUILD-PARA
                   IF WS-Range-Count > WS-Max-Range-Weeks
                       DISPLAY "*** A REVIEW RANGE IS AT MOST ",
                               WS-Max-Range-Weeks, " WEEKS - NO "-
                               "REPORT ***"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM COLLECT-PARA
                       PERFORM REVIEW-WRITE-PARA
                   END-IF
               END-IF
           END-IF.

      * WS-WK-End is the review week ending on or after WS-WK-Date.
       WEEK-OF-PARA.
           MOVE "N" TO WS-WK-Valid-Flag
           MOVE 0 TO WS-WK-End
           IF WS-WK-Date > 16010101 AND
                   WS-WK-Date(5:2) >= "01" AND
                   WS-WK-Date(5:2) <= "12" AND
                   WS-WK-Date(7:2) >= "01" AND
                   WS-WK-Date(7:2) <= "31"
               MOVE "Y" TO WS-WK-Valid-Flag
               COMPUTE WS-WK-Serial =
                   FUNCTION INTEGER-OF-DATE(WS-WK-Date)
               COMPUTE WS-WK-Diff =
                   WS-Anchor-Serial + 7000000 - WS-WK-Serial
               DIVIDE WS-WK-Diff BY 7 GIVING WS-WK-Quot
                   REMAINDER WS-WK-Rem
               COMPUTE WS-WK-End = FUNCTION DATE-OF-INTEGER
                   (WS-WK-Serial + WS-WK-Rem)
           END-IF.

       RANGE-BUILD-PARA.
           MOVE 0 TO WS-Range-Count
           MOVE WS-From-Date TO WS-WK-Date
           PERFORM WEEK-OF-PARA
           PERFORM RANGE-ADD-PARA
               UNTIL WS-WK-End > WS-To-Date OR
                     WS-Range-Count > WS-Max-Range-Weeks.

       RANGE-ADD-PARA.
           ADD 1 TO WS-Range-Count
           IF WS-Range-Count <= WS-Max-Range-Weeks
               MOVE WS-WK-End TO RW-Week(WS-Range-Count)
               MOVE 0 TO RW-Changes(WS-Range-Count)
               MOVE 0 TO RW-Highlights(WS-Range-Count)
               MOVE WS-WK-End TO WS-Jrn-Week
               PERFORM SIGNOFF-FIND-PARA
               MOVE WS-SignOff-Found TO RW-SignOff-Sub(WS-Range-Count)
           END-IF
           COMPUTE WS-WK-End = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WK-End) + 7).

       COLLECT-PARA.
           MOVE 0 TO WS-Change-Count
           MOVE 0 TO WS-Change-Dropped
           MOVE 0 TO WS-Earlier-Count
           MOVE SPACES TO WS-Journal-Missing
           PERFORM RUNS-LOAD-PARA
           MOVE "N" TO WS-PayHist-Avail
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status = "00"
               MOVE "Y" TO WS-PayHist-Avail
           END-IF
           PERFORM MAINTJRN-SCAN-PARA
           PERFORM COMMJRN-SCAN-PARA
           PERFORM STOREJRN-SCAN-PARA
           IF PAYHIST-AVAILABLE
               CLOSE PAYHISTFILE
           END-IF.

      * Every A06-067 payroll posting on the event log.
       RUNS-LOAD-PARA.
           MOVE 0 TO WS-Run-Count
           MOVE 0 TO WS-Jrn-EOF-Flag
           OPEN INPUT EVENTLOGFILE
           IF ws-EventLog-Status = "00"
               PERFORM RUNS-READ-PARA UNTIL JRN-EOF
               CLOSE EVENTLOGFILE
           END-IF.

       RUNS-READ-PARA.
           READ EVENTLOGFILE
               AT END
                   SET JRN-EOF TO TRUE
               NOT AT END
                   IF Evl-MsgID = "A06-067" AND
                           Evl-Run-Week NUMERIC AND
                           WS-Run-Count < WS-Max-Runs
                       ADD 1 TO WS-Run-Count
                       MOVE Evl-Date TO PR-Date(WS-Run-Count)
                       MOVE Evl-Time TO PR-Time(WS-Run-Count)
                       MOVE Evl-Run-Oper TO PR-Operator(WS-Run-Count)
                       MOVE Evl-Run-Week TO PR-Week(WS-Run-Count)
                   END-IF
           END-READ.

      * Decides where the journal record dated WS-WK-Date falls.
       JRN-PLACE-PARA.
           MOVE "S" TO WS-Jrn-Place
           PERFORM WEEK-OF-PARA
           IF WK-DATE-VALID AND WS-WK-Date <= WS-To-Date
               MOVE WS-WK-End TO WS-Jrn-Week
               PERFORM SIGNOFF-FIND-PARA
               IF WS-WK-Date >= WS-From-Date
                   MOVE "R" TO WS-Jrn-Place
               ELSE
                   IF WS-SignOff-Found = 0
                       MOVE "E" TO WS-Jrn-Place
                   END-IF
               END-IF
           END-IF.

       MAINTJRN-SCAN-PARA.
           MOVE 0 TO WS-Jrn-EOF-Flag
           OPEN INPUT MAINTJRNFILE
           IF ws-MaintJrn-Status = "00"
               PERFORM MAINTJRN-READ-PARA UNTIL JRN-EOF
               CLOSE MAINTJRNFILE
           ELSE
               MOVE "EMPLOYEE MASTER" TO WS-Journal-Missing
               PERFORM JOURNAL-MISSING-PARA
           END-IF.

      * The weekly run's own prenote status changes go under
      *    *PAYRUN* and touch only the bank status - never a
      *    sensitive field - so they fall out of the compares.
       MAINTJRN-READ-PARA.
           READ MAINTJRNFILE
               AT END
                   SET JRN-EOF TO TRUE
               NOT AT END
                   MOVE MJrn-Date TO WS-WK-Date
                   PERFORM JRN-PLACE-PARA
                   IF NOT JRN-SKIP
                       MOVE MJrn-Before TO WS-Bef-Emp
                       MOVE MJrn-After TO WS-Aft-Emp
                       MOVE MJrn-Date TO NC-Date
                       MOVE MJrn-Time TO NC-Time
                       MOVE "EMPLOYEE" TO NC-Source
                       MOVE MJrn-Action TO NC-Action
                       MOVE MJrn-Operator TO NC-Operator
                       IF MJrn-Action = "D"
                           MOVE BE-EmpID TO WS-Change-EmpID
                       ELSE
                           MOVE AE-EmpID TO WS-Change-EmpID
                       END-IF
                       MOVE WS-Change-EmpID TO NC-Key
                       PERFORM EMP-COMPARE-PARA
                   END-IF
           END-READ.

       EMP-COMPARE-PARA.
           IF MJrn-Action = "D"
               MOVE "DELETED" TO NC-Field
               MOVE BE-Salary TO WS-Salary-Edited
               MOVE WS-Salary-Edited TO NC-Before
               MOVE SPACES TO NC-After
               PERFORM CHANGE-ADD-PARA
           ELSE
               IF MJrn-Action = "A"
                   MOVE "SALARY" TO NC-Field
                   MOVE SPACES TO NC-Before
                   MOVE AE-Salary TO WS-Salary-Edited
                   MOVE WS-Salary-Edited TO NC-After
                   PERFORM CHANGE-ADD-PARA
                   IF AE-Banking NOT = ALL "0"
                       MOVE "BANKING" TO NC-Field
                       MOVE SPACES TO NC-Before
                       MOVE AE-Transit TO WS-BKE-Transit
                       MOVE AE-Account TO WS-BKE-Account
                       MOVE WS-Banking-Edited TO NC-After
                       PERFORM CHANGE-ADD-PARA
                   END-IF
                   IF AE-Status NOT = "A"
                       MOVE "STATUS" TO NC-Field
                       MOVE SPACES TO NC-Before
                       MOVE AE-Status TO NC-After
                       PERFORM CHANGE-ADD-PARA
                   END-IF
                   IF AE-Term-Date NOT = ALL "0" AND
                           AE-Term-Date NOT = SPACES
                       MOVE "TERM DATE" TO NC-Field
                       MOVE SPACES TO NC-Before
                       MOVE AE-Term-Date TO NC-After
                       PERFORM CHANGE-ADD-PARA
                   END-IF
               ELSE
                   IF BE-Salary NOT = AE-Salary
                       MOVE "SALARY" TO NC-Field
                       MOVE BE-Salary TO WS-Salary-Edited
                       MOVE WS-Salary-Edited TO NC-Before
                       MOVE AE-Salary TO WS-Salary-Edited
                       MOVE WS-Salary-Edited TO NC-After
                       PERFORM CHANGE-ADD-PARA
                   END-IF
                   IF BE-Banking NOT = AE-Banking
                       MOVE "BANKING" TO NC-Field
                       MOVE BE-Transit TO WS-BKE-Transit
                       MOVE BE-Account TO WS-BKE-Account
                       MOVE WS-Banking-Edited TO NC-Before
                       MOVE AE-Transit TO WS-BKE-Transit
                       MOVE AE-Account TO WS-BKE-Account
                       MOVE WS-Banking-Edited TO NC-After
                       PERFORM CHANGE-ADD-PARA
                   END-IF
                   IF BE-Status NOT = AE-Status
                       MOVE "STATUS" TO NC-Field
                       MOVE BE-Status TO NC-Before
                       MOVE AE-Status TO NC-After
                       PERFORM CHANGE-ADD-PARA
                   END-IF
                   IF BE-Term-Date NOT = AE-Term-Date
                       MOVE "TERM DATE" TO NC-Field
                       MOVE BE-Term-Date TO NC-Before
                       MOVE AE-Term-Date TO NC-After
                       PERFORM CHANGE-ADD-PARA
                   END-IF
               END-IF
           END-IF.

       COMMJRN-SCAN-PARA.
           MOVE 0 TO WS-Jrn-EOF-Flag
           OPEN INPUT COMMJRNFILE
           IF ws-CommJrn-Status = "00"
               PERFORM COMMJRN-READ-PARA UNTIL JRN-EOF
               CLOSE COMMJRNFILE
           ELSE
               MOVE "COMMISSION" TO WS-Journal-Missing
               PERFORM JOURNAL-MISSING-PARA
           END-IF.

      * Any rate row added or deleted, or a rate changed on a row.
       COMMJRN-READ-PARA.
           READ COMMJRNFILE
               AT END
                   SET JRN-EOF TO TRUE
               NOT AT END
                   MOVE CJrn-Date TO WS-WK-Date
                   PERFORM JRN-PLACE-PARA
                   IF NOT JRN-SKIP
                       MOVE CJrn-Before TO WS-Bef-Comm
                       MOVE CJrn-After TO WS-Aft-Comm
                       MOVE CJrn-Date TO NC-Date
                       MOVE CJrn-Time TO NC-Time
                       MOVE "COMMISSN" TO NC-Source
                       MOVE CJrn-Action TO NC-Action
                       MOVE CJrn-Operator TO NC-Operator
                       MOVE 0 TO WS-Change-EmpID
                       MOVE SPACES TO NC-Key
                       MOVE "RATE" TO NC-Field
                       MOVE SPACES TO NC-Before
                       MOVE SPACES TO NC-After
                       IF CJrn-Action = "D"
                           STRING BC-JobCode "-" BC-Tier
                               DELIMITED BY SIZE INTO NC-Key
                       ELSE
                           STRING AC-JobCode "-" AC-Tier
                               DELIMITED BY SIZE INTO NC-Key
                       END-IF
                       IF CJrn-Action NOT = "A" AND
                               CJrn-Before(10:3) NUMERIC
                           MOVE BC-Rate TO WS-Rate-Edited
                           MOVE WS-Rate-Edited TO NC-Before
                       END-IF
                       IF CJrn-Action NOT = "D" AND
                               CJrn-After(10:3) NUMERIC
                           MOVE AC-Rate TO WS-Rate-Edited
                           MOVE WS-Rate-Edited TO NC-After
                       END-IF
                       IF CJrn-Action NOT = "C" OR
                               NC-Before NOT = NC-After
                           PERFORM CHANGE-ADD-PARA
                       END-IF
                   END-IF
           END-READ.

       STOREJRN-SCAN-PARA.
           MOVE 0 TO WS-Jrn-EOF-Flag
           OPEN INPUT STOREJRNFILE
           IF ws-StoreJrn-Status = "00"
               PERFORM STOREJRN-READ-PARA UNTIL JRN-EOF
               CLOSE STOREJRNFILE
           ELSE
               MOVE "STORE MASTER" TO WS-Journal-Missing
               PERFORM JOURNAL-MISSING-PARA
           END-IF.

      * A close date set on a new store, or changed on one on file.
       STOREJRN-READ-PARA.
           READ STOREJRNFILE
               AT END
                   SET JRN-EOF TO TRUE
               NOT AT END
                   MOVE SJrn-Date TO WS-WK-Date
                   PERFORM JRN-PLACE-PARA
                   IF NOT JRN-SKIP AND SJrn-Action NOT = "D"
                       MOVE SJrn-Before TO WS-Bef-Store
                       MOVE SJrn-After TO WS-Aft-Store
                       IF SJrn-Action = "A"
                           MOVE ALL "0" TO BS-Close-Date
                       END-IF
                       IF BS-Close-Date = SPACES
                           MOVE ALL "0" TO BS-Close-Date
                       END-IF
                       IF AS-Close-Date = SPACES
                           MOVE ALL "0" TO AS-Close-Date
                       END-IF
                       IF BS-Close-Date NOT = AS-Close-Date
                           MOVE SJrn-Date TO NC-Date
                           MOVE SJrn-Time TO NC-Time
                           MOVE "STORE" TO NC-Source
                           MOVE SJrn-Action TO NC-Action
                           MOVE SJrn-Operator TO NC-Operator
                           MOVE 0 TO WS-Change-EmpID
                           MOVE AS-Number TO NC-Key
                           MOVE "CLOSE DATE" TO NC-Field
                           MOVE BS-Close-Date TO NC-Before
                           MOVE AS-Close-Date TO NC-After
                           PERFORM CHANGE-ADD-PARA
                       END-IF
                   END-IF
           END-READ.

       JOURNAL-MISSING-PARA.
           DISPLAY "*** NO ", WS-Journal-Missing, " JOURNAL ON HAND "-
                   "- ITS CHANGES ARE NOT IN THIS REVIEW ***".

      * One sensitive change found - highlighted, then either counted
      *    against an unreviewed earlier week or slotted into the
      *    table in date and time order.
       CHANGE-ADD-PARA.
           MOVE WS-Jrn-Week TO NC-Week
           PERFORM HIGHLIGHT-PARA
           IF JRN-EARLIER
               PERFORM EARLIER-ADD-PARA
           ELSE
               PERFORM RANGE-COUNT-PARA
               IF RW-SignOff-Sub(WS-Range-Sub) = 0 OR INCLUDE-SIGNED
                   PERFORM CHANGE-INSERT-PARA
               END-IF
           END-IF.

      * Own record: an employee change keyed by the operator whose
      *    employee ID it is. Ran payroll on it: a later posting by
      *    the same operator that paid the employee - or, for a rate
      *    or a store, any later posting by them at all.
       HIGHLIGHT-PARA.
           MOVE "N" TO NC-Self
           MOVE 0 TO NC-Ran-Week
           IF NC-Source = "EMPLOYEE"
               PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                       UNTIL WS-Oper-Sub > WS-Operator-Count
                   IF WS-Oper-ID(WS-Oper-Sub) = NC-Operator AND
                           WS-Oper-EmpID(WS-Oper-Sub) NUMERIC
                       IF WS-Oper-EmpID(WS-Oper-Sub) = NC-Key(1:9)
                           MOVE "Y" TO NC-Self
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF NC-Operator NOT = SPACES
               PERFORM VARYING WS-Run-Sub FROM 1 BY 1
                       UNTIL WS-Run-Sub > WS-Run-Count OR
                             NC-Ran-Week NOT = 0
                   IF PR-Operator(WS-Run-Sub) = NC-Operator AND
                           PR-Stamp(WS-Run-Sub) > NC-Stamp
                       PERFORM RAN-CHECK-PARA
                   END-IF
               END-PERFORM
           END-IF.

       RAN-CHECK-PARA.
           IF NC-Source NOT = "EMPLOYEE" OR NOT PAYHIST-AVAILABLE
               MOVE PR-Week(WS-Run-Sub) TO NC-Ran-Week
           ELSE
               MOVE WS-Change-EmpID TO PayH-EmpID
               MOVE PR-Week(WS-Run-Sub) TO PayH-WeekEnding
               READ PAYHISTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-Week(WS-Run-Sub) TO NC-Ran-Week
               END-READ
           END-IF.

       EARLIER-ADD-PARA.
           MOVE 0 TO WS-Earlier-Found
           PERFORM VARYING WS-Earlier-Sub FROM 1 BY 1
                   UNTIL WS-Earlier-Sub > WS-Earlier-Count
               IF EW-Week(WS-Earlier-Sub) = NC-Week
                   MOVE WS-Earlier-Sub TO WS-Earlier-Found
               END-IF
           END-PERFORM
           IF WS-Earlier-Found = 0 AND
                   WS-Earlier-Count < WS-Max-Earlier
               ADD 1 TO WS-Earlier-Count
               MOVE WS-Earlier-Count TO WS-Earlier-Found
               MOVE NC-Week TO EW-Week(WS-Earlier-Found)
               MOVE 0 TO EW-Changes(WS-Earlier-Found)
           END-IF
           IF WS-Earlier-Found NOT = 0
               ADD 1 TO EW-Changes(WS-Earlier-Found)
           END-IF.

       RANGE-COUNT-PARA.
           PERFORM VARYING WS-Range-Sub FROM 1 BY 1
                   UNTIL WS-Range-Sub >= WS-Range-Count OR
                         RW-Week(WS-Range-Sub) = NC-Week
               CONTINUE
           END-PERFORM
           ADD 1 TO RW-Changes(WS-Range-Sub)
           IF NC-Self = "Y" OR NC-Ran-Week NOT = 0
               ADD 1 TO RW-Highlights(WS-Range-Sub)
           END-IF.

      * Slots the change in after every entry stamped no later -
      *    the journals are each in time order, so this is nearly
      *    always the end of the table.
       CHANGE-INSERT-PARA.
           IF WS-Change-Count >= WS-Max-Changes
               ADD 1 TO WS-Change-Dropped
           ELSE
               MOVE WS-Change-Count TO WS-Ins-Sub
               MOVE "N" TO WS-Ins-Done-Flag
               PERFORM UNTIL INSERT-DONE
                   IF WS-Ins-Sub = 0
                       MOVE "Y" TO WS-Ins-Done-Flag
                   ELSE
                       IF CT-Stamp(WS-Ins-Sub) <= NC-Stamp
                           MOVE "Y" TO WS-Ins-Done-Flag
                       ELSE
                           MOVE WS-Change-Entry(WS-Ins-Sub) TO
                               WS-Change-Entry(WS-Ins-Sub + 1)
                           SUBTRACT 1 FROM WS-Ins-Sub
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-Change-Count
               MOVE WS-New-Change TO WS-Change-Entry(WS-Ins-Sub + 1)
           END-IF.

       REVIEW-WRITE-PARA.
           MOVE 0 TO WS-Total-Changes
           MOVE 0 TO WS-Total-Highlights
           MOVE 0 TO WS-Total-Unreviewed
           OPEN OUTPUT REVIEWRPTFILE
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           MOVE WS-From-Date TO RT-From
           MOVE WS-To-Date TO RT-To
           MOVE WS-Run-Date TO RT-Run-Date
           WRITE ReviewRptRec FROM WS-Review-Title
           MOVE 1 TO WS-Change-Sub
           PERFORM WEEK-WRITE-PARA VARYING WS-Range-Sub FROM 1 BY 1
               UNTIL WS-Range-Sub > WS-Range-Count
           PERFORM EARLIER-WRITE-PARA
           PERFORM REVIEW-TOTALS-PARA
           CLOSE REVIEWRPTFILE.

       WEEK-WRITE-PARA.
           MOVE RW-Week(WS-Range-Sub) TO WH-Week
           MOVE SPACES TO WH-Status
           MOVE RW-SignOff-Sub(WS-Range-Sub) TO WS-SignOff-Sub
           IF WS-SignOff-Sub = 0
               IF RW-Changes(WS-Range-Sub) = 0
                   MOVE "NOT SIGNED OFF - NO SENSITIVE CHANGES" TO
                       WH-Status
               ELSE
                   MOVE "NOT SIGNED OFF" TO WH-Status
               END-IF
               ADD 1 TO WS-Total-Unreviewed
           ELSE
               MOVE ST-Date(WS-SignOff-Sub) TO WS-Date-Edited
               STRING "SIGNED OFF BY " DELIMITED BY SIZE
                   ST-Operator(WS-SignOff-Sub) DELIMITED BY SPACE
                   " ON " DELIMITED BY SIZE
                   WS-Date-Edited DELIMITED BY SIZE
                   INTO WH-Status
           END-IF
           WRITE ReviewRptRec FROM WS-Week-Heading AFTER ADVANCING 2
           IF WS-SignOff-Sub = 0 OR INCLUDE-SIGNED
               IF RW-Changes(WS-Range-Sub) > 0
                   WRITE ReviewRptRec FROM WS-Review-Heading
               END-IF
               PERFORM LINE-WRITE-PARA
                   UNTIL WS-Change-Sub > WS-Change-Count OR
                         CT-Week(WS-Change-Sub) NOT =
                         RW-Week(WS-Range-Sub)
           ELSE
               MOVE SPACES TO ReviewRptRec
               MOVE RW-Changes(WS-Range-Sub) TO WS-Count-Edited
               STRING "    " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " SENSITIVE CHANGE(S) - NOT LISTED" DELIMITED BY SIZE
                   INTO ReviewRptRec
               WRITE ReviewRptRec
           END-IF.

       LINE-WRITE-PARA.
           MOVE CT-Date(WS-Change-Sub) TO RL-Date
           MOVE CT-Time(WS-Change-Sub)(1:2) TO RL-HH
           MOVE CT-Time(WS-Change-Sub)(3:2) TO RL-MM
           MOVE CT-Source(WS-Change-Sub) TO RL-Source
           MOVE CT-Key(WS-Change-Sub) TO RL-Key
           MOVE CT-Action(WS-Change-Sub) TO RL-Action
           MOVE CT-Operator(WS-Change-Sub) TO RL-Operator
           MOVE CT-Field(WS-Change-Sub) TO RL-Field
           MOVE CT-Before(WS-Change-Sub) TO RL-Before
           MOVE CT-After(WS-Change-Sub) TO RL-After
           MOVE SPACES TO RL-Highlight
           IF CT-Self(WS-Change-Sub) = "Y"
               IF CT-Ran-Week(WS-Change-Sub) NOT = 0
                   STRING "**OWN+RAN " DELIMITED BY SIZE
                       CT-Ran-Week(WS-Change-Sub) DELIMITED BY SIZE
                       INTO RL-Highlight
               ELSE
                   MOVE "**OWN RECORD" TO RL-Highlight
               END-IF
           ELSE
               IF CT-Ran-Week(WS-Change-Sub) NOT = 0
                   STRING "**SAME OPER RAN " DELIMITED BY SIZE
                       CT-Ran-Week(WS-Change-Sub) DELIMITED BY SIZE
                       INTO RL-Highlight
               END-IF
           END-IF
           IF RL-Highlight NOT = SPACES
               ADD 1 TO WS-Total-Highlights
           END-IF
           ADD 1 TO WS-Total-Changes
           WRITE ReviewRptRec FROM WS-Review-Line
           ADD 1 TO WS-Change-Sub.

       EARLIER-WRITE-PARA.
           IF WS-Earlier-Count > 0
               MOVE SPACES TO ReviewRptRec
               MOVE "UNREVIEWED WEEKS BEFORE THIS RANGE" TO
                   ReviewRptRec
               WRITE ReviewRptRec AFTER ADVANCING 2
               PERFORM VARYING WS-Earlier-Sub FROM 1 BY 1
                       UNTIL WS-Earlier-Sub > WS-Earlier-Count
                   MOVE SPACES TO ReviewRptRec
                   MOVE EW-Week(WS-Earlier-Sub) TO WS-Date-Edited
                   MOVE EW-Changes(WS-Earlier-Sub) TO WS-Count-Edited
                   STRING "    WEEK ENDING " DELIMITED BY SIZE
                       WS-Date-Edited DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Count-Edited DELIMITED BY SIZE
                       " SENSITIVE CHANGE(S), NOT SIGNED OFF"
                       DELIMITED BY SIZE
                       INTO ReviewRptRec
                   WRITE ReviewRptRec
                   ADD 1 TO WS-Total-Unreviewed
               END-PERFORM
           END-IF.

       REVIEW-TOTALS-PARA.
           MOVE SPACES TO ReviewRptRec
           MOVE WS-Total-Changes TO WS-Count-Edited
           STRING "CHANGES LISTED: " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ReviewRptRec
           WRITE ReviewRptRec AFTER ADVANCING 2
           MOVE SPACES TO ReviewRptRec
           MOVE WS-Total-Highlights TO WS-Count-Edited
           STRING "HIGHLIGHTED:    " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ReviewRptRec
           WRITE ReviewRptRec
           MOVE SPACES TO ReviewRptRec
           MOVE WS-Total-Unreviewed TO WS-Count-Edited
           STRING "WEEKS NOT SIGNED OFF: " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ReviewRptRec
           WRITE ReviewRptRec
           IF NOT PAYHIST-AVAILABLE
               MOVE "NO PAY HISTORY ON HAND - A LATER POSTING BY THE "-
                    "SAME OPERATOR IS HIGHLIGHTED UNCONFIRMED"
                   TO ReviewRptRec
               WRITE ReviewRptRec
           END-IF
           IF WS-Change-Dropped > 0
               MOVE SPACES TO ReviewRptRec
               MOVE WS-Change-Dropped TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " CHANGE(S) DID NOT FIT - NARROW THE RANGE ***"
                   DELIMITED BY SIZE
                   INTO ReviewRptRec
               WRITE ReviewRptRec
           END-IF
           DISPLAY " "
           DISPLAY "Sensitive changes listed: ", WS-Total-Changes,
                   "  highlighted: ", WS-Total-Highlights,
                   "  weeks not signed off: ", WS-Total-Unreviewed
           IF WS-Total-Highlights > 0 OR WS-Change-Dropped > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Report: DataFiles\SensitiveChanges.rpt".

      ******************************************************************
      * The weekly sign-off.                                           *
      ******************************************************************
      * The week is gathered exactly as the report would list it. A
      *    week still running, already signed off, or holding changes
      *    the signing supervisor keyed is refused; highlighted
      *    changes need a note.
       SIGNOFF-PARA.
           DISPLAY " "
           DISPLAY "Week ending to sign off (YYYYMMDD): "
           WITH NO ADVANCING
           ACCEPT WS-WK-Date
           PERFORM WEEK-OF-PARA
           MOVE "N" TO WS-Confirm
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN NOT WK-DATE-VALID
                   DISPLAY "That is not a date."
               WHEN WS-WK-End >= WS-Run-Date
                   MOVE WS-WK-End TO WS-Date-Edited
                   DISPLAY "The week ending ", WS-Date-Edited,
                           " hasn't finished yet."
               WHEN OTHER
                   MOVE WS-WK-End TO WS-Jrn-Week
                   PERFORM SIGNOFF-FIND-PARA
                   IF WS-SignOff-Found NOT = 0
                       MOVE WS-WK-End TO WS-Date-Edited
                       DISPLAY "The week ending ", WS-Date-Edited,
                               " is already signed off by ",
                               ST-Operator(WS-SignOff-Found), "."
                   ELSE
                       MOVE "Y" TO WS-Confirm
                   END-IF
           END-EVALUATE
           IF CONFIRMED
               MOVE WS-WK-End TO WS-SO-Week
               MOVE WS-WK-End TO WS-From-Date
               MOVE WS-WK-End TO WS-To-Date
               MOVE "N" TO WS-Include-Signed
               MOVE WS-From-Date TO WS-WK-Date
               PERFORM WEEK-OF-PARA
               COMPUTE WS-From-Date = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-WK-End) - 6)
               PERFORM RANGE-BUILD-PARA
               PERFORM COLLECT-PARA
               PERFORM SIGNOFF-CHECK-PARA
           END-IF.

       SIGNOFF-CHECK-PARA.
           MOVE 0 TO WS-Own-Changes
           PERFORM VARYING WS-Change-Sub FROM 1 BY 1
                   UNTIL WS-Change-Sub > WS-Change-Count
               IF CT-Operator(WS-Change-Sub) = WS-Operator-ID
                   ADD 1 TO WS-Own-Changes
               END-IF
           END-PERFORM
           MOVE WS-SO-Week TO WS-Date-Edited
           DISPLAY "Week ending ", WS-Date-Edited, ": ",
                   RW-Changes(1), " sensitive change(s), ",
                   RW-Highlights(1), " highlighted."
           IF WS-Own-Changes > 0
               DISPLAY "You keyed ", WS-Own-Changes, " of those "-
                       "changes - another supervisor has to sign "-
                       "this week off."
           ELSE
               MOVE SPACES TO WS-SO-Note
               DISPLAY "Review note: " WITH NO ADVANCING
               ACCEPT WS-SO-Note
               IF WS-SO-Note = SPACES AND RW-Highlights(1) > 0
                   DISPLAY "Highlighted changes need a review note - "-
                           "the week was not signed off."
               ELSE
                   DISPLAY "Type Y to sign this week off: "
                   WITH NO ADVANCING
                   ACCEPT WS-Confirm
                   IF WS-Confirm = "y"
                       MOVE "Y" TO WS-Confirm
                   END-IF
                   IF CONFIRMED
                       PERFORM SIGNOFF-WRITE-PARA
                   ELSE
                       DISPLAY "The week was not signed off."
                   END-IF
               END-IF
           END-IF.

      * Appended to the sign-off file and to the table, so the rest
      *    of this session sees it too.
       SIGNOFF-WRITE-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           MOVE WS-SO-Week TO SO-WeekEnding
           MOVE WS-Run-Date TO SO-Date
           MOVE WS-Run-Time TO SO-Time
           MOVE WS-Operator-ID TO SO-Operator
           MOVE RW-Changes(1) TO SO-Changes
           MOVE RW-Highlights(1) TO SO-Highlights
           MOVE WS-SO-Note TO SO-Note
           OPEN EXTEND SIGNOFFFILE
           IF ws-SignOff-Status NOT = "00"
               OPEN OUTPUT SIGNOFFFILE
           END-IF
           WRITE SignOffRec
           CLOSE SIGNOFFFILE
           IF WS-SignOff-Count < WS-Max-SignOffs
               ADD 1 TO WS-SignOff-Count
               MOVE SignOffRec TO WS-SignOff-Entry(WS-SignOff-Count)
           END-IF
           DISPLAY "Week ending ", WS-Date-Edited, " signed off.".

       SIGNOFF-LIST-PARA.
           DISPLAY " "
           IF WS-SignOff-Count = 0
               DISPLAY "No weeks are signed off."
           ELSE
               DISPLAY "Week ending  Signed on   By       Changes "-
                       "Highlighted  Note"
               PERFORM VARYING WS-SignOff-Sub FROM 1 BY 1
                       UNTIL WS-SignOff-Sub > WS-SignOff-Count
                   MOVE ST-WeekEnding(WS-SignOff-Sub) TO
                       WS-Date-Edited
                   MOVE ST-Date(WS-SignOff-Sub) TO RT-Run-Date
                   DISPLAY WS-Date-Edited, "   ", RT-Run-Date, "  ",
                           ST-Operator(WS-SignOff-Sub), " ",
                           ST-Changes(WS-SignOff-Sub), "   ",
                           ST-Highlights(WS-SignOff-Sub), "        ",
                           ST-Note(WS-SignOff-Sub)
               END-PERFORM
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

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "PAYHISTORY" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "STOREMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "COMMISSION" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
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
               IF NOT UNATTENDED-RUN
                   DISPLAY " "
                   DISPLAY "Press Enter to exit..."
                   Accept ws-pressKeyToEnd
               END-IF.
               STOP RUN.

       end program ChangeReview.
