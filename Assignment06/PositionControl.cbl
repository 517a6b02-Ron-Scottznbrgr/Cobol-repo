      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Position control report.                                       *
      * Run after each posted week, this sets the positions each store *
      *    is authorized for (the position master row in force on the  *
      *    week ending, by store and job code) against the Employee    *
      *    Master's active headcount in that store and job code and    *
      *    against the people the pay history actually paid there in   *
      *    the pay period the week closes. Each store and job code     *
      *    shows its vacancies (authorized over active), overfills     *
      *    (active over authorized) and paid-to-authorized variance,   *
      *    grouped under the store's region with region and company    *
      *    totals.                                                     *
      * A vacancy is dated from the first week this report found it    *
      *    open, on a tracking file of its own, and one open longer    *
      *    than POSVACANTDAYS= (3 digits, default 060) is marked as    *
      *    long open. Only a run for the latest week already tracked,  *
      *    or a later one, rewrites that file - rerunning an old week  *
      *    doesn't restart the clocks.                                 *
      * A store with no position row in force is not under position    *
      *    control - its people are shown but kept out of the          *
      *    vacancy and overfill totals.                                *
      * Under UNATTENDED=Y on the run control it reports the           *
      *    WEEKENDING= week (or the last posted week) with return code *
      *    4 when a store is overfilled or a vacancy is long open.     *
      ******************************************************************
       identification division.
       program-id. PositionControl.

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

      * The pay-history file exactly as the weekly run writes it.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * The position master PositionMaint keeps.
           SELECT POSITIONFILE ASSIGN
           "DataFiles\Assignment#6_Positions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Position-Status.

      * When each open vacancy was first found, for the long-open
      *    test - this report's own file.
           SELECT VACANCYFILE ASSIGN
           "DataFiles\Assignment#6_PositionVacancy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Vacancy-Status.

           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-Store-Status.

           SELECT REGIONMASTER ASSIGN "DataFiles\RegionMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Region-Code
           FILE STATUS IS ws-Region-Status.

      * The posted-week register - the report works the last weekly
      *    week posted unless the run control names another.
           SELECT POSTEDFILE ASSIGN
           "DataFiles\Assignment#6_PostedWeeks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Posted-Status.

      * The shared run-control file, for WEEKENDING=, UNATTENDED=
      *    and POSVACANTDAYS=.
           SELECT RUNCONTROLFILE ASSIGN "DataFiles\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

           SELECT PCRPTFILE ASSIGN "DataFiles\PositionControl.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-PcRpt-Status.

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
               88 PAYH-BIWEEKLY          value "B".
               88 PAYH-SEMIMONTHLY       value "S".

      * Same layout PositionMaint writes.
       FD POSITIONFILE.
       01 PositionRec.
           03  Pos-StoreNumber     PIC 9(4).
           03  Pos-JobCode         PIC A.
           03  Pos-Effective       PIC 9(8).
           03  Pos-Authorized      PIC 9(3).
           03  Pos-Keyed-By        PIC X(8).

       FD VACANCYFILE.
       01 VacancyRec.
           03  Vac-StoreNumber     PIC 9(4).
           03  Vac-JobCode         PIC A.
      * The first week ending the vacancy was found open, and the
      *    last week ending it was still open.
           03  Vac-Since           PIC 9(8).
           03  Vac-Last-Seen       PIC 9(8).

       FD STOREMASTER.
       01 StoreRecord.
           03  Store-Number        PIC 9(4).
           03  Store-Name          PIC X(20).
           03  Store-Region        PIC X(10).
           03  Store-Manager       PIC X(20).
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
      * The weather city whose temperature history stands for the
      *    store - a name on Assignment05's city list, blank if none.
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

       FD REGIONMASTER.
       01 RegionRecord.
           03  Region-Code         PIC X(10).
           03  Region-Name         PIC X(20).
           03  Region-Manager      PIC X(20).
           03  Region-Target-Ratio PIC 99V9.

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

       FD PCRPTFILE.
       01 PcRptRec                 PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "PositionControl".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-Position-Status   PIC XX value "00".
       01 ws-Vacancy-Status    PIC XX value "00".
       01 ws-Store-Status      PIC XX value "00".
       01 ws-Region-Status     PIC XX value "00".
       01 ws-Posted-Status     PIC XX value "00".
       01 ws-RunCtl-Status     PIC XX value "00".
       01 ws-PcRpt-Status      PIC XX value "00".
       01 WS-Master-EOF-Flag   PIC 9 value 0.
           88 MASTER-EOF       value 1.
       01 WS-Hist-EOF-Flag     PIC 9 value 0.
           88 HIST-EOF         value 1.
       01 WS-Position-EOF-Flag PIC 9 value 0.
           88 POSITION-EOF     value 1.
       01 WS-Vacancy-EOF-Flag  PIC 9 value 0.
           88 VACANCY-EOF      value 1.
       01 WS-Store-EOF-Flag    PIC 9 value 0.
           88 STORE-EOF        value 1.
       01 WS-Region-EOF-Flag   PIC 9 value 0.
           88 REGION-EOF       value 1.
       01 WS-Posted-EOF-Flag   PIC 9 value 0.
           88 POSTED-EOF       value 1.
       01 WS-RunCtl-EOF-Flag   PIC 9 value 0.
           88 RUNCTL-EOF       value 1.
       01 WS-RC-Keyword        PIC X(20) value SPACES.
       01 WS-RC-Value          PIC X(60) value SPACES.
       01 WS-Unattended-Flag   PIC X value "N".
           88 UNATTENDED-RUN   value "Y".
       01 WS-Week-Ending       PIC 9(8) value 0.
       01 WS-RC-Week-Ending    PIC 9(8) value 0.
       01 WS-Last-Posted       PIC 9(8) value 0.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Position-Flag     PIC X value "N".
           88 POSITIONS-READ   value "Y".
       01 WS-History-Flag      PIC X value "N".
           88 HISTORY-READ     value "Y".

      * How many days a vacancy can stay open before it is marked
      *    long open - POSVACANTDAYS= on the run control overrides.
       01 WS-Vacant-Days       PIC 999 value 60.

      * The four job codes, in the order the store table holds them.
       01 WS-Job-Codes         PIC X(4) value "ACMS".
       01 WS-Job-Code-Tbl REDEFINES WS-Job-Codes.
           03 WS-Job-Code OCCURS 4 TIMES PIC A.
       01 WS-Job-Sub           PIC 9 value 0.
       01 WS-Find-Job          PIC A value SPACE.

      * Stores in Store Master order, then any store number a
      *    position row, an employee or a pay record names that the
      *    Store Master doesn't carry. Each has one cell per job code.
       01 WS-Max-Stores        PIC 999 value 500.
       01 WS-Store-Count       PIC 999 value 0.
       01 WS-Store-Table.
           03  WS-Store-Entry OCCURS 500 TIMES.
               05  WS-St-Number        PIC 9(4).
               05  WS-St-Name          PIC X(20).
               05  WS-St-Region        PIC X(10).
      * Y once a position row is in force for any of its job codes.
               05  WS-St-Controlled    PIC X.
               05  WS-St-Cell OCCURS 4 TIMES.
                   07  WS-SJ-Auth          PIC 9(3).
                   07  WS-SJ-Auth-Eff      PIC 9(8).
                   07  WS-SJ-Active        PIC 9(5).
                   07  WS-SJ-Paid          PIC 9(5).
                   07  WS-SJ-Vacant        PIC 9(5).
                   07  WS-SJ-Over          PIC 9(5).
                   07  WS-SJ-Since         PIC 9(8).
                   07  WS-SJ-Long          PIC X.
       01 WS-Store-Sub         PIC 999 value 0.
       01 WS-Find-Store        PIC 9(4) value 0.
       01 WS-Find-Sub          PIC 999 value 0.
       01 WS-Store-Dropped     PIC 9(5) value 0.

      * Regions in Region Master order, then any region a store
      *    names that the Region Master doesn't.
       01 WS-Max-Regions       PIC 999 value 100.
       01 WS-Region-Count      PIC 999 value 0.
       01 WS-Region-Table.
           03  WS-Region-Entry OCCURS 100 TIMES.
               05  WS-Rg-Code          PIC X(10).
               05  WS-Rg-Name          PIC X(20).
       01 WS-Region-Sub        PIC 999 value 0.
       01 WS-Region-Found      PIC X value "N".
       01 WS-Region-Stores     PIC 999 value 0.

      * The vacancy tracking file held in memory, with the save
      *    guard the maintenance programs use for a short table.
       01 WS-Max-Vacancies     PIC 9(4) value 2000.
       01 WS-Vac-Count         PIC 9(4) value 0.
       01 WS-Vac-Dropped       PIC 9(4) value 0.
       01 WS-Vac-Latest        PIC 9(8) value 0.
       01 WS-Vac-Table.
           03  WS-Vac-Row OCCURS 2000 TIMES.
               05  WS-Vr-Store         PIC 9(4).
               05  WS-Vr-Job           PIC A.
               05  WS-Vr-Since         PIC 9(8).
       01 WS-Vac-Sub           PIC 9(4) value 0.
       01 WS-Vac-Saved         PIC 9(4) value 0.

      * The pay record kept for the employee being walked - the
      *    latest one inside the period, so each person is counted
      *    once, where they were last paid.
       01 WS-Pend-EmpID        PIC 9(9) value 0.
       01 WS-Pend-Store        PIC 9(4) value 0.
       01 WS-Pend-Job          PIC A value SPACE.
       01 WS-Pend-Flag         PIC X value "N".
           88 PAY-PENDING      value "Y".
      * How many days before the week ending a pay record's period
      *    can have ended and still be the period the week closes.
       01 WS-Window-Days       PIC 99 value 0.

      * Day serials - dates don't subtract by ordinary verbs.
       01 WS-Week-Serial       PIC 9(8) value 0.
       01 WS-Days-Apart        PIC S9(8) value 0.

      * What couldn't be placed on a store and job code line.
       01 WS-No-Store-Count    PIC 9(5) value 0.
       01 WS-Bad-Job-Count     PIC 9(5) value 0.
       01 WS-Paid-Unplaced     PIC 9(5) value 0.
       01 WS-Uncontrolled      PIC 9(5) value 0.

      * One line's counts - a cell's, a region's or the company's.
       01 WS-Line-Counts.
           03  WS-Ln-Auth          PIC 9(6).
           03  WS-Ln-Active        PIC 9(6).
           03  WS-Ln-Paid          PIC 9(6).
           03  WS-Ln-Vacant        PIC 9(6).
           03  WS-Ln-Over          PIC 9(6).
           03  WS-Ln-Long          PIC 9(6).
       01 WS-Reg-Counts.
           03  WS-Rg-Auth          PIC 9(6).
           03  WS-Rg-Active        PIC 9(6).
           03  WS-Rg-Paid          PIC 9(6).
           03  WS-Rg-Vacant        PIC 9(6).
           03  WS-Rg-Over          PIC 9(6).
           03  WS-Rg-Long          PIC 9(6).
       01 WS-Co-Counts.
           03  WS-Co-Auth          PIC 9(6).
           03  WS-Co-Active        PIC 9(6).
           03  WS-Co-Paid          PIC 9(6).
           03  WS-Co-Vacant        PIC 9(6).
           03  WS-Co-Over          PIC 9(6).
           03  WS-Co-Long          PIC 9(6).

       01 WS-Date-Work         PIC 9(8) value 0.
       01 WS-Date-Parts REDEFINES WS-Date-Work.
           03  WS-Date-Year        PIC 9(4).
           03  WS-Date-Month       PIC 99.
           03  WS-Date-Day         PIC 99.
       01 WS-Date-Disp         PIC X(10) value SPACES.
       01 WS-Week-Disp         PIC X(10) value SPACES.
       01 WS-Count-Edited      PIC ZZ,ZZ9.
       01 WS-Days-Edited       PIC ZZ9.

       01 WS-PC-Heading.
           03  FILLER  PIC X(25) VALUE "STORE / JOB CODE".
           03  FILLER  PIC X(35) VALUE
               "  AUTH ACTIVE   PAID VACANT   OVER".
           03  FILLER  PIC X(30) VALUE
               " PAID-AUTH  VACANT SINCE".
       01 WS-PC-Line.
           03  PL-Label            PIC X(25).
           03  PL-Auth             PIC ZZZZZ9.
           03  PL-Active           PIC ZZZZZZ9.
           03  PL-Paid             PIC ZZZZZZ9.
           03  PL-Vacant           PIC ZZZZZZ9.
           03  PL-Over             PIC ZZZZZZ9.
           03  FILLER              PIC X(3) value SPACES.
           03  PL-Variance         PIC +ZZZZ9.
           03  FILLER              PIC X(2) value SPACES.
           03  PL-Since            PIC X(10).
           03  FILLER              PIC X value SPACE.
           03  PL-Long             PIC X(9).
           03  FILLER              PIC X(10) value SPACES.
       01 WS-Variance          PIC S9(6) value 0.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM RUNCONTROL-PARA.
           PERFORM POSTED-LOAD-PARA.
           IF UNATTENDED-RUN
               IF WS-RC-Week-Ending NOT = 0
                   MOVE WS-RC-Week-Ending TO WS-Week-Ending
               ELSE
                   MOVE WS-Last-Posted TO WS-Week-Ending
               END-IF
           ELSE
               PERFORM INSTRUCT-PARA
               PERFORM WEEK-PROMPT-PARA
           END-IF.
           PERFORM REPORT-PARA.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program reports each store's"
           display "authorized positions against its active headcount"
           display "and the people paid there - vacancies, overfills"
           display "and vacancies left open too long, by store and"
           display "region."
           DISPLAY "---------------------------------------------------"
           display " ".

      * WEEKENDING=, UNATTENDED= and POSVACANTDAYS= off the shared
      *    run-control file; the rest belongs to the other programs.
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
      * Days, e.g. POSVACANTDAYS=090.
                           WHEN "POSVACANTDAYS"
                               IF WS-RC-Value(1:3) NUMERIC AND
                                       WS-RC-Value(1:3) NOT = "000"
                                   MOVE WS-RC-Value(1:3) TO
                                       WS-Vacant-Days
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

       WEEK-PROMPT-PARA.
           IF WS-Last-Posted = 0
               DISPLAY "No week has posted yet."
           ELSE
               MOVE WS-Last-Posted TO WS-Date-Work
               PERFORM DATE-DISP-PARA
               DISPLAY "Last posted week: ", WS-Date-Disp
           END-IF
           DISPLAY "Week ending to report (YYYYMMDD, 0 = the last "-
                   "posted week): " WITH NO ADVANCING
           ACCEPT WS-Week-Ending
           IF WS-Week-Ending = 0
               MOVE WS-Last-Posted TO WS-Week-Ending
           END-IF.

      ******************************************************************
      * The report - stores and regions, the positions in force, the   *
      *    master's actives and the period's pay into the store table, *
      *    then each cell's vacancy or overfill, the report, and the   *
      *    vacancy tracking file brought up to the week.               *
      ******************************************************************
       REPORT-PARA.
           IF WS-Week-Ending = 0
               DISPLAY "*** NO POSTED WEEK TO REPORT - NO REPORT ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Week-Ending) NOT = 0
                   DISPLAY "*** ", WS-Week-Ending, " IS NOT A DATE - "-
                           "NO REPORT ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT EMPFILE
                   IF ws-Emp-Status NOT = "00"
                       DISPLAY "*** COULD NOT OPEN EMPLOYEE MASTER, "-
                               "STATUS: ", ws-Emp-Status, " ***"
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM REPORT-BUILD-PARA
                   END-IF
               END-IF
           END-IF.

       REPORT-BUILD-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           COMPUTE WS-Week-Serial =
               FUNCTION INTEGER-OF-DATE(WS-Week-Ending)
           PERFORM REGION-LOAD-PARA
           PERFORM STORE-LOAD-PARA
           PERFORM POSITION-LOAD-PARA
           PERFORM VACANCY-LOAD-PARA
           PERFORM ACTIVE-COUNT-PARA
           CLOSE EMPFILE
           PERFORM PAID-COUNT-PARA
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                       UNTIL WS-Job-Sub > 4
                   PERFORM CELL-PARA
               END-PERFORM
           END-PERFORM
           PERFORM REPORT-WRITE-PARA
           PERFORM VACANCY-SAVE-PARA
           IF UNATTENDED-RUN AND
                   (WS-Co-Over > 0 OR WS-Co-Long > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " "
           DISPLAY "Position control written to PositionControl.rpt "-
                   "- ", WS-Co-Vacant, " vacant, ", WS-Co-Over,
                   " overfilled, ", WS-Co-Long, " long open.".

       REGION-LOAD-PARA.
           OPEN INPUT REGIONMASTER
           IF ws-Region-Status = "00"
               MOVE SPACES TO Region-Code
               START REGIONMASTER KEY IS GREATER THAN OR EQUAL TO
                   Region-Code
                   INVALID KEY
                       SET REGION-EOF TO TRUE
               END-START
               PERFORM REGION-READ-PARA UNTIL REGION-EOF
               CLOSE REGIONMASTER
           END-IF.

       REGION-READ-PARA.
           READ REGIONMASTER NEXT RECORD
               AT END
                   SET REGION-EOF TO TRUE
           END-READ
           IF NOT REGION-EOF
               IF ws-Region-Status NOT = "00"
                   SET REGION-EOF TO TRUE
               ELSE
                   IF WS-Region-Count < WS-Max-Regions
                       ADD 1 TO WS-Region-Count
                       MOVE Region-Code TO WS-Rg-Code(WS-Region-Count)
                       MOVE Region-Name TO WS-Rg-Name(WS-Region-Count)
                   END-IF
               END-IF
           END-IF.

       STORE-LOAD-PARA.
           OPEN INPUT STOREMASTER
           IF ws-Store-Status = "00"
               MOVE 0 TO Store-Number
               START STOREMASTER KEY IS GREATER THAN OR EQUAL TO
                   Store-Number
                   INVALID KEY
                       SET STORE-EOF TO TRUE
               END-START
               PERFORM STORE-READ-PARA UNTIL STORE-EOF
               CLOSE STOREMASTER
           END-IF.

       STORE-READ-PARA.
           READ STOREMASTER NEXT RECORD
               AT END
                   SET STORE-EOF TO TRUE
           END-READ
           IF NOT STORE-EOF
               IF ws-Store-Status NOT = "00"
                   SET STORE-EOF TO TRUE
               ELSE
                   IF WS-Store-Count < WS-Max-Stores
                       ADD 1 TO WS-Store-Count
                       MOVE WS-Store-Count TO WS-Store-Sub
                       PERFORM STORE-CLEAR-PARA
                       MOVE Store-Number TO WS-St-Number(WS-Store-Sub)
                       MOVE Store-Name TO WS-St-Name(WS-Store-Sub)
                       MOVE Store-Region TO WS-St-Region(WS-Store-Sub)
                       PERFORM REGION-ADD-PARA
                   END-IF
               END-IF
           END-IF.

       STORE-CLEAR-PARA.
           MOVE "N" TO WS-St-Controlled(WS-Store-Sub)
           PERFORM VARYING WS-Job-Sub FROM 1 BY 1 UNTIL WS-Job-Sub > 4
               MOVE 0 TO WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub)
               MOVE 0 TO WS-SJ-Auth-Eff(WS-Store-Sub, WS-Job-Sub)
               MOVE 0 TO WS-SJ-Active(WS-Store-Sub, WS-Job-Sub)
               MOVE 0 TO WS-SJ-Paid(WS-Store-Sub, WS-Job-Sub)
               MOVE 0 TO WS-SJ-Vacant(WS-Store-Sub, WS-Job-Sub)
               MOVE 0 TO WS-SJ-Over(WS-Store-Sub, WS-Job-Sub)
               MOVE 0 TO WS-SJ-Since(WS-Store-Sub, WS-Job-Sub)
               MOVE "N" TO WS-SJ-Long(WS-Store-Sub, WS-Job-Sub)
           END-PERFORM.

      * A store naming a region the Region Master doesn't have still
      *    gets its own group on the report, under the bare code.
       REGION-ADD-PARA.
           MOVE "N" TO WS-Region-Found
           PERFORM VARYING WS-Region-Sub FROM 1 BY 1
                   UNTIL WS-Region-Sub > WS-Region-Count
               IF WS-Rg-Code(WS-Region-Sub) =
                       WS-St-Region(WS-Store-Sub)
                   MOVE "Y" TO WS-Region-Found
               END-IF
           END-PERFORM
           IF WS-Region-Found = "N" AND
                   WS-Region-Count < WS-Max-Regions
               ADD 1 TO WS-Region-Count
               MOVE WS-St-Region(WS-Store-Sub) TO
                   WS-Rg-Code(WS-Region-Count)
               MOVE "(NOT ON REGION MSTR)" TO
                   WS-Rg-Name(WS-Region-Count)
           END-IF.

      * A store number the Store Master doesn't carry gets its own
      *    line under an UNASSIGNED region, so the company totals
      *    still add up. WS-Store-Sub is 0 only when the table is full.
       STORE-FIND-PARA.
           MOVE 0 TO WS-Store-Sub
           PERFORM VARYING WS-Find-Sub FROM 1 BY 1
                   UNTIL WS-Find-Sub > WS-Store-Count
               IF WS-St-Number(WS-Find-Sub) = WS-Find-Store
                   MOVE WS-Find-Sub TO WS-Store-Sub
               END-IF
           END-PERFORM
           IF WS-Store-Sub = 0
               IF WS-Store-Count < WS-Max-Stores
                   ADD 1 TO WS-Store-Count
                   MOVE WS-Store-Count TO WS-Store-Sub
                   PERFORM STORE-CLEAR-PARA
                   MOVE WS-Find-Store TO WS-St-Number(WS-Store-Sub)
                   MOVE "(NOT ON STORE MSTR)" TO
                       WS-St-Name(WS-Store-Sub)
                   MOVE "UNASSIGNED" TO WS-St-Region(WS-Store-Sub)
                   PERFORM REGION-ADD-PARA
               ELSE
                   ADD 1 TO WS-Store-Dropped
               END-IF
           END-IF.

      * WS-Job-Sub for WS-Find-Job - 0 for a blank or unknown code.
       JOB-FIND-PARA.
           MOVE 0 TO WS-Job-Sub
           PERFORM VARYING WS-Find-Sub FROM 1 BY 1
                   UNTIL WS-Find-Sub > 4
               IF WS-Job-Code(WS-Find-Sub) = WS-Find-Job
                   MOVE WS-Find-Sub TO WS-Job-Sub
               END-IF
           END-PERFORM.

      * The row in force for each store and job code is the one with
      *    the latest effective date on or before the week ending.
       POSITION-LOAD-PARA.
           OPEN INPUT POSITIONFILE
           IF ws-Position-Status = "00"
               MOVE "Y" TO WS-Position-Flag
               PERFORM POSITION-READ-PARA UNTIL POSITION-EOF
               CLOSE POSITIONFILE
           END-IF.

       POSITION-READ-PARA.
           READ POSITIONFILE
               AT END
                   SET POSITION-EOF TO TRUE
               NOT AT END
                   IF Pos-Effective <= WS-Week-Ending AND
                           Pos-StoreNumber NOT = 0
                       MOVE Pos-JobCode TO WS-Find-Job
                       PERFORM JOB-FIND-PARA
                       IF WS-Job-Sub NOT = 0
                           MOVE Pos-StoreNumber TO WS-Find-Store
                           PERFORM STORE-FIND-PARA
                           IF WS-Store-Sub NOT = 0
                               PERFORM POSITION-APPLY-PARA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       POSITION-APPLY-PARA.
           MOVE "Y" TO WS-St-Controlled(WS-Store-Sub)
           IF Pos-Effective >= WS-SJ-Auth-Eff(WS-Store-Sub, WS-Job-Sub)
               MOVE Pos-Authorized TO
                   WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub)
               MOVE Pos-Effective TO
                   WS-SJ-Auth-Eff(WS-Store-Sub, WS-Job-Sub)
           END-IF.

      * Every vacancy open at the last run, with the week it was first
      *    found; the latest week on file decides whether this run
      *    may rewrite it.
       VACANCY-LOAD-PARA.
           OPEN INPUT VACANCYFILE
           IF ws-Vacancy-Status = "00"
               PERFORM VACANCY-READ-PARA UNTIL VACANCY-EOF
               CLOSE VACANCYFILE
           END-IF.

       VACANCY-READ-PARA.
           READ VACANCYFILE
               AT END
                   SET VACANCY-EOF TO TRUE
               NOT AT END
                   IF Vac-Last-Seen > WS-Vac-Latest
                       MOVE Vac-Last-Seen TO WS-Vac-Latest
                   END-IF
                   IF WS-Vac-Count < WS-Max-Vacancies
                       ADD 1 TO WS-Vac-Count
                       MOVE Vac-StoreNumber TO WS-Vr-Store(WS-Vac-Count)
                       MOVE Vac-JobCode TO WS-Vr-Job(WS-Vac-Count)
                       MOVE Vac-Since TO WS-Vr-Since(WS-Vac-Count)
                   ELSE
                       ADD 1 TO WS-Vac-Dropped
                   END-IF
           END-READ.

      * The master's headcount on the week ending - hired by then and
      *    not yet gone, by home store and home job code. Someone
      *    terminated after the week still held the position in it.
       ACTIVE-COUNT-PARA.
           MOVE 0 TO Emp-ID
           START EMPFILE KEY IS GREATER THAN OR EQUAL TO Emp-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM ACTIVE-READ-PARA UNTIL MASTER-EOF.

       ACTIVE-READ-PARA.
           READ EMPFILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               IF ws-Emp-Status NOT = "00"
                   SET MASTER-EOF TO TRUE
               ELSE
                   IF Emp-Hire-Date <= WS-Week-Ending AND
                           (NOT EMP-TERMINATED OR
                            Emp-Term-Date > WS-Week-Ending)
                       PERFORM ACTIVE-PLACE-PARA
                   END-IF
               END-IF
           END-IF.

       ACTIVE-PLACE-PARA.
           MOVE Emp-Home-JobCode TO WS-Find-Job
           PERFORM JOB-FIND-PARA
           EVALUATE TRUE
               WHEN Emp-Home-Store = 0
                   ADD 1 TO WS-No-Store-Count
               WHEN WS-Job-Sub = 0
                   ADD 1 TO WS-Bad-Job-Count
               WHEN OTHER
                   MOVE Emp-Home-Store TO WS-Find-Store
                   PERFORM STORE-FIND-PARA
                   IF WS-Store-Sub NOT = 0
                       ADD 1 TO WS-SJ-Active(WS-Store-Sub, WS-Job-Sub)
                   END-IF
           END-EVALUATE.

      * The pay history walks in employee/week order. A record whose
      *    period ended within its pay group's cycle before the week
      *    ending was paid for the period the week closes - weekly
      *    records within the week, bi-weekly within the fortnight,
      *    semi-monthly within the half month. Each person is counted
      *    once, at the store and job code of their latest such pay.
       PAID-COUNT-PARA.
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN PAY HISTORY FILE, "-
                       "STATUS: ", ws-PayHist-Status, " - PAID "-
                       "COUNTS NOT SHOWN ***"
           ELSE
               MOVE "Y" TO WS-History-Flag
               MOVE 0 TO PayH-EmpID
               MOVE 0 TO PayH-WeekEnding
               START PAYHISTFILE KEY IS GREATER THAN OR EQUAL TO
                       PayH-Key
                   INVALID KEY
                       SET HIST-EOF TO TRUE
               END-START
               PERFORM PAID-READ-PARA UNTIL HIST-EOF
               PERFORM PAID-PLACE-PARA
               CLOSE PAYHISTFILE
           END-IF.

       PAID-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               IF ws-PayHist-Status NOT = "00"
                   SET HIST-EOF TO TRUE
               ELSE
                   IF PayH-WeekEnding <= WS-Week-Ending
                       PERFORM PAID-WINDOW-PARA
                   END-IF
               END-IF
           END-IF.

       PAID-WINDOW-PARA.
           EVALUATE TRUE
               WHEN PAYH-BIWEEKLY
                   MOVE 13 TO WS-Window-Days
               WHEN PAYH-SEMIMONTHLY
                   MOVE 15 TO WS-Window-Days
               WHEN OTHER
                   MOVE 6 TO WS-Window-Days
           END-EVALUATE
           COMPUTE WS-Days-Apart = WS-Week-Serial -
               FUNCTION INTEGER-OF-DATE(PayH-WeekEnding)
           IF WS-Days-Apart <= WS-Window-Days
               IF PAY-PENDING AND PayH-EmpID NOT = WS-Pend-EmpID
                   PERFORM PAID-PLACE-PARA
               END-IF
               MOVE PayH-EmpID TO WS-Pend-EmpID
               MOVE PayH-StoreNumber TO WS-Pend-Store
               MOVE PayH-JobCode TO WS-Pend-Job
               MOVE "Y" TO WS-Pend-Flag
           END-IF.

      * Counts the pay record being held, if there is one.
       PAID-PLACE-PARA.
           IF PAY-PENDING
               MOVE WS-Pend-Job TO WS-Find-Job
               PERFORM JOB-FIND-PARA
               IF WS-Pend-Store = 0 OR WS-Job-Sub = 0
                   ADD 1 TO WS-Paid-Unplaced
               ELSE
                   MOVE WS-Pend-Store TO WS-Find-Store
                   PERFORM STORE-FIND-PARA
                   IF WS-Store-Sub NOT = 0
                       ADD 1 TO WS-SJ-Paid(WS-Store-Sub, WS-Job-Sub)
                   END-IF
               END-IF
               MOVE "N" TO WS-Pend-Flag
           END-IF.

      * One store and job code under position control - its vacancy
      *    or overfill, and for a vacancy the week it was first found
      *    open: carried from the tracking file, or this week if it
      *    wasn't open last time.
       CELL-PARA.
           IF WS-St-Controlled(WS-Store-Sub) = "Y"
               IF WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub) >
                       WS-SJ-Active(WS-Store-Sub, WS-Job-Sub)
                   COMPUTE WS-SJ-Vacant(WS-Store-Sub, WS-Job-Sub) =
                       WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub) -
                       WS-SJ-Active(WS-Store-Sub, WS-Job-Sub)
                   PERFORM CELL-SINCE-PARA
               END-IF
               IF WS-SJ-Active(WS-Store-Sub, WS-Job-Sub) >
                       WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub)
                   COMPUTE WS-SJ-Over(WS-Store-Sub, WS-Job-Sub) =
                       WS-SJ-Active(WS-Store-Sub, WS-Job-Sub) -
                       WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub)
               END-IF
           END-IF.

       CELL-SINCE-PARA.
           MOVE WS-Week-Ending TO WS-SJ-Since(WS-Store-Sub, WS-Job-Sub)
           PERFORM VARYING WS-Vac-Sub FROM 1 BY 1
                   UNTIL WS-Vac-Sub > WS-Vac-Count
               IF WS-Vr-Store(WS-Vac-Sub) = WS-St-Number(WS-Store-Sub)
                       AND WS-Vr-Job(WS-Vac-Sub) =
                       WS-Job-Code(WS-Job-Sub) AND
                       WS-Vr-Since(WS-Vac-Sub) < WS-Week-Ending
                   MOVE WS-Vr-Since(WS-Vac-Sub) TO
                       WS-SJ-Since(WS-Store-Sub, WS-Job-Sub)
               END-IF
           END-PERFORM
           COMPUTE WS-Days-Apart = WS-Week-Serial -
               FUNCTION INTEGER-OF-DATE
               (WS-SJ-Since(WS-Store-Sub, WS-Job-Sub))
           IF WS-Days-Apart > WS-Vacant-Days
               MOVE "Y" TO WS-SJ-Long(WS-Store-Sub, WS-Job-Sub)
           END-IF.

      * Region by region, each with its stores and a subtotal, then
      *    the company. A store with nothing authorized, nobody on
      *    the master and nobody paid is left off.
       REPORT-WRITE-PARA.
           OPEN OUTPUT PCRPTFILE
           MOVE ZEROS TO WS-Co-Counts
           MOVE WS-Week-Ending TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO WS-Week-Disp
           MOVE SPACES TO PcRptRec
           STRING "POSITION CONTROL - WEEK ENDING " DELIMITED BY SIZE
               WS-Week-Disp DELIMITED BY SIZE
               INTO PcRptRec
           WRITE PcRptRec
           MOVE WS-Run-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Vacant-Days TO WS-Days-Edited
           MOVE SPACES TO PcRptRec
           STRING "Run date: " DELIMITED BY SIZE
               WS-Date-Disp DELIMITED BY SIZE
               "   Long open after" DELIMITED BY SIZE
               WS-Days-Edited DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO PcRptRec
           WRITE PcRptRec AFTER ADVANCING 1
           MOVE WS-PC-Heading TO PcRptRec
           WRITE PcRptRec AFTER ADVANCING 2
           PERFORM VARYING WS-Region-Sub FROM 1 BY 1
                   UNTIL WS-Region-Sub > WS-Region-Count
               PERFORM REGION-RPT-PARA
           END-PERFORM
           MOVE WS-Co-Counts TO WS-Line-Counts
           MOVE "COMPANY TOTAL" TO PL-Label
           PERFORM PC-LINE-PARA
           WRITE PcRptRec AFTER ADVANCING 2
           PERFORM FOOTNOTE-PARA
           CLOSE PCRPTFILE.

       REGION-RPT-PARA.
           MOVE ZEROS TO WS-Reg-Counts
           MOVE 0 TO WS-Region-Stores
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               IF WS-St-Region(WS-Store-Sub) =
                       WS-Rg-Code(WS-Region-Sub)
                   PERFORM STORE-RPT-PARA
               END-IF
           END-PERFORM
           IF WS-Region-Stores > 0
               MOVE WS-Reg-Counts TO WS-Line-Counts
               MOVE SPACES TO PL-Label
               STRING "  REGION " DELIMITED BY SIZE
                   WS-Rg-Code(WS-Region-Sub) DELIMITED BY "  "
                   " TOTAL" DELIMITED BY SIZE
                   INTO PL-Label
               PERFORM PC-LINE-PARA
               WRITE PcRptRec AFTER ADVANCING 1
               ADD WS-Rg-Auth TO WS-Co-Auth
               ADD WS-Rg-Active TO WS-Co-Active
               ADD WS-Rg-Paid TO WS-Co-Paid
               ADD WS-Rg-Vacant TO WS-Co-Vacant
               ADD WS-Rg-Over TO WS-Co-Over
               ADD WS-Rg-Long TO WS-Co-Long
           END-IF.

      * The region's heading goes out ahead of its first store, the
      *    store's ahead of its first job code. A store not under
      *    position control gets one line and stays out of the totals.
       STORE-RPT-PARA.
           MOVE ZEROS TO WS-Line-Counts
           PERFORM VARYING WS-Job-Sub FROM 1 BY 1 UNTIL WS-Job-Sub > 4
               ADD WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub) TO WS-Ln-Auth
               ADD WS-SJ-Active(WS-Store-Sub, WS-Job-Sub) TO
                   WS-Ln-Active
               ADD WS-SJ-Paid(WS-Store-Sub, WS-Job-Sub) TO WS-Ln-Paid
           END-PERFORM
           IF WS-Ln-Auth > 0 OR WS-Ln-Active > 0 OR WS-Ln-Paid > 0
               IF WS-Region-Stores = 0
                   MOVE SPACES TO PcRptRec
                   STRING "REGION " DELIMITED BY SIZE
                       WS-Rg-Code(WS-Region-Sub) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Rg-Name(WS-Region-Sub) DELIMITED BY SIZE
                       INTO PcRptRec
                   WRITE PcRptRec AFTER ADVANCING 2
               END-IF
               ADD 1 TO WS-Region-Stores
               MOVE SPACES TO PcRptRec
               STRING WS-St-Number(WS-Store-Sub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-St-Name(WS-Store-Sub) DELIMITED BY SIZE
                   INTO PcRptRec
               IF WS-St-Controlled(WS-Store-Sub) = "Y"
                   WRITE PcRptRec AFTER ADVANCING 1
                   PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                           UNTIL WS-Job-Sub > 4
                       PERFORM JOB-RPT-PARA
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-Uncontrolled
                   MOVE PcRptRec(1:25) TO PL-Label
                   PERFORM PC-LINE-PARA
                   MOVE SPACES TO PcRptRec(26:6)
                   MOVE SPACES TO PcRptRec(46:40)
                   MOVE "NOT UNDER POSITION CONTROL" TO
                       PcRptRec(46:26)
                   WRITE PcRptRec AFTER ADVANCING 1
               END-IF
           END-IF.

       JOB-RPT-PARA.
           IF WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub) > 0 OR
                   WS-SJ-Active(WS-Store-Sub, WS-Job-Sub) > 0 OR
                   WS-SJ-Paid(WS-Store-Sub, WS-Job-Sub) > 0
               MOVE WS-SJ-Auth(WS-Store-Sub, WS-Job-Sub) TO WS-Ln-Auth
               MOVE WS-SJ-Active(WS-Store-Sub, WS-Job-Sub) TO
                   WS-Ln-Active
               MOVE WS-SJ-Paid(WS-Store-Sub, WS-Job-Sub) TO WS-Ln-Paid
               MOVE WS-SJ-Vacant(WS-Store-Sub, WS-Job-Sub) TO
                   WS-Ln-Vacant
               MOVE WS-SJ-Over(WS-Store-Sub, WS-Job-Sub) TO WS-Ln-Over
               MOVE 0 TO WS-Ln-Long
               IF WS-SJ-Long(WS-Store-Sub, WS-Job-Sub) = "Y"
                   MOVE 1 TO WS-Ln-Long
               END-IF
               ADD WS-Ln-Auth TO WS-Rg-Auth
               ADD WS-Ln-Active TO WS-Rg-Active
               ADD WS-Ln-Paid TO WS-Rg-Paid
               ADD WS-Ln-Vacant TO WS-Rg-Vacant
               ADD WS-Ln-Over TO WS-Rg-Over
               ADD WS-Ln-Long TO WS-Rg-Long
               MOVE SPACES TO PL-Label
               STRING "    JOB CODE " DELIMITED BY SIZE
                   WS-Job-Code(WS-Job-Sub) DELIMITED BY SIZE
                   INTO PL-Label
               PERFORM PC-LINE-PARA
               IF WS-Ln-Vacant > 0
                   MOVE WS-SJ-Since(WS-Store-Sub, WS-Job-Sub) TO
                       WS-Date-Work
                   PERFORM DATE-DISP-PARA
                   MOVE WS-Date-Disp TO PL-Since
                   IF WS-Ln-Long > 0
                       MOVE "LONG OPEN" TO PL-Long
                   END-IF
               END-IF
               MOVE WS-PC-Line TO PcRptRec
               WRITE PcRptRec AFTER ADVANCING 1
           END-IF.

      * Fills the print line from WS-Line-Counts; the since date and
      *    long-open mark are the caller's to fill.
       PC-LINE-PARA.
           MOVE WS-Ln-Auth TO PL-Auth
           MOVE WS-Ln-Active TO PL-Active
           MOVE WS-Ln-Paid TO PL-Paid
           MOVE WS-Ln-Vacant TO PL-Vacant
           MOVE WS-Ln-Over TO PL-Over
           COMPUTE WS-Variance = WS-Ln-Paid - WS-Ln-Auth
           MOVE WS-Variance TO PL-Variance
           MOVE SPACES TO PL-Since
           MOVE SPACES TO PL-Long
           MOVE WS-PC-Line TO PcRptRec.

       FOOTNOTE-PARA.
           MOVE "AUTH = position master row in force on the week "-
                "ending; VACANT = AUTH over ACTIVE." TO PcRptRec
           WRITE PcRptRec AFTER ADVANCING 2
           MOVE "ACTIVE = Employee Master by home store and job code"-
                "; PAID = paid in the period." TO PcRptRec
           WRITE PcRptRec AFTER ADVANCING 1
           MOVE "Totals cover stores under position control only." TO
                PcRptRec
           WRITE PcRptRec AFTER ADVANCING 1
           IF NOT POSITIONS-READ
               MOVE "*** NO POSITION MASTER ON HAND - NO STORE IS "-
                    "UNDER POSITION CONTROL ***" TO PcRptRec
               WRITE PcRptRec AFTER ADVANCING 2
           END-IF
           IF NOT HISTORY-READ
               MOVE "*** NO PAY HISTORY ON HAND - PAID COUNTS NOT "-
                    "SHOWN ***" TO PcRptRec
               WRITE PcRptRec AFTER ADVANCING 2
           END-IF
           IF WS-Uncontrolled > 0
               MOVE SPACES TO PcRptRec
               MOVE WS-Uncontrolled TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " STORE(S) NOT UNDER POSITION CONTROL ***"
                   DELIMITED BY SIZE
                   INTO PcRptRec
               WRITE PcRptRec AFTER ADVANCING 2
           END-IF
           IF WS-No-Store-Count > 0
               MOVE SPACES TO PcRptRec
               MOVE WS-No-Store-Count TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " ACTIVE WITH NO HOME STORE - LEFT OUT ***"
                   DELIMITED BY SIZE
                   INTO PcRptRec
               WRITE PcRptRec AFTER ADVANCING 2
           END-IF
           IF WS-Bad-Job-Count > 0
               MOVE SPACES TO PcRptRec
               MOVE WS-Bad-Job-Count TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " ACTIVE WITH A BLANK OR UNKNOWN JOB CODE - LEFT "-
                   "OUT ***" DELIMITED BY SIZE
                   INTO PcRptRec
               WRITE PcRptRec AFTER ADVANCING 2
           END-IF
           IF WS-Paid-Unplaced > 0
               MOVE SPACES TO PcRptRec
               MOVE WS-Paid-Unplaced TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " PAID WITH NO STORE OR AN UNKNOWN JOB CODE - LEFT "-
                   "OUT ***" DELIMITED BY SIZE
                   INTO PcRptRec
               WRITE PcRptRec AFTER ADVANCING 2
           END-IF
           IF WS-Store-Dropped > 0
               MOVE SPACES TO PcRptRec
               MOVE WS-Store-Dropped TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " COUNTS LEFT OUT - STORE TABLE FULL ***"
                   DELIMITED BY SIZE
                   INTO PcRptRec
               WRITE PcRptRec AFTER ADVANCING 2
           END-IF.

      * Brings the tracking file up to the week - every vacancy open
      *    now, with the week it was first found. An older week's run
      *    leaves it alone, and so does a short table.
       VACANCY-SAVE-PARA.
           IF WS-Vac-Dropped > 0
               DISPLAY "*** VACANCY FILE HOLDS MORE ROWS THAN FIT - "-
                       "NOT UPDATED ***"
           ELSE
               IF WS-Week-Ending < WS-Vac-Latest
                   MOVE WS-Vac-Latest TO WS-Date-Work
                   PERFORM DATE-DISP-PARA
                   DISPLAY "Vacancy dates not updated - they are "-
                           "already tracked to ", WS-Date-Disp, "."
               ELSE
                   MOVE 0 TO WS-Vac-Saved
                   OPEN OUTPUT VACANCYFILE
                   PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                           UNTIL WS-Store-Sub > WS-Store-Count
                       PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                               UNTIL WS-Job-Sub > 4
                           PERFORM VACANCY-WRITE-PARA
                       END-PERFORM
                   END-PERFORM
                   CLOSE VACANCYFILE
               END-IF
           END-IF.

       VACANCY-WRITE-PARA.
           IF WS-SJ-Vacant(WS-Store-Sub, WS-Job-Sub) > 0
               MOVE WS-St-Number(WS-Store-Sub) TO Vac-StoreNumber
               MOVE WS-Job-Code(WS-Job-Sub) TO Vac-JobCode
               MOVE WS-SJ-Since(WS-Store-Sub, WS-Job-Sub) TO Vac-Since
               MOVE WS-Week-Ending TO Vac-Last-Seen
               WRITE VacancyRec
               ADD 1 TO WS-Vac-Saved
           END-IF.

       DATE-DISP-PARA.
           MOVE SPACES TO WS-Date-Disp
           STRING WS-Date-Year DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Date-Month DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Date-Day DELIMITED BY SIZE
               INTO WS-Date-Disp.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "STOREMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "REGIONMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
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
               IF NOT UNATTENDED-RUN
                   DISPLAY " "
                   DISPLAY "Press Enter to exit..."
                   Accept ws-pressKeyToEnd
               END-IF.
               STOP RUN.

       end program PositionControl.
