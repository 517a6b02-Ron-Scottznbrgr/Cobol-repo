      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Month-end salary accrual.                                      *
      * Our weeks end on Thursday, so a month that ends mid-week       *
      *    leaves the days already worked in it off that month's      *
      *    books until the week posts in the new month - finance was  *
      *    estimating the accrual by hand. This program works it      *
      *    out from the pay calendar's Cal-Month boundaries: the      *
      *    last week booked to the month, the open week after it,     *
      *    and the days of the open week that fall in the old month.  *
      *    Each store/job code cell's expected weekly salary - from   *
      *    the last posted week's totals or from the budget master -  *
      *    is prorated by those days and cut as an accrual journal    *
      *    (AccrualJournal.csv) off the GL account map: expense       *
      *    debited, accrued salary (liability A) credited. The        *
      *    accrued cells are kept on Assignment#6_SalaryAccruals.dat  *
      *    and the weekly run posts the matching reversal with the    *
      *    first week of the new month. Once that week has posted,    *
      *    the accrual-against-actual report compares each cell with  *
      *    what the week really paid for the same days.               *
      *                                                               *
      *MODIFICATION HISTORY:                                          *
      *  OCTOBER 15 2026 - Pay-history layout picks up the            *
      *    garnishment, savings-plan and extra-withholding split of   *
      *    the elections.                                             *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - The pay-history record picks up the pay    *
      *    group it was paid in. Posted-week register entries carry   *
      *    their pay group - only weekly-group entries count as       *
      *    posted weeks here.                                         *
      ******************************************************************
       identification division.
       program-id. MonthEndAccrual.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The 52-week pay calendar - its month assignment is where a
      *    month's weeks stop, not month arithmetic.
           SELECT CALFILE ASSIGN
           "DataFiles\Assignment#6_PayCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Cal-Status.

      * Last posted week's store/job-code totals, as the weekly run
      *    leaves them.
           SELECT SNAPSHOTFILE ASSIGN
           "DataFiles\Assignment#6_LastWeekTotals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Snapshot-Status.

      * Weekly budget by store and job code, the other basis.
           SELECT BUDGETFILE ASSIGN
           "DataFiles\Assignment#6_BudgetMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Budget-Status.

      * The GL account map GLMapMaint maintains.
           SELECT GLMAPFILE ASSIGN
           "DataFiles\Assignment#6_GLAccountMap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-GLMap-Status.

      * Posted week-ending dates - tells whether the open week has
      *    posted yet.
           SELECT POSTEDFILE ASSIGN
           "DataFiles\Assignment#6_PostedWeeks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Posted-Status.

      * Per-employee pay history - the open week's actual salary.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * The accrued cells, read back by the weekly run for the
      *    reversal and by this program for the actual comparison.
           SELECT SALACCRFILE ASSIGN
           "DataFiles\Assignment#6_SalaryAccruals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SalAccr-Status.

      * The month's accrual journal, in the payroll journal's own
      *    WEEKENDING,STORE,ACCOUNT,COSTCENTRE,DEBIT,CREDIT,LINE
      *    shape, dated the month end.
           SELECT ACCRJRNLFILE ASSIGN
           "DataFiles\AccrualJournal.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-AccrJrnl-Status.

           SELECT ACCRRPTFILE ASSIGN
           "DataFiles\MonthEndAccrual.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-AccrRpt-Status.

           SELECT ACTUALRPTFILE ASSIGN
           "DataFiles\AccrualVsActual.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ActualRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CALFILE.
       01 CalRec.
           03  Cal-Week-Number     PIC 99.
           03  Cal-WeekEnding      PIC 9(8).
           03  Cal-Month           PIC 99.
           03  Cal-Quarter         PIC 9.

      * Same layout the weekly run's SNAPSHOT-WRITE-PARA writes.
       FD SNAPSHOTFILE.
       01 SnapshotRec.
           03  Snap-WeekEnding   PIC 9(8).
           03  Snap-StoreCount   PIC 9(3).
           03  Snap-Table-Data   PIC X(8000).

       FD BUDGETFILE.
       01 BudgetRec.
           03  Bud-StoreNumber     PIC 9(4).
           03  Bud-JobCode         PIC A.
           03  Bud-Amount          PIC 9(7)V99.

       FD GLMAPFILE.
       01 GLMapRec.
           03  Map-Kind            PIC X.
           03  Map-Store           PIC 9(4).
           03  Map-Code            PIC X.
           03  Map-Account         PIC X(10).
           03  Map-CostCentre      PIC X(6).
           03  Map-Desc            PIC X(30).

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

      * Same record layout the weekly run writes.
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
      * The recognition bonus paid as earnings and the gift's
      *    taxable value that week - signed, since a later void or
      *    correction comes back through a following week's pay.
           03  PayH-Bonus            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           03  PayH-Taxable-Ben      PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
      * The week's elections split by kind - garnishment, savings
      *    plan and extra withholding - so the year-end slips can box
      *    each one. What's left of PayH-Other is everything else.
           03  PayH-Garnish          PIC 9(6)V99.
           03  PayH-Savings          PIC 9(6)V99.
           03  PayH-Extra-WH         PIC 9(6)V99.
      * The pay group the record was paid in - a space on a record
      *    posted before pay groups is a weekly one.
           03  PayH-Pay-Group        PIC X.

      * One row per accrued store/job-code cell. Acr-Reverse-Week is
      *    the week whose journal carries the reversal - the open
      *    week itself, unless it had already posted when the
      *    accrual was cut. The accounts ride on the row so the
      *    reversal undoes exactly what was accrued.
       FD SALACCRFILE.
       01 SalAccrRec.
           03  Acr-MonthEnd        PIC 9(8).
           03  Acr-Open-Week       PIC 9(8).
           03  Acr-Reverse-Week    PIC 9(8).
           03  Acr-Store           PIC 9(4).
           03  Acr-JobCode         PIC X.
           03  Acr-Basis           PIC X.
           03  Acr-Days            PIC 9.
           03  Acr-Weekly          PIC 9(7)V99.
           03  Acr-Amount          PIC 9(7)V99.
           03  Acr-Account         PIC X(10).
           03  Acr-CostCentre      PIC X(6).
           03  Acr-Liab-Account    PIC X(10).
           03  Acr-Liab-CostCentre PIC X(6).

       FD ACCRJRNLFILE.
       01 AccrJrnlRec              PIC X(60).

       FD ACCRRPTFILE.
       01 AccrRptRec               PIC X(80).

       FD ACTUALRPTFILE.
       01 ActualRptRec             PIC X(80).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "MonthEndAccrual".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Cal-Status        PIC XX value "00".
       01 ws-Snapshot-Status   PIC XX value "00".
       01 ws-Budget-Status     PIC XX value "00".
       01 ws-GLMap-Status      PIC XX value "00".
       01 ws-Posted-Status     PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-SalAccr-Status    PIC XX value "00".
       01 ws-AccrJrnl-Status   PIC XX value "00".
       01 ws-AccrRpt-Status    PIC XX value "00".
       01 ws-ActualRpt-Status  PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 3.
       01 WS-Cut-Answer        PIC X(3) value SPACES.
           88 CUT-APPROVED     value "YES" "yes".

      * The month being accrued and its last calendar day.
       01 WS-Month-End.
           03 WS-ME-Year       PIC 9(4) value 0.
           03 WS-ME-Month      PIC 99 value 0.
           03 WS-ME-Day        PIC 99 value 0.
       01 WS-Month-End-Num REDEFINES WS-Month-End PIC 9(8).
       01 WS-Month-Start       PIC 9(8) value 0.
       01 WS-Month-Day-Values  PIC X(24)
                               value "312831303130313130313031".
       01 WS-Month-Day-Tbl REDEFINES WS-Month-Day-Values.
           03 WS-Month-Days    PIC 99 OCCURS 12 TIMES.
       01 WS-Leap-Quot         PIC 9(4) value 0.
       01 WS-Leap-Rem4         PIC 9(3) value 0.
       01 WS-Leap-Rem100       PIC 9(3) value 0.
       01 WS-Leap-Rem400       PIC 9(3) value 0.
      * Rows from older month ends than this fall off the accrual
      *    file when a new month is cut.
       01 WS-Keep-From.
           03 WS-Keep-Year     PIC 9(4) value 0.
           03 WS-Keep-Month    PIC 99 value 0.

      * The calendar, and where the month's weeks stop on it.
       01 WS-Cal-EOF-Flag      PIC 9 value 0.
           88 CAL-EOF          value 1.
       01 WS-Max-Cal-Weeks     PIC 99 value 53.
       01 WS-Cal-Count         PIC 99 value 0.
       01 WS-Cal-Table.
           03 WS-Cal-Entry OCCURS 53 TIMES.
               05 WS-Cal-WeekEnding    PIC 9(8) value 0.
               05 WS-Cal-Month         PIC 99 value 0.
       01 WS-Cal-Sub           PIC 99 value 0.
       01 WS-Boundary-Flag     PIC X value "N".
           88 BOUNDARY-FOUND   value "Y".
       01 WS-Last-Week         PIC 9(8) value 0.
       01 WS-Open-Week         PIC 9(8) value 0.
       01 WS-Reverse-Week      PIC 9(8) value 0.
       01 WS-Accr-Days         PIC 9 value 0.
       01 WS-ME-Serial         PIC 9(7) value 0.
       01 WS-Start-Serial      PIC 9(7) value 0.
       01 WS-Week-Serial       PIC 9(7) value 0.
       01 WS-Days-Diff         PIC S9(7) value 0.
       01 WS-Step-Count        PIC 9 value 0.

       01 WS-Posted-EOF-Flag   PIC 9 value 0.
           88 POSTED-EOF       value 1.
       01 WS-Posted-Flag       PIC X value "N".
           88 WEEK-POSTED      value "Y".
       01 WS-Posted-Check-Week PIC 9(8) value 0.

      * Where the expected weekly salary comes from.
       01 WS-Basis             PIC X value space.
           88 BASIS-LAST-WEEK  value "L".
           88 BASIS-BUDGET     value "B".
       01 WS-Snapshot-Flag     PIC X value "N".
           88 SNAPSHOT-LOADED  value "Y".
       01 WS-Prev-Week         PIC 9(8) value 0.
       01 WS-Prev-Count        PIC 9(3) value 0.
       01 WS-Prev-Table.
           03 WS-Prev-Entry OCCURS 200 TIMES.
               05 WS-Prev-Store        PIC 9(4) value 0.
               05 WS-Prev-Total OCCURS 4 TIMES PIC 9999999V99
                                                value 0.
       01 WS-Prev-Sub          PIC 999 value 0.
       01 WS-Job-Sub           PIC 9 value 0.
       01 WS-JobCode-Names.
           03 FILLER PIC X VALUE "M".
           03 FILLER PIC X VALUE "S".
           03 FILLER PIC X VALUE "A".
           03 FILLER PIC X VALUE "C".
       01 WS-JobCode-Name-Tbl REDEFINES WS-JobCode-Names.
           03 WS-JobCode-Name OCCURS 4 TIMES PIC X.
       01 WS-Budget-EOF-Flag   PIC 9 value 0.
           88 BUDGET-EOF       value 1.

      * The account map, as the weekly run holds it.
       01 WS-GLMap-EOF-Flag    PIC 9 value 0.
           88 GLMAP-EOF        value 1.
       01 WS-GLMap-Avail-Flag  PIC X value "N".
           88 GLMAP-AVAILABLE  value "Y".
       01 WS-Max-GLMaps        PIC 9(4) value 1000.
       01 WS-GLMap-Count       PIC 9(4) value 0.
       01 WS-GLMap-Dropped     PIC 9(4) value 0.
       01 WS-GLMap-Table.
           03 WS-GLMap-Entry OCCURS 1000 TIMES.
               05 WS-Map-Kind          PIC X value space.
               05 WS-Map-Store         PIC 9(4) value 0.
               05 WS-Map-Code          PIC X value space.
               05 WS-Map-Account       PIC X(10) value spaces.
               05 WS-Map-CostCentre    PIC X(6) value spaces.
       01 WS-GLMap-Sub         PIC 9(4) value 0.
       01 WS-GLMap-Found-Sub   PIC 9(4) value 0.
       01 WS-Find-Kind         PIC X value space.
       01 WS-Find-Store        PIC 9(4) value 0.
       01 WS-Find-Code         PIC X value space.

      * The month's cells, kept in store order so each store's
      *    lines sit together on the journal and the reversal.
       01 WS-Max-Cells         PIC 999 value 800.
       01 WS-Cell-Count        PIC 999 value 0.
       01 WS-Cell-Dropped      PIC 999 value 0.
       01 WS-Cell-Table.
           03 WS-Cell-Entry OCCURS 800 TIMES.
               05 WS-Cell-Store        PIC 9(4) value 0.
               05 WS-Cell-Job          PIC X value space.
               05 WS-Cell-Weekly       PIC 9(7)V99 value 0.
               05 WS-Cell-Amount       PIC 9(7)V99 value 0.
               05 WS-Cell-Account      PIC X(10) value spaces.
               05 WS-Cell-CostCentre   PIC X(6) value spaces.
               05 WS-Cell-Liab-Account PIC X(10) value spaces.
               05 WS-Cell-Liab-CostCentre PIC X(6) value spaces.
               05 WS-Cell-Actual       PIC 9(7)V99 value 0.
       01 WS-Cell-Sub          PIC 999 value 0.
       01 WS-Cell-Find-Sub     PIC 999 value 0.
       01 WS-Cell-Ins-Sub      PIC 999 value 0.
       01 WS-Work-Store        PIC 9(4) value 0.
       01 WS-Work-Job          PIC X value space.
       01 WS-Work-Weekly       PIC 9(7)V99 value 0.
       01 WS-Unmapped-Count    PIC 999 value 0.
       01 WS-Unaccrued-Count   PIC 999 value 0.

      * The accrual file held in memory for its rewrite - the
      *    month being cut replaces its own rows, anything older
      *    than the two month ends before it is let go.
       01 WS-Max-Regs          PIC 9(4) value 2400.
       01 WS-Reg-Count         PIC 9(4) value 0.
       01 WS-Reg-Dropped       PIC 9(4) value 0.
       01 WS-Reg-Table.
           03 WS-Reg-Row OCCURS 2400 TIMES PIC X(81).
       01 WS-Reg-Sub           PIC 9(4) value 0.
       01 WS-SalAccr-EOF-Flag  PIC 9 value 0.
           88 SALACCR-EOF      value 1.
       01 WS-PayHist-EOF-Flag  PIC 9 value 0.
           88 PAYHIST-EOF      value 1.

      * Journal and report workings.
       01 WS-Rpt-Store         PIC 9(4) value 0.
       01 WS-Rpt-Liab-Account  PIC X(10) value spaces.
       01 WS-Rpt-Liab-CostCentre PIC X(6) value spaces.
       01 WS-Store-Accrued     PIC 9(9)V99 value 0.
       01 WS-Total-Accrued     PIC 9(9)V99 value 0.
       01 WS-Total-Weekly      PIC 9(9)V99 value 0.
       01 WS-Total-Actual      PIC 9(9)V99 value 0.
       01 WS-Total-Prorated    PIC 9(9)V99 value 0.
       01 WS-Prorated          PIC 9(7)V99 value 0.
       01 WS-Variance          PIC S9(7)V99 value 0.
       01 WS-Total-Variance    PIC S9(9)V99 value 0.
       01 WS-Jrnl-Count        PIC 9(4) value 0.
       01 WS-Jrnl-Store        PIC 9(4) value 0.
       01 WS-Jrnl-Side         PIC X value space.
       01 WS-Jrnl-Amount       PIC 9(9)V99 value 0.
       01 WS-Jrnl-Account      PIC X(10) value spaces.
       01 WS-Jrnl-CostCentre   PIC X(6) value spaces.
       01 WS-Jrnl-Line-Code    PIC XX value spaces.
       01 Jrnl-Store-Edit      PIC 9(4).
       01 Jrnl-Debit-Edit      PIC 9(7).99.
       01 Jrnl-Credit-Edit     PIC 9(7).99.
       01 WS-Amount-Edited     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Variance-Edited   PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-Accrual-Line.
           03  AR-Store            PIC Z(3)9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  AR-Job              PIC X.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  AR-Weekly           PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  AR-Amount           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  AR-Account          PIC X(10).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  AR-CostCentre       PIC X(6).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  AR-Note             PIC X(16).

       01 WS-Actual-Line.
           03  VA-Store            PIC Z(3)9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  VA-Job              PIC X.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  VA-Accrued          PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  VA-Week-Actual      PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  VA-Prorated         PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  VA-Variance         PIC -Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  VA-Note             PIC X(12).

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM CAL-LOAD-PARA.
           PERFORM MENU-PARA UNTIL DONE-WITH-MENU.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program accrues the salary of a"
           display "week that straddles a month end."
           display " "
           display "The days of the open week that fall in the old"
           display "month are accrued by store and job code to the"
           display "GL, and reversed with the first week of the new"
           display "month. Once that week posts, the accrual can be"
           display "reported against what was actually paid."
           DISPLAY "---------------------------------------------------"
           display " ".

      * The calendar is needed by both options, so it is read once.
       CAL-LOAD-PARA.
           OPEN INPUT CALFILE
           IF ws-Cal-Status = "00"
               PERFORM CAL-READ-PARA UNTIL CAL-EOF
               CLOSE CALFILE
           END-IF
           IF WS-Cal-Count = 0
               DISPLAY "*** NO PAY CALENDAR ON FILE - NO MONTH "-
                       "END CAN BE ACCRUED ***"
           END-IF.

       CAL-READ-PARA.
           READ CALFILE
               AT END
                   SET CAL-EOF TO TRUE
               NOT AT END
                   IF WS-Cal-Count < WS-Max-Cal-Weeks
                       ADD 1 TO WS-Cal-Count
                       MOVE Cal-WeekEnding TO
                           WS-Cal-WeekEnding(WS-Cal-Count)
                       MOVE Cal-Month TO WS-Cal-Month(WS-Cal-Count)
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Cut a month-end salary accrual"
           display "2 - Report an accrual against actual"
           display "3 - Exit"
           DISPLAY "Enter a selection (1-3): " WITH NO ADVANCING
           ACCEPT ws-Menu-Choice

           EVALUATE ws-Menu-Choice
               WHEN 1
                   PERFORM CUT-PARA
               WHEN 2
                   PERFORM ACTUAL-PARA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

      * Asks which month is being accrued and works out its last
      *    calendar day - February runs to the 29th in a leap year.
       GET-MONTH-PARA.
           DISPLAY "Enter the year of the month end (YYYY): "
           WITH NO ADVANCING
           ACCEPT WS-ME-Year
           IF WS-ME-Year < 2000 OR WS-ME-Year > 2099
               DISPLAY "Error with provided year. Please try again."
               PERFORM GET-MONTH-PARA
           ELSE
               DISPLAY "Enter the month being closed (01-12): "
               WITH NO ADVANCING
               ACCEPT WS-ME-Month
               IF WS-ME-Month < 1 OR WS-ME-Month > 12
                   DISPLAY "Error with provided month. Please "-
                           "try again."
                   PERFORM GET-MONTH-PARA
               ELSE
                   MOVE WS-Month-Days(WS-ME-Month) TO WS-ME-Day
                   IF WS-ME-Month = 2
                       DIVIDE WS-ME-Year BY 4 GIVING WS-Leap-Quot
                           REMAINDER WS-Leap-Rem4
                       DIVIDE WS-ME-Year BY 100 GIVING WS-Leap-Quot
                           REMAINDER WS-Leap-Rem100
                       DIVIDE WS-ME-Year BY 400 GIVING WS-Leap-Quot
                           REMAINDER WS-Leap-Rem400
                       IF WS-Leap-Rem400 = 0 OR
                               (WS-Leap-Rem4 = 0 AND
                               WS-Leap-Rem100 NOT = 0)
                           MOVE 29 TO WS-ME-Day
                       END-IF
                   END-IF
                   COMPUTE WS-Month-Start =
                       (WS-ME-Year * 10000) + (WS-ME-Month * 100) + 1
               END-IF
           END-IF.

      * The month's boundary on the calendar - its last week is the
      *    latest week the calendar books to this month, found among
      *    the weeks ending from the 1st to six days past the month
      *    end (a calendar may book the straddling week to the old
      *    month, and then there is nothing to accrue). The open
      *    week is the calendar week after it, and the days to
      *    accrue are the ones between its start and the month end.
       BOUNDARY-PARA.
           MOVE "N" TO WS-Boundary-Flag
           MOVE 0 TO WS-Last-Week
           MOVE 0 TO WS-Open-Week
           MOVE 0 TO WS-Accr-Days
           COMPUTE WS-ME-Serial =
               FUNCTION INTEGER-OF-DATE(WS-Month-End-Num)
           COMPUTE WS-Start-Serial =
               FUNCTION INTEGER-OF-DATE(WS-Month-Start)
           PERFORM VARYING WS-Cal-Sub FROM 1 BY 1
                   UNTIL WS-Cal-Sub > WS-Cal-Count
               IF WS-Cal-Month(WS-Cal-Sub) = WS-ME-Month AND
                       WS-Cal-WeekEnding(WS-Cal-Sub) > WS-Last-Week
                   COMPUTE WS-Week-Serial = FUNCTION
                       INTEGER-OF-DATE(WS-Cal-WeekEnding(WS-Cal-Sub))
                   IF WS-Week-Serial >= WS-Start-Serial AND
                           WS-Week-Serial <= WS-ME-Serial + 6
                       MOVE WS-Cal-WeekEnding(WS-Cal-Sub) TO
                           WS-Last-Week
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Last-Week = 0
               DISPLAY "*** THE PAY CALENDAR BOOKS NO WEEK TO ",
                       WS-ME-Year, "/", WS-ME-Month, " ***"
           ELSE
               COMPUTE WS-Week-Serial =
                   FUNCTION INTEGER-OF-DATE(WS-Last-Week)
               COMPUTE WS-Days-Diff = WS-ME-Serial - WS-Week-Serial
               EVALUATE TRUE
                   WHEN WS-Days-Diff <= 0
                       DISPLAY "The calendar's last week of the month "-
                               "ends ", WS-Last-Week, " - nothing is "-
                               "left to accrue."
                   WHEN WS-Days-Diff > 6
                       DISPLAY "*** THE CALENDAR'S LAST WEEK OF THE "-
                               "MONTH ENDS ", WS-Last-Week, ", MORE "-
                               "THAN A WEEK BEFORE THE MONTH END - "-
                               "CHECK THE CALENDAR ***"
                   WHEN OTHER
                       MOVE WS-Days-Diff TO WS-Accr-Days
                       PERFORM VARYING WS-Cal-Sub FROM 1 BY 1
                               UNTIL WS-Cal-Sub > WS-Cal-Count
                           IF WS-Cal-WeekEnding(WS-Cal-Sub) >
                                   WS-Last-Week AND
                                   (WS-Open-Week = 0 OR
                                   WS-Cal-WeekEnding(WS-Cal-Sub) <
                                   WS-Open-Week)
                               MOVE WS-Cal-WeekEnding(WS-Cal-Sub) TO
                                   WS-Open-Week
                           END-IF
                       END-PERFORM
      * The year's last month runs past the calendar - the open
      *    week is simply a week on.
                       IF WS-Open-Week = 0
                           COMPUTE WS-Open-Week = FUNCTION
                               DATE-OF-INTEGER(WS-Week-Serial + 7)
                       END-IF
                       SET BOUNDARY-FOUND TO TRUE
                       DISPLAY "Last week booked to the month: ",
                               WS-Last-Week
                       DISPLAY "Open week ending             : ",
                               WS-Open-Week
                       DISPLAY "Days of it in the old month  : ",
                               WS-Accr-Days, " of 7"
               END-EVALUATE
           END-IF.

      * The reversal rides on the open week's journal - unless that
      *    week has already posted, in which case it rides on the
      *    first week after it that hasn't.
       REVERSE-WEEK-PARA.
           MOVE WS-Open-Week TO WS-Reverse-Week
           MOVE WS-Open-Week TO WS-Posted-Check-Week
           PERFORM POSTED-CHECK-PARA
           MOVE 0 TO WS-Step-Count
           PERFORM UNTIL NOT WEEK-POSTED OR WS-Step-Count > 4
               COMPUTE WS-Week-Serial =
                   FUNCTION INTEGER-OF-DATE(WS-Reverse-Week) + 7
               COMPUTE WS-Reverse-Week =
                   FUNCTION DATE-OF-INTEGER(WS-Week-Serial)
               MOVE WS-Reverse-Week TO WS-Posted-Check-Week
               PERFORM POSTED-CHECK-PARA
               ADD 1 TO WS-Step-Count
           END-PERFORM.

      * Sets WEEK-POSTED when WS-Posted-Check-Week is on the posted-
      *    weeks file as a regular week.
       POSTED-CHECK-PARA.
           MOVE "N" TO WS-Posted-Flag
           MOVE 0 TO WS-Posted-EOF-Flag
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
                   IF Posted-WeekEnding = WS-Posted-Check-Week AND
                           NOT POSTED-OFF-CYCLE AND POSTED-WEEKLY-GROUP
                       MOVE "Y" TO WS-Posted-Flag
                   END-IF
           END-READ.

      ******************************************************************
      * Option 1 - cut the accrual.                                    *
      ******************************************************************
       CUT-PARA.
           IF WS-Cal-Count = 0
               DISPLAY "No pay calendar - nothing can be accrued."
           ELSE
               PERFORM GET-MONTH-PARA
               PERFORM BOUNDARY-PARA
               IF BOUNDARY-FOUND
                   PERFORM GET-BASIS-PARA
                   PERFORM CELL-LOAD-PARA
                   IF WS-Cell-Count = 0
                       DISPLAY "No expected salary to accrue from - "-
                               "nothing was cut."
                   ELSE
                       PERFORM CUT-WORK-PARA
                   END-IF
               END-IF
           END-IF.

      * Last posted week by default. Without a snapshot on file the
      *    budget master is the only basis there is.
       GET-BASIS-PARA.
           MOVE "N" TO WS-Snapshot-Flag
           OPEN INPUT SNAPSHOTFILE
           IF ws-Snapshot-Status = "00"
               READ SNAPSHOTFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Snap-WeekEnding TO WS-Prev-Week
                       MOVE Snap-StoreCount TO WS-Prev-Count
                       MOVE Snap-Table-Data TO WS-Prev-Table
                       MOVE "Y" TO WS-Snapshot-Flag
               END-READ
               CLOSE SNAPSHOTFILE
           END-IF
           IF SNAPSHOT-LOADED
               DISPLAY "Basis - L = last posted week (", WS-Prev-Week,
                       "), B = budget master: " WITH NO ADVANCING
               ACCEPT WS-Basis
               IF NOT BASIS-BUDGET
                   MOVE "L" TO WS-Basis
               END-IF
           ELSE
               DISPLAY "No last-week totals on file - the budget "-
                       "master is the basis."
               MOVE "B" TO WS-Basis
           END-IF.

      * The cells to accrue, with each one's expected week of salary
      *    and its share for the days in the old month.
       CELL-LOAD-PARA.
           MOVE 0 TO WS-Cell-Count
           MOVE 0 TO WS-Cell-Dropped
           IF BASIS-LAST-WEEK
               PERFORM VARYING WS-Prev-Sub FROM 1 BY 1
                       UNTIL WS-Prev-Sub > WS-Prev-Count
                   PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                           UNTIL WS-Job-Sub > 4
                       MOVE WS-Prev-Store(WS-Prev-Sub) TO WS-Work-Store
                       MOVE WS-JobCode-Name(WS-Job-Sub) TO WS-Work-Job
                       MOVE WS-Prev-Total(WS-Prev-Sub, WS-Job-Sub) TO
                           WS-Work-Weekly
                       IF WS-Work-Weekly NOT = 0
                           PERFORM CELL-ADD-PARA
                       END-IF
                   END-PERFORM
               END-PERFORM
           ELSE
               MOVE 0 TO WS-Budget-EOF-Flag
               OPEN INPUT BUDGETFILE
               IF ws-Budget-Status = "00"
                   PERFORM BUDGET-READ-PARA UNTIL BUDGET-EOF
                   CLOSE BUDGETFILE
               ELSE
                   DISPLAY "*** COULD NOT OPEN THE BUDGET MASTER, "-
                           "STATUS: ", ws-Budget-Status, " ***"
               END-IF
           END-IF
           IF WS-Cell-Dropped > 0
               DISPLAY "*** ", WS-Cell-Dropped, " CELL(S) DID NOT "-
                       "FIT THE TABLE - NOTHING WAS CUT ***"
               MOVE 0 TO WS-Cell-Count
           END-IF
           PERFORM VARYING WS-Cell-Sub FROM 1 BY 1
                   UNTIL WS-Cell-Sub > WS-Cell-Count
               COMPUTE WS-Cell-Amount(WS-Cell-Sub) ROUNDED =
                   WS-Cell-Weekly(WS-Cell-Sub) * WS-Accr-Days / 7
           END-PERFORM.

       BUDGET-READ-PARA.
           READ BUDGETFILE
               AT END
                   SET BUDGET-EOF TO TRUE
               NOT AT END
                   IF Bud-Amount NOT = 0
                       MOVE Bud-StoreNumber TO WS-Work-Store
                       MOVE Bud-JobCode TO WS-Work-Job
                       MOVE Bud-Amount TO WS-Work-Weekly
                       PERFORM CELL-ADD-PARA
                   END-IF
           END-READ.

      * Adds WS-Work-Store / WS-Work-Job to the cell table in store
      *    order, or adds to the cell if it is already there. The
      *    actual-report pass comes through here too, for a cell
      *    that was paid but never accrued.
       CELL-ADD-PARA.
           MOVE 0 TO WS-Cell-Find-Sub
           MOVE 0 TO WS-Cell-Ins-Sub
           PERFORM VARYING WS-Cell-Sub FROM 1 BY 1
                   UNTIL WS-Cell-Sub > WS-Cell-Count
               IF WS-Cell-Store(WS-Cell-Sub) = WS-Work-Store AND
                       WS-Cell-Job(WS-Cell-Sub) = WS-Work-Job
                   MOVE WS-Cell-Sub TO WS-Cell-Find-Sub
               END-IF
               IF WS-Cell-Ins-Sub = 0 AND
                       WS-Cell-Store(WS-Cell-Sub) > WS-Work-Store
                   MOVE WS-Cell-Sub TO WS-Cell-Ins-Sub
               END-IF
           END-PERFORM
           IF WS-Cell-Find-Sub > 0
               ADD WS-Work-Weekly TO WS-Cell-Weekly(WS-Cell-Find-Sub)
           ELSE
               IF WS-Cell-Count < WS-Max-Cells
                   IF WS-Cell-Ins-Sub = 0
                       COMPUTE WS-Cell-Ins-Sub = WS-Cell-Count + 1
                   ELSE
                       PERFORM VARYING WS-Cell-Sub FROM WS-Cell-Count
                               BY -1
                               UNTIL WS-Cell-Sub < WS-Cell-Ins-Sub
                           MOVE WS-Cell-Entry(WS-Cell-Sub) TO
                               WS-Cell-Entry(WS-Cell-Sub + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-Cell-Count
                   MOVE WS-Cell-Ins-Sub TO WS-Cell-Find-Sub
                   MOVE WS-Work-Store TO WS-Cell-Store(WS-Cell-Find-Sub)
                   MOVE WS-Work-Job TO WS-Cell-Job(WS-Cell-Find-Sub)
                   MOVE WS-Work-Weekly TO
                       WS-Cell-Weekly(WS-Cell-Find-Sub)
                   MOVE 0 TO WS-Cell-Amount(WS-Cell-Find-Sub)
                   MOVE 0 TO WS-Cell-Actual(WS-Cell-Find-Sub)
                   MOVE SPACES TO WS-Cell-Account(WS-Cell-Find-Sub)
                   MOVE SPACES TO
                       WS-Cell-CostCentre(WS-Cell-Find-Sub)
                   MOVE SPACES TO
                       WS-Cell-Liab-Account(WS-Cell-Find-Sub)
                   MOVE SPACES TO
                       WS-Cell-Liab-CostCentre(WS-Cell-Find-Sub)
               ELSE
                   MOVE 0 TO WS-Cell-Find-Sub
                   ADD 1 TO WS-Cell-Dropped
               END-IF
           END-IF.

      * Maps every cell, prints the accrual, and - only when every
      *    line maps and the operator says so - cuts the journal and
      *    files the cells for the reversal.
       CUT-WORK-PARA.
           PERFORM GLMAP-LOAD-PARA
           PERFORM MAP-CELLS-PARA
           PERFORM REVERSE-WEEK-PARA
           PERFORM ACCRUAL-REPORT-PARA
           EVALUATE TRUE
               WHEN NOT GLMAP-AVAILABLE
                   DISPLAY "*** NO USABLE GL ACCOUNT MAP - THE "-
                           "ACCRUAL WAS NOT CUT ***"
               WHEN WS-Unmapped-Count > 0
                   DISPLAY "*** ", WS-Unmapped-Count, " LINE(S) "-
                           "HAVE NO GL MAPPING - THE ACCRUAL WAS "-
                           "NOT CUT. SEE MonthEndAccrual.rpt ***"
               WHEN OTHER
                   MOVE SPACES TO WS-Cut-Answer
                   DISPLAY " "
                   DISPLAY "Accrual of ", WS-Cell-Count, " cell(s) "-
                           "for the month ending ", WS-Month-End-Num,
                           " is on MonthEndAccrual.rpt."
                   DISPLAY "Its reversal posts with the week ending ",
                           WS-Reverse-Week, "."
                   DISPLAY "Type YES to cut the accrual: "
                   WITH NO ADVANCING
                   ACCEPT WS-Cut-Answer
                   IF CUT-APPROVED
                       PERFORM REG-LOAD-PARA
                       IF WS-Reg-Dropped > 0
                           DISPLAY "*** THE ACCRUAL FILE HOLDS MORE "-
                                   "ROWS THAN THIS PROGRAM COULD "-
                                   "LOAD - NOTHING WAS CUT ***"
                       ELSE
                           PERFORM JOURNAL-WRITE-PARA
                           PERFORM REG-WRITE-PARA
                           DISPLAY " "
                           DISPLAY "Accrual cut - ", WS-Jrnl-Count,
                                   " journal line(s) on "-
                                   "AccrualJournal.csv."
                       END-IF
                   ELSE
                       DISPLAY " "
                       DISPLAY "Accrual cancelled - nothing was cut."
                   END-IF
           END-EVALUATE.

       GLMAP-LOAD-PARA.
           MOVE 0 TO WS-GLMap-Count
           MOVE 0 TO WS-GLMap-Dropped
           MOVE 0 TO WS-GLMap-EOF-Flag
           MOVE "N" TO WS-GLMap-Avail-Flag
           OPEN INPUT GLMAPFILE
           IF ws-GLMap-Status = "00"
               PERFORM GLMAP-READ-PARA UNTIL GLMAP-EOF
               CLOSE GLMAPFILE
               IF WS-GLMap-Dropped = 0
                   MOVE "Y" TO WS-GLMap-Avail-Flag
               END-IF
           END-IF.

       GLMAP-READ-PARA.
           READ GLMAPFILE
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF WS-GLMap-Count < WS-Max-GLMaps
                       ADD 1 TO WS-GLMap-Count
                       MOVE Map-Kind TO WS-Map-Kind(WS-GLMap-Count)
                       MOVE Map-Store TO WS-Map-Store(WS-GLMap-Count)
                       MOVE Map-Code TO WS-Map-Code(WS-GLMap-Count)
                       MOVE Map-Account TO
                           WS-Map-Account(WS-GLMap-Count)
                       MOVE Map-CostCentre TO
                           WS-Map-CostCentre(WS-GLMap-Count)
                   ELSE
                       ADD 1 TO WS-GLMap-Dropped
                   END-IF
           END-READ.

      * Same lookup the weekly run makes - a liability row for the
      *    store itself wins over the store 0000 row.
       GLMAP-FIND-PARA.
           MOVE 0 TO WS-GLMap-Found-Sub
           PERFORM VARYING WS-GLMap-Sub FROM 1 BY 1
                   UNTIL WS-GLMap-Sub > WS-GLMap-Count
               IF WS-Map-Kind(WS-GLMap-Sub) = WS-Find-Kind AND
                       WS-Map-Store(WS-GLMap-Sub) = WS-Find-Store AND
                       WS-Map-Code(WS-GLMap-Sub) = WS-Find-Code
                   MOVE WS-GLMap-Sub TO WS-GLMap-Found-Sub
               END-IF
           END-PERFORM
           IF WS-GLMap-Found-Sub = 0 AND WS-Find-Kind = "L"
               PERFORM VARYING WS-GLMap-Sub FROM 1 BY 1
                       UNTIL WS-GLMap-Sub > WS-GLMap-Count
                   IF WS-Map-Kind(WS-GLMap-Sub) = "L" AND
                           WS-Map-Store(WS-GLMap-Sub) = 0 AND
                           WS-Map-Code(WS-GLMap-Sub) = WS-Find-Code
                       MOVE WS-GLMap-Sub TO WS-GLMap-Found-Sub
                   END-IF
               END-PERFORM
           END-IF.

      * Each cell's expense account and its store's accrued-salary
      *    account. A cell that rounds to nothing needs neither.
       MAP-CELLS-PARA.
           MOVE 0 TO WS-Unmapped-Count
           PERFORM VARYING WS-Cell-Sub FROM 1 BY 1
                   UNTIL WS-Cell-Sub > WS-Cell-Count
               IF WS-Cell-Amount(WS-Cell-Sub) NOT = 0
                   MOVE "E" TO WS-Find-Kind
                   MOVE WS-Cell-Store(WS-Cell-Sub) TO WS-Find-Store
                   MOVE WS-Cell-Job(WS-Cell-Sub) TO WS-Find-Code
                   PERFORM GLMAP-FIND-PARA
                   IF WS-GLMap-Found-Sub = 0
                       ADD 1 TO WS-Unmapped-Count
                   ELSE
                       MOVE WS-Map-Account(WS-GLMap-Found-Sub) TO
                           WS-Cell-Account(WS-Cell-Sub)
                       MOVE WS-Map-CostCentre(WS-GLMap-Found-Sub) TO
                           WS-Cell-CostCentre(WS-Cell-Sub)
                   END-IF
                   MOVE "L" TO WS-Find-Kind
                   MOVE "A" TO WS-Find-Code
                   PERFORM GLMAP-FIND-PARA
                   IF WS-GLMap-Found-Sub = 0
                       ADD 1 TO WS-Unmapped-Count
                   ELSE
                       MOVE WS-Map-Account(WS-GLMap-Found-Sub) TO
                           WS-Cell-Liab-Account(WS-Cell-Sub)
                       MOVE WS-Map-CostCentre(WS-GLMap-Found-Sub) TO
                           WS-Cell-Liab-CostCentre(WS-Cell-Sub)
                   END-IF
               END-IF
           END-PERFORM.

      * The accrual as it would be cut - each cell's expense debit,
      *    then the store's accrued-salary credit, and the total.
       ACCRUAL-REPORT-PARA.
           OPEN OUTPUT ACCRRPTFILE
           MOVE SPACES TO AccrRptRec
           STRING "Month-end salary accrual for the month ending: "
               DELIMITED BY SIZE
               WS-Month-End-Num DELIMITED BY SIZE
               INTO AccrRptRec
           WRITE AccrRptRec
           MOVE SPACES TO AccrRptRec
           STRING "Open week ending " DELIMITED BY SIZE
               WS-Open-Week DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-Accr-Days DELIMITED BY SIZE
               " of its 7 days fall in the old month"
               DELIMITED BY SIZE
               INTO AccrRptRec
           WRITE AccrRptRec AFTER ADVANCING 1
           MOVE SPACES TO AccrRptRec
           IF BASIS-LAST-WEEK
               STRING "Basis: last posted week, ending "
                   DELIMITED BY SIZE
                   WS-Prev-Week DELIMITED BY SIZE
                   INTO AccrRptRec
           ELSE
               MOVE "Basis: budget master" TO AccrRptRec
           END-IF
           WRITE AccrRptRec AFTER ADVANCING 1
           MOVE SPACES TO AccrRptRec
           STRING "Reversal posts with the week ending "
               DELIMITED BY SIZE
               WS-Reverse-Week DELIMITED BY SIZE
               INTO AccrRptRec
           WRITE AccrRptRec AFTER ADVANCING 1
           MOVE "Store Job Weekly Exp.       Accrued  Account     "-
                "CstCtr  Note" TO AccrRptRec
           WRITE AccrRptRec AFTER ADVANCING 2
           MOVE 0 TO WS-Total-Accrued
           MOVE 0 TO WS-Total-Weekly
           MOVE 0 TO WS-Store-Accrued
           MOVE 0 TO WS-Rpt-Store
           PERFORM ACCRUAL-REPORT-ROW-PARA
               VARYING WS-Cell-Sub FROM 1 BY 1
               UNTIL WS-Cell-Sub > WS-Cell-Count
           PERFORM ACCRUAL-REPORT-LIAB-PARA
           MOVE SPACES TO WS-Accrual-Line
           MOVE WS-Total-Weekly TO AR-Weekly
           MOVE WS-Total-Accrued TO AR-Amount
           MOVE WS-Accrual-Line TO AccrRptRec
           MOVE "TOTAL" TO AccrRptRec(1:5)
           WRITE AccrRptRec AFTER ADVANCING 2
           MOVE SPACES TO AccrRptRec
           IF WS-Unmapped-Count > 0 OR NOT GLMAP-AVAILABLE
               MOVE "*** NOT CUT - MAP THE LINES ABOVE IN GLMapMaint "-
                    "AND RUN AGAIN ***" TO AccrRptRec
           ELSE
               MOVE "Debits equal credits per store and in total."
                   TO AccrRptRec
           END-IF
           WRITE AccrRptRec AFTER ADVANCING 1
           CLOSE ACCRRPTFILE.

       ACCRUAL-REPORT-ROW-PARA.
           IF WS-Cell-Store(WS-Cell-Sub) NOT = WS-Rpt-Store
               PERFORM ACCRUAL-REPORT-LIAB-PARA
               MOVE WS-Cell-Store(WS-Cell-Sub) TO WS-Rpt-Store
           END-IF
           MOVE SPACES TO WS-Accrual-Line
           MOVE WS-Cell-Store(WS-Cell-Sub) TO AR-Store
           MOVE WS-Cell-Job(WS-Cell-Sub) TO AR-Job
           MOVE WS-Cell-Weekly(WS-Cell-Sub) TO AR-Weekly
           MOVE WS-Cell-Amount(WS-Cell-Sub) TO AR-Amount
           MOVE WS-Cell-Account(WS-Cell-Sub) TO AR-Account
           MOVE WS-Cell-CostCentre(WS-Cell-Sub) TO AR-CostCentre
           IF WS-Cell-Account(WS-Cell-Sub) = SPACES AND
                   WS-Cell-Amount(WS-Cell-Sub) NOT = 0
               MOVE "NOT MAPPED" TO AR-Note
           END-IF
           MOVE WS-Accrual-Line TO AccrRptRec
           WRITE AccrRptRec AFTER ADVANCING 1
           IF WS-Cell-Amount(WS-Cell-Sub) NOT = 0
               MOVE WS-Cell-Liab-Account(WS-Cell-Sub) TO
                   WS-Rpt-Liab-Account
               MOVE WS-Cell-Liab-CostCentre(WS-Cell-Sub) TO
                   WS-Rpt-Liab-CostCentre
           END-IF
           ADD WS-Cell-Weekly(WS-Cell-Sub) TO WS-Total-Weekly
           ADD WS-Cell-Amount(WS-Cell-Sub) TO WS-Total-Accrued
           ADD WS-Cell-Amount(WS-Cell-Sub) TO WS-Store-Accrued.

      * The store's accrued-salary credit, off the store's cells -
      *    every cell of a store maps to the same one.
       ACCRUAL-REPORT-LIAB-PARA.
           IF WS-Rpt-Store NOT = 0
               MOVE SPACES TO WS-Accrual-Line
               MOVE WS-Rpt-Store TO AR-Store
               MOVE WS-Store-Accrued TO AR-Amount
               MOVE WS-Rpt-Liab-Account TO AR-Account
               MOVE WS-Rpt-Liab-CostCentre TO AR-CostCentre
               IF WS-Store-Accrued NOT = 0 AND
                       WS-Rpt-Liab-Account = SPACES
                   MOVE "NOT MAPPED" TO AR-Note
               ELSE
                   MOVE "ACCRUED SALARY" TO AR-Note
               END-IF
               MOVE WS-Accrual-Line TO AccrRptRec
               WRITE AccrRptRec AFTER ADVANCING 1
               MOVE SPACES TO AccrRptRec
               WRITE AccrRptRec AFTER ADVANCING 1
           END-IF
           MOVE 0 TO WS-Store-Accrued
           MOVE SPACES TO WS-Rpt-Liab-Account
           MOVE SPACES TO WS-Rpt-Liab-CostCentre.

      * Loads the accrual file for its rewrite, leaving out this
      *    month end's own rows (a re-cut replaces them) and rows two
      *    month ends or more behind it. Table-full is refused by the
      *    caller, as the other rewrite-in-full programs do.
       REG-LOAD-PARA.
           MOVE 0 TO WS-Reg-Count
           MOVE 0 TO WS-Reg-Dropped
           MOVE 0 TO WS-SalAccr-EOF-Flag
           IF WS-ME-Month > 2
               MOVE WS-ME-Year TO WS-Keep-Year
               COMPUTE WS-Keep-Month = WS-ME-Month - 2
           ELSE
               COMPUTE WS-Keep-Year = WS-ME-Year - 1
               COMPUTE WS-Keep-Month = WS-ME-Month + 10
           END-IF
           OPEN INPUT SALACCRFILE
           IF ws-SalAccr-Status = "00"
               PERFORM REG-READ-PARA UNTIL SALACCR-EOF
               CLOSE SALACCRFILE
           END-IF.

       REG-READ-PARA.
           READ SALACCRFILE
               AT END
                   SET SALACCR-EOF TO TRUE
               NOT AT END
                   IF Acr-MonthEnd NOT = WS-Month-End-Num AND
                           Acr-MonthEnd(1:6) NOT < WS-Keep-From
                       IF WS-Reg-Count < WS-Max-Regs
                           ADD 1 TO WS-Reg-Count
                           MOVE SalAccrRec TO WS-Reg-Row(WS-Reg-Count)
                       ELSE
                           ADD 1 TO WS-Reg-Dropped
                       END-IF
                   END-IF
           END-READ.

       REG-WRITE-PARA.
           OPEN OUTPUT SALACCRFILE
           PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
                   UNTIL WS-Reg-Sub > WS-Reg-Count
               MOVE WS-Reg-Row(WS-Reg-Sub) TO SalAccrRec
               WRITE SalAccrRec
           END-PERFORM
           PERFORM VARYING WS-Cell-Sub FROM 1 BY 1
                   UNTIL WS-Cell-Sub > WS-Cell-Count
               IF WS-Cell-Amount(WS-Cell-Sub) NOT = 0
                   MOVE WS-Month-End-Num TO Acr-MonthEnd
                   MOVE WS-Open-Week TO Acr-Open-Week
                   MOVE WS-Reverse-Week TO Acr-Reverse-Week
                   MOVE WS-Cell-Store(WS-Cell-Sub) TO Acr-Store
                   MOVE WS-Cell-Job(WS-Cell-Sub) TO Acr-JobCode
                   MOVE WS-Basis TO Acr-Basis
                   MOVE WS-Accr-Days TO Acr-Days
                   MOVE WS-Cell-Weekly(WS-Cell-Sub) TO Acr-Weekly
                   MOVE WS-Cell-Amount(WS-Cell-Sub) TO Acr-Amount
                   MOVE WS-Cell-Account(WS-Cell-Sub) TO Acr-Account
                   MOVE WS-Cell-CostCentre(WS-Cell-Sub) TO
                       Acr-CostCentre
                   MOVE WS-Cell-Liab-Account(WS-Cell-Sub) TO
                       Acr-Liab-Account
                   MOVE WS-Cell-Liab-CostCentre(WS-Cell-Sub) TO
                       Acr-Liab-CostCentre
                   WRITE SalAccrRec
               END-IF
           END-PERFORM
           CLOSE SALACCRFILE.

      * The accrual journal, dated the month end - line U + job code
      *    debits each cell's expense, line UL credits the store's
      *    accrued salary. The weekly run's reversal is the same
      *    lines the other way round, as V + job code and VL.
       JOURNAL-WRITE-PARA.
           MOVE 0 TO WS-Jrnl-Count
           MOVE 0 TO WS-Rpt-Store
           MOVE 0 TO WS-Store-Accrued
           OPEN OUTPUT ACCRJRNLFILE
           MOVE "WEEKENDING,STORE,ACCOUNT,COSTCENTRE,DEBIT,CREDIT,"-
                "LINE" TO AccrJrnlRec
           WRITE AccrJrnlRec
           PERFORM JOURNAL-CELL-PARA
               VARYING WS-Cell-Sub FROM 1 BY 1
               UNTIL WS-Cell-Sub > WS-Cell-Count
           PERFORM JOURNAL-LIAB-PARA
           CLOSE ACCRJRNLFILE.

       JOURNAL-CELL-PARA.
           IF WS-Cell-Store(WS-Cell-Sub) NOT = WS-Rpt-Store
               PERFORM JOURNAL-LIAB-PARA
               MOVE WS-Cell-Store(WS-Cell-Sub) TO WS-Rpt-Store
           END-IF
           IF WS-Cell-Amount(WS-Cell-Sub) NOT = 0
               MOVE WS-Cell-Store(WS-Cell-Sub) TO WS-Jrnl-Store
               MOVE "D" TO WS-Jrnl-Side
               MOVE WS-Cell-Amount(WS-Cell-Sub) TO WS-Jrnl-Amount
               MOVE WS-Cell-Account(WS-Cell-Sub) TO WS-Jrnl-Account
               MOVE WS-Cell-CostCentre(WS-Cell-Sub) TO
                   WS-Jrnl-CostCentre
               MOVE "U" TO WS-Jrnl-Line-Code(1:1)
               MOVE WS-Cell-Job(WS-Cell-Sub) TO WS-Jrnl-Line-Code(2:1)
               PERFORM JOURNAL-CSV-PARA
               ADD WS-Cell-Amount(WS-Cell-Sub) TO WS-Store-Accrued
               MOVE WS-Cell-Liab-Account(WS-Cell-Sub) TO
                   WS-Jrnl-Account
               MOVE WS-Cell-Liab-CostCentre(WS-Cell-Sub) TO
                   WS-Jrnl-CostCentre
           END-IF.

      * Relies on the liability account the store's last nonzero
      *    cell left in WS-Jrnl-Account.
       JOURNAL-LIAB-PARA.
           IF WS-Store-Accrued NOT = 0
               MOVE WS-Rpt-Store TO WS-Jrnl-Store
               MOVE "C" TO WS-Jrnl-Side
               MOVE WS-Store-Accrued TO WS-Jrnl-Amount
               MOVE "UL" TO WS-Jrnl-Line-Code
               PERFORM JOURNAL-CSV-PARA
           END-IF
           MOVE 0 TO WS-Store-Accrued.

       JOURNAL-CSV-PARA.
           MOVE WS-Jrnl-Store TO Jrnl-Store-Edit
           IF WS-Jrnl-Side = "D"
               MOVE WS-Jrnl-Amount TO Jrnl-Debit-Edit
               MOVE 0 TO Jrnl-Credit-Edit
           ELSE
               MOVE 0 TO Jrnl-Debit-Edit
               MOVE WS-Jrnl-Amount TO Jrnl-Credit-Edit
           END-IF
           MOVE SPACES TO AccrJrnlRec
           STRING WS-Month-End-Num DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            Jrnl-Store-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Jrnl-Account DELIMITED BY SPACE
            "," DELIMITED BY SIZE
            WS-Jrnl-CostCentre DELIMITED BY SPACE
            "," DELIMITED BY SIZE
            Jrnl-Debit-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            Jrnl-Credit-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Jrnl-Line-Code DELIMITED BY SIZE
           INTO AccrJrnlRec
           WRITE AccrJrnlRec
           ADD 1 TO WS-Jrnl-Count.

      ******************************************************************
      * Option 2 - the accrual against actual.                         *
      ******************************************************************
      * The month's accrued cells against what the open week really
      *    paid once it posts - the week's salary per store and job
      *    code off the pay history, prorated by the same days. A
      *    cell paid but never accrued shows up as NOT ACCRUED. Pay
      *    history carries each person at their home store, so a
      *    split-store week shows all of it there.
       ACTUAL-PARA.
           PERFORM GET-MONTH-PARA
           MOVE 0 TO WS-Cell-Count
           MOVE 0 TO WS-Cell-Dropped
           MOVE 0 TO WS-Open-Week
           MOVE 0 TO WS-Accr-Days
           MOVE 0 TO WS-SalAccr-EOF-Flag
           OPEN INPUT SALACCRFILE
           IF ws-SalAccr-Status = "00"
               PERFORM ACTUAL-REG-READ-PARA UNTIL SALACCR-EOF
               CLOSE SALACCRFILE
           END-IF
           IF WS-Cell-Count = 0
               DISPLAY "No accrual on file for the month ending ",
                       WS-Month-End-Num, "."
           ELSE
               MOVE WS-Open-Week TO WS-Posted-Check-Week
               PERFORM POSTED-CHECK-PARA
               IF WEEK-POSTED
                   PERFORM ACTUAL-HIST-PARA
               END-IF
               PERFORM ACTUAL-REPORT-PARA
               DISPLAY "Accrual against actual is on "-
                       "AccrualVsActual.rpt."
           END-IF.

       ACTUAL-REG-READ-PARA.
           READ SALACCRFILE
               AT END
                   SET SALACCR-EOF TO TRUE
               NOT AT END
                   IF Acr-MonthEnd = WS-Month-End-Num
                       MOVE Acr-Open-Week TO WS-Open-Week
                       MOVE Acr-Days TO WS-Accr-Days
                       MOVE Acr-Store TO WS-Work-Store
                       MOVE Acr-JobCode TO WS-Work-Job
                       MOVE Acr-Weekly TO WS-Work-Weekly
                       PERFORM CELL-ADD-PARA
                       IF WS-Cell-Find-Sub > 0
                           ADD Acr-Amount TO
                               WS-Cell-Amount(WS-Cell-Find-Sub)
                       END-IF
                   END-IF
           END-READ.

       ACTUAL-HIST-PARA.
           MOVE 0 TO WS-PayHist-EOF-Flag
           MOVE 0 TO WS-Unaccrued-Count
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN PAY HISTORY FILE, "-
                       "STATUS: ", ws-PayHist-Status, " ***"
           ELSE
               PERFORM ACTUAL-HIST-READ-PARA UNTIL PAYHIST-EOF
               CLOSE PAYHISTFILE
           END-IF.

       ACTUAL-HIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET PAYHIST-EOF TO TRUE
           END-READ
           IF NOT PAYHIST-EOF
               IF ws-PayHist-Status NOT = "00"
                   SET PAYHIST-EOF TO TRUE
               ELSE
                   IF PayH-WeekEnding = WS-Open-Week
                       MOVE PayH-StoreNumber TO WS-Work-Store
                       MOVE PayH-JobCode TO WS-Work-Job
                       MOVE 0 TO WS-Work-Weekly
                       PERFORM CELL-ADD-PARA
                       IF WS-Cell-Find-Sub > 0
                           ADD PayH-WeeklySalary TO
                               WS-Cell-Actual(WS-Cell-Find-Sub)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACTUAL-REPORT-PARA.
           OPEN OUTPUT ACTUALRPTFILE
           MOVE SPACES TO ActualRptRec
           STRING "Salary accrual against actual for the month "-
               "ending: " DELIMITED BY SIZE
               WS-Month-End-Num DELIMITED BY SIZE
               INTO ActualRptRec
           WRITE ActualRptRec
           MOVE SPACES TO ActualRptRec
           STRING "Open week ending " DELIMITED BY SIZE
               WS-Open-Week DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-Accr-Days DELIMITED BY SIZE
               " of its 7 days fall in the old month"
               DELIMITED BY SIZE
               INTO ActualRptRec
           WRITE ActualRptRec AFTER ADVANCING 1
           IF NOT WEEK-POSTED
               MOVE "*** THE OPEN WEEK HAS NOT POSTED - NO ACTUALS "-
                    "YET ***" TO ActualRptRec
               WRITE ActualRptRec AFTER ADVANCING 1
           END-IF
           MOVE "Variance is the accrual less the actual to the "-
                "month end." TO ActualRptRec
           WRITE ActualRptRec AFTER ADVANCING 1
           MOVE "Store Job     Accrued   Week Actual  To Month End "-
                "      Variance  Note" TO ActualRptRec
           WRITE ActualRptRec AFTER ADVANCING 2
           MOVE 0 TO WS-Total-Accrued
           MOVE 0 TO WS-Total-Actual
           MOVE 0 TO WS-Total-Prorated
           MOVE 0 TO WS-Total-Variance
           PERFORM ACTUAL-REPORT-ROW-PARA
               VARYING WS-Cell-Sub FROM 1 BY 1
               UNTIL WS-Cell-Sub > WS-Cell-Count
           MOVE SPACES TO WS-Actual-Line
           MOVE WS-Total-Accrued TO VA-Accrued
           MOVE WS-Total-Actual TO VA-Week-Actual
           MOVE WS-Total-Prorated TO VA-Prorated
           MOVE WS-Total-Variance TO VA-Variance
           MOVE WS-Actual-Line TO ActualRptRec
           MOVE "TOTAL" TO ActualRptRec(1:5)
           WRITE ActualRptRec AFTER ADVANCING 2
           IF WS-Cell-Dropped > 0
               MOVE SPACES TO ActualRptRec
               STRING "*** " DELIMITED BY SIZE
                   WS-Cell-Dropped DELIMITED BY SIZE
                   " PAY HISTORY CELL(S) DID NOT FIT THE TABLE AND "-
                   "ARE NOT SHOWN ***" DELIMITED BY SIZE
                   INTO ActualRptRec
               WRITE ActualRptRec AFTER ADVANCING 1
           END-IF
           CLOSE ACTUALRPTFILE.

       ACTUAL-REPORT-ROW-PARA.
           COMPUTE WS-Prorated ROUNDED =
               WS-Cell-Actual(WS-Cell-Sub) * WS-Accr-Days / 7
           COMPUTE WS-Variance =
               WS-Cell-Amount(WS-Cell-Sub) - WS-Prorated
           MOVE SPACES TO WS-Actual-Line
           MOVE WS-Cell-Store(WS-Cell-Sub) TO VA-Store
           MOVE WS-Cell-Job(WS-Cell-Sub) TO VA-Job
           MOVE WS-Cell-Amount(WS-Cell-Sub) TO VA-Accrued
           MOVE WS-Cell-Actual(WS-Cell-Sub) TO VA-Week-Actual
           MOVE WS-Prorated TO VA-Prorated
           MOVE WS-Variance TO VA-Variance
           IF WS-Cell-Amount(WS-Cell-Sub) = 0
               MOVE "NOT ACCRUED" TO VA-Note
           END-IF
           MOVE WS-Actual-Line TO ActualRptRec
           WRITE ActualRptRec AFTER ADVANCING 1
           ADD WS-Cell-Amount(WS-Cell-Sub) TO WS-Total-Accrued
           ADD WS-Cell-Actual(WS-Cell-Sub) TO WS-Total-Actual
           ADD WS-Prorated TO WS-Total-Prorated
           ADD WS-Variance TO WS-Total-Variance.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "PAYHISTORY" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "BUDGETMASTER" TO WS-LC-File-ID
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

       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program MonthEndAccrual.
