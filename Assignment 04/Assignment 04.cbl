      *  AUGUST 22 2026 - The sort/min/max/median logic moved out to   *
      *    the shared StatsPack subprogram so the other programs can   *
      *    use it too; this program now CALLs it for the report.       *
      *  OCTOBER 15 2026 - Query mode added - a statistic over the pay *
      *    history, the YTD master or the leave accruals, by date      *
      *    range, store, region, job code and status, grouped if       *
      *    wanted, each group run through StatsPack, optionally        *
      *    written as CSV.                                             *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group, and the pay-history record the group  *
      *    it was paid in.                                             *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    province.                                                   *
      ******************************************************************
       identification division.
       program-id. Assignment04.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Num-Status.

      * Query mode reads the payroll files directly - finance asks
      *    for a statistic over pay history, the YTD master or the
      *    leave accruals instead of a hand-cut numbers file.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

           SELECT YTDFILE ASSIGN
           "DataFiles\Assignment#6_YTDMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-Key
           FILE STATUS IS ws-YTD-Status.

           SELECT ACCRUALFILE ASSIGN
           "DataFiles\Assignment#6_LeaveAccrual.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Accr-EmpID
           FILE STATUS IS ws-Accrual-Status.

      * Status, and the home store and job code behind a leave
      *    accrual, come off the Employee Master; regions come off the
      *    Store Master.
           SELECT EMPFILE ASSIGN "DataFiles\EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Emp-ID
           ALTERNATE RECORD KEY IS Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-EmpMaster-Status.

           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-Store-Status.

      * One row per group when the query result is wanted as CSV.
           SELECT QUERYCSVFILE ASSIGN "DataFiles\Assignment04_Query.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-QueryCsv-Status.

       data division.
       FILE SECTION.
       FD NUMFILE.
       01 NumRec PIC 999.

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

       FD YTDFILE.
       01 YTDRec.
           03  YTD-Key.
               05  YTD-Store       PIC 9(4).
               05  YTD-Job         PIC A.
           03  YTD-Amount          PIC 9(9)V99.

       FD ACCRUALFILE.
       01 AccrualRec.
           03  Accr-EmpID          PIC 9(9).
           03  Accr-Accrued-Hours  PIC 9(5)V9.
           03  Accr-Taken-Hours    PIC 9(5)V9.
           03  Accr-LastWeek       PIC 9(8).

       FD EMPFILE.
       01 EmployeeRecord.
           03 Emp-ID                pic 9(9).
           03 Emp-Name.
               05 Emp-Surname       pic a(30).
               05 Emp-Initials      pic a(2).
               05 Emp-GivenName     pic a(30).
           03 Emp-Date-of-Birth.
               05 Emp-Birth-Year    pic 9(4).
               05 Emp-Birth-Month   pic 9(2).
               05 Emp-Birth-Day     pic 9(2).
           03 Emp-Program-Code      pic x(10).
           03 Emp-Gender            pic a.
           03 Emp-Postal            pic A9A9A9.
           03 Emp-Salary            pic 9(9)V99 COMP-3.
           03 Emp-Status            pic x.
           03 Emp-Hire-Date.
               05 Emp-Hire-Year     pic 9(4).
               05 Emp-Hire-Month    pic 9(2).
               05 Emp-Hire-Day      pic 9(2).
           03 Emp-Term-Date.
               05 Emp-Term-Year     pic 9(4).
               05 Emp-Term-Month    pic 9(2).
               05 Emp-Term-Day      pic 9(2).
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

       FD STOREMASTER.
       01 StoreRecord.
           03  Store-Number        PIC 9(4).
           03  Store-Name          PIC X(20).
           03  Store-Region        PIC X(10).
           03  Store-Manager       PIC X(20).
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

       FD QUERYCSVFILE.
       01 QueryCsvRec              PIC X(130).

       working-storage section.
      * Widened to PIC 999 alongside loopCount below: a file-mode
      *    column can hold up to WS-Max-Entries (500) numbers, so a
       01 ws-Mode          PIC X value "K".
           88 KEYBOARD-MODE value "K".
           88 FILE-MODE     value "F".
           88 QUERY-MODE    value "Q".
       01 ws-File-EOF      PIC 9 value 0.
           88 FILE-AT-END  value 1.

       01 WS-Max-Edited    PIC ZZZ9.99.
       01 WS-Median-Edited PIC ZZZ9.99.

      * The shared-file layouts query mode was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "Assignment04".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-YTD-Status        PIC XX value "00".
       01 ws-Accrual-Status    PIC XX value "00".
       01 ws-EmpMaster-Status  PIC XX value "00".
       01 ws-Store-Status      PIC XX value "00".
       01 ws-QueryCsv-Status   PIC XX value "00".
       01 WS-Query-EOF-Flag    PIC 9 value 0.
           88 QUERY-EOF        value 1.

      * What the query asks for - the source file, which of its
      *    figures, the dates, the filters and the grouping. A zero
      *    or blank filter takes everything.
       01 WS-Query-Source      PIC X value SPACE.
           88 QUERY-PAYHIST    value "P".
           88 QUERY-YTD        value "Y".
           88 QUERY-ACCRUAL    value "L".
       01 WS-Query-Field       PIC 9 value 0.
       01 WS-Query-Field-Max   PIC 9 value 0.
       01 WS-Query-Field-Name  PIC X(20) value SPACES.
       01 WS-Query-From-Date   PIC 9(8) value 0.
       01 WS-Query-To-Date     PIC 9(8) value 0.
       01 WS-Filter-Store      PIC 9(4) value 0.
       01 WS-Filter-Region     PIC X(10) value SPACES.
       01 WS-Filter-Job        PIC X value SPACE.
       01 WS-Filter-Status     PIC X value SPACE.
       01 WS-Query-Group       PIC X value "N".
           88 GROUP-NONE       value "N".
           88 GROUP-STORE      value "S".
           88 GROUP-REGION     value "R".
           88 GROUP-JOB        value "J".
           88 GROUP-STATUS     value "T".
       01 WS-Query-Csv         PIC X value "N".
           88 QUERY-CSV-WANTED value "Y".
      * The Employee Master is only opened when something needs it -
      *    a status filter or grouping, or the home store and job
      *    code behind a leave accrual. Likewise the Store Master for
      *    regions.
       01 WS-Need-Emp-Flag     PIC X value "N".
           88 NEED-EMPLOYEE    value "Y".
       01 WS-Need-Store-Flag   PIC X value "N".
           88 NEED-STORES      value "Y".

      * The record in hand, whichever file it came from.
       01 WS-Row-EmpID         PIC 9(9) value 0.
       01 WS-Row-Date          PIC 9(8) value 0.
       01 WS-Row-Store         PIC 9(4) value 0.
       01 WS-Row-Region        PIC X(10) value SPACES.
       01 WS-Row-Job           PIC X value SPACE.
       01 WS-Row-Status        PIC X value SPACE.
       01 WS-Row-Value         PIC S9(9)V99 value 0.
       01 WS-Row-Group         PIC X(10) value SPACES.
       01 WS-Row-Wanted-Flag   PIC X value "Y".
           88 ROW-WANTED       value "Y".

      * Store regions for the region filter and grouping.
       01 WS-Max-Qs            PIC 999 value 200.
       01 WS-Qs-Count          PIC 999 value 0.
       01 WS-Qs-Table.
           03 WS-Qs-Entry OCCURS 200 TIMES.
               05 WS-Qs-Store          PIC 9(4).
               05 WS-Qs-Region         PIC X(10).
       01 WS-Qs-Sub            PIC 999 value 0.

      * Every selected figure, tagged with its group. StatsPack takes
      *    500 values a call, so a group with more than that has its
      *    count and total kept whole but the rest of its statistics
      *    worked on its first 500 figures.
       01 WS-Max-Groups        PIC 99 value 50.
       01 WS-Group-Count       PIC 99 value 0.
       01 WS-Group-Table.
           03 WS-Group-Entry OCCURS 50 TIMES.
               05 WS-Grp-Key           PIC X(10).
               05 WS-Grp-Count         PIC 9(7).
               05 WS-Grp-Total         PIC S9(13)V99.
               05 WS-Grp-Min           PIC S9(7)V99.
               05 WS-Grp-Max           PIC S9(7)V99.
               05 WS-Grp-Printed       PIC X.
       01 WS-Group-Sub         PIC 99 value 0.
       01 WS-Group-Found-Sub   PIC 99 value 0.
       01 WS-Max-Qrows         PIC 9(4) value 5000.
       01 WS-Qrow-Count        PIC 9(4) value 0.
       01 WS-Qrow-Table.
           03 WS-Qrow-Entry OCCURS 5000 TIMES.
               05 WS-Qr-Group          PIC 99.
               05 WS-Qr-Value          PIC S9(7)V99.
       01 WS-Qrow-Sub          PIC 9(4) value 0.

       01 WS-Query-Read        PIC 9(7) value 0.
       01 WS-Query-Selected    PIC 9(7) value 0.
       01 WS-Query-Dropped     PIC 9(7) value 0.
       01 WS-Query-Too-Large   PIC 9(7) value 0.

       01 WS-Query-Open-Flag   PIC X value "Y".
           88 QUERY-FILES-OPEN value "Y".
       01 WS-Query-Edit-1      PIC -Z,ZZZ,ZZ9.99.
       01 WS-Query-Edit-2      PIC -Z,ZZZ,ZZ9.99.
       01 WS-Query-Edit-3      PIC -Z,ZZZ,ZZ9.99.
       01 WS-Query-From-Edited PIC 9999/99/99.
       01 WS-Query-To-Edited   PIC 9999/99/99.
       01 WS-Query-Count-Edited PIC Z,ZZZ,ZZ9.
       01 WS-Query-Capped      PIC X value SPACE.
       01 WS-Csv-Count-Edit    PIC 9(7).
       01 WS-Csv-Sampled       PIC X value "N".
       01 WS-Csv-Avg-Edit      PIC +9(7).99.
       01 WS-Csv-Min-Edit      PIC +9(7).99.
       01 WS-Csv-Max-Edit      PIC +9(7).99.
       01 WS-Csv-Median-Edit   PIC +9(7).99.
       01 WS-Csv-StdDev-Edit   PIC +9(7).99.
       01 WS-Csv-P25-Edit      PIC +9(7).99.
       01 WS-Csv-P75-Edit      PIC +9(7).99.
       01 WS-Csv-P90-Edit      PIC +9(7).99.

       procedure division.
       PROG.
           PERFORM INSTRUCT-PARA
           PERFORM GET-MODE-PARA
           EVALUATE TRUE
               WHEN FILE-MODE
                   PERFORM FILE-LOOP-PARA
               WHEN QUERY-MODE
                   PERFORM QUERY-PARA
               WHEN OTHER
                   PERFORM GET-LOOPNUM-PARA
           END-EVALUATE
           PERFORM END-PARA.

       INSTRUCT-PARA.
           display "Once all of those numbers have been entered,"
           display "we will give you an average of those numbers."
           display " "
           display "Or query the payroll files directly for the"
           display "statistics of a figure, grouped if you like."
           display " "
           display "Let's get started!"
           DISPLAY "---------------------------------------------------"
           display " ".

      * Lets the user choose keyboard entry (the original behaviour),
      *    a data file full of numbers, or a query straight over the
      *    payroll files.
       GET-MODE-PARA.
           DISPLAY "Read numbers from (K)eyboard, (F)ile, or "-
                   "(Q)uery the payroll files? : "
           WITH NO ADVANCING
           ACCEPT ws-Mode

           IF NOT KEYBOARD-MODE AND NOT FILE-MODE AND NOT QUERY-MODE
               DISPLAY "Please enter K, F or Q."
               PERFORM GET-MODE-PARA
           END-IF.

           END-IF
           ADD total, numX GIVING total.

      * Query mode - one statistic over a payroll file, with filters
      *    and an optional grouping, each group run through
      *    StatsPack. Replaces cutting a numbers file by hand for
      *    every question finance asks.
       QUERY-PARA.
           PERFORM QUERY-SOURCE-PARA
           PERFORM QUERY-FIELD-PARA
           IF QUERY-YTD
               DISPLAY "The YTD master carries no dates - every "-
                       "figure on it is taken."
               MOVE 0 TO WS-Query-From-Date
               MOVE 99999999 TO WS-Query-To-Date
           ELSE
               PERFORM QUERY-FROM-DATE-PARA
               PERFORM QUERY-TO-DATE-PARA
           END-IF
           PERFORM QUERY-FILTER-PARA
           PERFORM QUERY-GROUP-PARA
           PERFORM QUERY-CSV-PROMPT-PARA
           PERFORM QUERY-NEEDS-PARA
           PERFORM LAYOUT-CHECK-PARA
           MOVE "Y" TO WS-Query-Open-Flag
           IF NEED-STORES
               PERFORM QUERY-STORE-LOAD-PARA
           END-IF
           IF NEED-EMPLOYEE
               OPEN INPUT EMPFILE
               IF ws-EmpMaster-Status NOT = "00"
                   DISPLAY "*** COULD NOT OPEN THE EMPLOYEE MASTER, "-
                           "STATUS: ", ws-EmpMaster-Status, " ***"
                   MOVE "N" TO WS-Query-Open-Flag
               END-IF
           END-IF
           IF QUERY-FILES-OPEN
               EVALUATE TRUE
                   WHEN QUERY-PAYHIST
                       PERFORM QUERY-PAYHIST-SCAN-PARA
                   WHEN QUERY-YTD
                       PERFORM QUERY-YTD-SCAN-PARA
                   WHEN OTHER
                       PERFORM QUERY-ACCRUAL-SCAN-PARA
               END-EVALUATE
               IF NEED-EMPLOYEE
                   CLOSE EMPFILE
               END-IF
           END-IF
           IF QUERY-FILES-OPEN
               PERFORM QUERY-RESULTS-PARA
           END-IF.

       QUERY-SOURCE-PARA.
           DISPLAY "Query (P)ay history, (Y)TD master or "-
                   "(L)eave accruals? : "
           WITH NO ADVANCING
           ACCEPT WS-Query-Source
           INSPECT WS-Query-Source CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF NOT QUERY-PAYHIST AND NOT QUERY-YTD AND
                   NOT QUERY-ACCRUAL
               DISPLAY "Please enter P, Y or L."
               PERFORM QUERY-SOURCE-PARA
           END-IF.

      * The figures each source can be asked about.
       QUERY-FIELD-PARA.
           EVALUATE TRUE
               WHEN QUERY-PAYHIST
                   DISPLAY "  1 Weekly gross     2 Sales"
                   DISPLAY "  3 Tax              4 Benefit"
                   DISPLAY "  5 Other deductions 6 Net pay"
                   DISPLAY "  7 Hours"
                   MOVE 7 TO WS-Query-Field-Max
               WHEN QUERY-YTD
                   DISPLAY "  1 YTD salary (per store and job code)"
                   MOVE 1 TO WS-Query-Field-Max
               WHEN OTHER
                   DISPLAY "  1 Hours accrued    2 Hours taken"
                   DISPLAY "  3 Hours balance"
                   MOVE 3 TO WS-Query-Field-Max
           END-EVALUATE
           DISPLAY "Which figure (1-", WS-Query-Field-Max, ")? : "
           WITH NO ADVANCING
           ACCEPT WS-Query-Field
           IF WS-Query-Field < 1 OR WS-Query-Field > WS-Query-Field-Max
               DISPLAY "Please enter a number from the list."
               PERFORM QUERY-FIELD-PARA
           ELSE
               PERFORM QUERY-FIELD-NAME-PARA
           END-IF.

       QUERY-FIELD-NAME-PARA.
           EVALUATE TRUE ALSO WS-Query-Field
               WHEN QUERY-PAYHIST ALSO 1
                   MOVE "WEEKLY GROSS" TO WS-Query-Field-Name
               WHEN QUERY-PAYHIST ALSO 2
                   MOVE "SALES" TO WS-Query-Field-Name
               WHEN QUERY-PAYHIST ALSO 3
                   MOVE "TAX" TO WS-Query-Field-Name
               WHEN QUERY-PAYHIST ALSO 4
                   MOVE "BENEFIT" TO WS-Query-Field-Name
               WHEN QUERY-PAYHIST ALSO 5
                   MOVE "OTHER DEDUCTIONS" TO WS-Query-Field-Name
               WHEN QUERY-PAYHIST ALSO 6
                   MOVE "NET PAY" TO WS-Query-Field-Name
               WHEN QUERY-PAYHIST ALSO 7
                   MOVE "HOURS" TO WS-Query-Field-Name
               WHEN QUERY-YTD ALSO ANY
                   MOVE "YTD SALARY" TO WS-Query-Field-Name
               WHEN QUERY-ACCRUAL ALSO 1
                   MOVE "HOURS ACCRUED" TO WS-Query-Field-Name
               WHEN QUERY-ACCRUAL ALSO 2
                   MOVE "HOURS TAKEN" TO WS-Query-Field-Name
               WHEN OTHER
                   MOVE "HOURS BALANCE" TO WS-Query-Field-Name
           END-EVALUATE.

      * Pay history is dated by week ending; a leave accrual by the
      *    last week that accrued.
       QUERY-FROM-DATE-PARA.
           DISPLAY "From date (YYYYMMDD, 0 for no start) : "
           WITH NO ADVANCING
           ACCEPT WS-Query-From-Date
           IF WS-Query-From-Date NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Query-From-Date)
                       NOT = 0
                   DISPLAY "That is not a valid date."
                   PERFORM QUERY-FROM-DATE-PARA
               END-IF
           END-IF.

       QUERY-TO-DATE-PARA.
           DISPLAY "To date   (YYYYMMDD, 0 for no end)   : "
           WITH NO ADVANCING
           ACCEPT WS-Query-To-Date
           IF WS-Query-To-Date = 0
               MOVE 99999999 TO WS-Query-To-Date
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Query-To-Date)
                       NOT = 0
                   DISPLAY "That is not a valid date."
                   PERFORM QUERY-TO-DATE-PARA
               ELSE
                   IF WS-Query-To-Date < WS-Query-From-Date
                       DISPLAY "The end date is before the start date."
                       PERFORM QUERY-TO-DATE-PARA
                   END-IF
               END-IF
           END-IF.

      * A zero store or a blank region, job code or status takes
      *    everything. The YTD master is kept by store and job code
      *    only, so it has no status to filter on.
       QUERY-FILTER-PARA.
           DISPLAY "Store number (0 for all)             : "
           WITH NO ADVANCING
           ACCEPT WS-Filter-Store
           DISPLAY "Region (blank for all)               : "
           WITH NO ADVANCING
           ACCEPT WS-Filter-Region
           INSPECT WS-Filter-Region CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Job code (blank for all)             : "
           WITH NO ADVANCING
           ACCEPT WS-Filter-Job
           INSPECT WS-Filter-Job CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACE TO WS-Filter-Status
           IF NOT QUERY-YTD
               PERFORM QUERY-STATUS-PARA
           END-IF.

       QUERY-STATUS-PARA.
           DISPLAY "Status A/L/T (blank for all)         : "
           WITH NO ADVANCING
           ACCEPT WS-Filter-Status
           INSPECT WS-Filter-Status CONVERTING "alt" TO "ALT"
           IF WS-Filter-Status NOT = SPACE AND
                   WS-Filter-Status NOT = "A" AND
                   WS-Filter-Status NOT = "L" AND
                   WS-Filter-Status NOT = "T"
               DISPLAY "Please enter A, L, T or leave it blank."
               PERFORM QUERY-STATUS-PARA
           END-IF.

       QUERY-GROUP-PARA.
           IF QUERY-YTD
               DISPLAY "Group by (N)one, (S)tore, (R)egion or "-
                       "(J)ob code? : "
               WITH NO ADVANCING
           ELSE
               DISPLAY "Group by (N)one, (S)tore, (R)egion, "-
                       "(J)ob code or s(T)atus? : "
               WITH NO ADVANCING
           END-IF
           ACCEPT WS-Query-Group
           INSPECT WS-Query-Group CONVERTING "nsrjt" TO "NSRJT"
           IF WS-Query-Group = SPACE
               MOVE "N" TO WS-Query-Group
           END-IF
           IF NOT GROUP-NONE AND NOT GROUP-STORE AND
                   NOT GROUP-REGION AND NOT GROUP-JOB AND
                   NOT GROUP-STATUS
               DISPLAY "Please enter one of the letters shown."
               PERFORM QUERY-GROUP-PARA
           ELSE
               IF GROUP-STATUS AND QUERY-YTD
                   DISPLAY "The YTD master has no status to group by."
                   PERFORM QUERY-GROUP-PARA
               END-IF
           END-IF.

       QUERY-CSV-PROMPT-PARA.
           DISPLAY "Also write DataFiles\Assignment04_Query.csv "-
                   "(Y/N)? : "
           WITH NO ADVANCING
           ACCEPT WS-Query-Csv
           INSPECT WS-Query-Csv CONVERTING "y" TO "Y".

       QUERY-NEEDS-PARA.
           MOVE "N" TO WS-Need-Emp-Flag
           MOVE "N" TO WS-Need-Store-Flag
           IF QUERY-ACCRUAL OR GROUP-STATUS OR
                   WS-Filter-Status NOT = SPACE
               MOVE "Y" TO WS-Need-Emp-Flag
           END-IF
           IF GROUP-REGION OR WS-Filter-Region NOT = SPACES
               MOVE "Y" TO WS-Need-Store-Flag
           END-IF.

      * Regions by store. Without the Store Master every region is
      *    unknown - the query still runs, the region filter just
      *    matches nothing.
       QUERY-STORE-LOAD-PARA.
           MOVE 0 TO WS-Qs-Count
           OPEN INPUT STOREMASTER
           IF ws-Store-Status NOT = "00"
               DISPLAY "*** STORE MASTER NOT AVAILABLE - REGIONS "-
                       "UNKNOWN ***"
           ELSE
               MOVE 0 TO WS-Query-EOF-Flag
               PERFORM QUERY-STORE-READ-PARA UNTIL QUERY-EOF
               CLOSE STOREMASTER
           END-IF.

       QUERY-STORE-READ-PARA.
           READ STOREMASTER NEXT RECORD
               AT END
                   SET QUERY-EOF TO TRUE
               NOT AT END
                   IF WS-Qs-Count < WS-Max-Qs
                       ADD 1 TO WS-Qs-Count
                       MOVE Store-Number TO WS-Qs-Store(WS-Qs-Count)
                       MOVE Store-Region TO WS-Qs-Region(WS-Qs-Count)
                       INSPECT WS-Qs-Region(WS-Qs-Count) CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   END-IF
           END-READ.

       QUERY-PAYHIST-SCAN-PARA.
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE PAY HISTORY, STATUS: ",
                       ws-PayHist-Status, " ***"
               MOVE "N" TO WS-Query-Open-Flag
           ELSE
               MOVE 0 TO WS-Query-EOF-Flag
               PERFORM QUERY-PAYHIST-READ-PARA UNTIL QUERY-EOF
               CLOSE PAYHISTFILE
           END-IF.

       QUERY-PAYHIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET QUERY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Query-Read
                   MOVE PayH-EmpID TO WS-Row-EmpID
                   MOVE PayH-WeekEnding TO WS-Row-Date
                   MOVE PayH-StoreNumber TO WS-Row-Store
                   MOVE PayH-JobCode TO WS-Row-Job
                   EVALUATE WS-Query-Field
                       WHEN 1
                           MOVE PayH-WeeklySalary TO WS-Row-Value
                       WHEN 2
                           MOVE PayH-SalesAmount TO WS-Row-Value
                       WHEN 3
                           MOVE PayH-Tax TO WS-Row-Value
                       WHEN 4
                           MOVE PayH-Benefit TO WS-Row-Value
                       WHEN 5
                           MOVE PayH-Other TO WS-Row-Value
                       WHEN 6
                           MOVE PayH-Net TO WS-Row-Value
                       WHEN OTHER
                           MOVE PayH-Hours TO WS-Row-Value
                   END-EVALUATE
                   PERFORM QUERY-ROW-PARA
           END-READ.

       QUERY-YTD-SCAN-PARA.
           OPEN INPUT YTDFILE
           IF ws-YTD-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE YTD MASTER, STATUS: ",
                       ws-YTD-Status, " ***"
               MOVE "N" TO WS-Query-Open-Flag
           ELSE
               MOVE 0 TO WS-Query-EOF-Flag
               PERFORM QUERY-YTD-READ-PARA UNTIL QUERY-EOF
               CLOSE YTDFILE
           END-IF.

       QUERY-YTD-READ-PARA.
           READ YTDFILE NEXT RECORD
               AT END
                   SET QUERY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Query-Read
                   MOVE 0 TO WS-Row-EmpID
                   MOVE 0 TO WS-Row-Date
                   MOVE YTD-Store TO WS-Row-Store
                   MOVE YTD-Job TO WS-Row-Job
                   MOVE YTD-Amount TO WS-Row-Value
                   PERFORM QUERY-ROW-PARA
           END-READ.

       QUERY-ACCRUAL-SCAN-PARA.
           OPEN INPUT ACCRUALFILE
           IF ws-Accrual-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LEAVE ACCRUALS, "-
                       "STATUS: ", ws-Accrual-Status, " ***"
               MOVE "N" TO WS-Query-Open-Flag
           ELSE
               MOVE 0 TO WS-Query-EOF-Flag
               PERFORM QUERY-ACCRUAL-READ-PARA UNTIL QUERY-EOF
               CLOSE ACCRUALFILE
           END-IF.

      * An accrual carries only the employee - the store and job code
      *    are the employee's home ones, filled in by QUERY-ROW-PARA.
       QUERY-ACCRUAL-READ-PARA.
           READ ACCRUALFILE NEXT RECORD
               AT END
                   SET QUERY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Query-Read
                   MOVE Accr-EmpID TO WS-Row-EmpID
                   MOVE Accr-LastWeek TO WS-Row-Date
                   MOVE 0 TO WS-Row-Store
                   MOVE SPACE TO WS-Row-Job
                   EVALUATE WS-Query-Field
                       WHEN 1
                           MOVE Accr-Accrued-Hours TO WS-Row-Value
                       WHEN 2
                           MOVE Accr-Taken-Hours TO WS-Row-Value
                       WHEN OTHER
                           COMPUTE WS-Row-Value = Accr-Accrued-Hours
                               - Accr-Taken-Hours
                   END-EVALUATE
                   PERFORM QUERY-ROW-PARA
           END-READ.

      * Fills in the status and region, applies the date range and
      *    the filters, and keeps the figure under its group. Status
      *    is the employee's status today, not as it stood that week.
       QUERY-ROW-PARA.
           MOVE "Y" TO WS-Row-Wanted-Flag
           MOVE SPACE TO WS-Row-Status
           IF NEED-EMPLOYEE
               MOVE WS-Row-EmpID TO Emp-ID
               READ EMPFILE
                   INVALID KEY
                       MOVE SPACE TO WS-Row-Status
                   NOT INVALID KEY
                       MOVE Emp-Status TO WS-Row-Status
                       IF QUERY-ACCRUAL
                           MOVE Emp-Home-Store TO WS-Row-Store
                           MOVE Emp-Home-JobCode TO WS-Row-Job
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-Row-Region
           IF NEED-STORES
               PERFORM VARYING WS-Qs-Sub FROM 1 BY 1
                       UNTIL WS-Qs-Sub > WS-Qs-Count
                   IF WS-Qs-Store(WS-Qs-Sub) = WS-Row-Store
                       MOVE WS-Qs-Region(WS-Qs-Sub) TO WS-Row-Region
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Row-Date < WS-Query-From-Date OR
                   WS-Row-Date > WS-Query-To-Date
               MOVE "N" TO WS-Row-Wanted-Flag
           END-IF
           IF WS-Filter-Store NOT = 0 AND
                   WS-Row-Store NOT = WS-Filter-Store
               MOVE "N" TO WS-Row-Wanted-Flag
           END-IF
           IF WS-Filter-Region NOT = SPACES AND
                   WS-Row-Region NOT = WS-Filter-Region
               MOVE "N" TO WS-Row-Wanted-Flag
           END-IF
           IF WS-Filter-Job NOT = SPACE AND
                   WS-Row-Job NOT = WS-Filter-Job
               MOVE "N" TO WS-Row-Wanted-Flag
           END-IF
           IF WS-Filter-Status NOT = SPACE AND
                   WS-Row-Status NOT = WS-Filter-Status
               MOVE "N" TO WS-Row-Wanted-Flag
           END-IF
           IF ROW-WANTED
               IF WS-Row-Value > 9999999.99 OR
                       WS-Row-Value < -9999999.99
                   ADD 1 TO WS-Query-Too-Large
               ELSE
                   PERFORM QUERY-GROUP-ADD-PARA
               END-IF
           END-IF.

       QUERY-GROUP-ADD-PARA.
           EVALUATE TRUE
               WHEN GROUP-STORE
                   MOVE WS-Row-Store TO WS-Row-Group
               WHEN GROUP-REGION
                   IF WS-Row-Region = SPACES
                       MOVE "NO REGION" TO WS-Row-Group
                   ELSE
                       MOVE WS-Row-Region TO WS-Row-Group
                   END-IF
               WHEN GROUP-JOB
                   IF WS-Row-Job = SPACE
                       MOVE "NO JOB" TO WS-Row-Group
                   ELSE
                       MOVE WS-Row-Job TO WS-Row-Group
                   END-IF
               WHEN GROUP-STATUS
                   IF WS-Row-Status = SPACE
                       MOVE "UNKNOWN" TO WS-Row-Group
                   ELSE
                       MOVE WS-Row-Status TO WS-Row-Group
                   END-IF
               WHEN OTHER
                   MOVE "ALL" TO WS-Row-Group
           END-EVALUATE
           MOVE 0 TO WS-Group-Found-Sub
           PERFORM VARYING WS-Group-Sub FROM 1 BY 1
                   UNTIL WS-Group-Sub > WS-Group-Count
               IF WS-Grp-Key(WS-Group-Sub) = WS-Row-Group
                   MOVE WS-Group-Sub TO WS-Group-Found-Sub
               END-IF
           END-PERFORM
           IF WS-Qrow-Count >= WS-Max-Qrows OR
                   (WS-Group-Found-Sub = 0 AND
                    WS-Group-Count >= WS-Max-Groups)
               ADD 1 TO WS-Query-Dropped
           ELSE
               IF WS-Group-Found-Sub = 0
                   ADD 1 TO WS-Group-Count
                   MOVE WS-Group-Count TO WS-Group-Found-Sub
                   MOVE WS-Row-Group TO WS-Grp-Key(WS-Group-Count)
                   MOVE 0 TO WS-Grp-Count(WS-Group-Count)
                   MOVE 0 TO WS-Grp-Total(WS-Group-Count)
                   MOVE WS-Row-Value TO WS-Grp-Min(WS-Group-Count)
                   MOVE WS-Row-Value TO WS-Grp-Max(WS-Group-Count)
                   MOVE "N" TO WS-Grp-Printed(WS-Group-Count)
               END-IF
               ADD 1 TO WS-Grp-Count(WS-Group-Found-Sub)
               ADD WS-Row-Value TO WS-Grp-Total(WS-Group-Found-Sub)
               IF WS-Row-Value < WS-Grp-Min(WS-Group-Found-Sub)
                   MOVE WS-Row-Value TO WS-Grp-Min(WS-Group-Found-Sub)
               END-IF
               IF WS-Row-Value > WS-Grp-Max(WS-Group-Found-Sub)
                   MOVE WS-Row-Value TO WS-Grp-Max(WS-Group-Found-Sub)
               END-IF
               ADD 1 TO WS-Qrow-Count
               MOVE WS-Group-Found-Sub TO WS-Qr-Group(WS-Qrow-Count)
               MOVE WS-Row-Value TO WS-Qr-Value(WS-Qrow-Count)
               ADD 1 TO WS-Query-Selected
           END-IF.

      * What was asked, what was read, and the groups in key order.
       QUERY-RESULTS-PARA.
           DISPLAY " "
           DISPLAY "-----------------------------------------------"
           DISPLAY "Figure          : ", WS-Query-Field-Name
           IF NOT QUERY-YTD
               MOVE WS-Query-From-Date TO WS-Query-From-Edited
               MOVE WS-Query-To-Date TO WS-Query-To-Edited
               DISPLAY "Dates           : ", WS-Query-From-Edited,
                       " to ", WS-Query-To-Edited
           END-IF
           DISPLAY "Records read    : ", WS-Query-Read
           DISPLAY "Figures selected: ", WS-Query-Selected
           IF WS-Query-Dropped > 0
               DISPLAY "*** ", WS-Query-Dropped, " FIGURES LEFT OUT - "-
                       "MORE THAN 5000 FIGURES OR 50 GROUPS ***"
           END-IF
           IF WS-Query-Too-Large > 0
               DISPLAY "*** ", WS-Query-Too-Large, " FIGURES LEFT "-
                       "OUT - TOO LARGE FOR THE STATISTICS ***"
           END-IF
           DISPLAY "-----------------------------------------------"
           IF WS-Group-Count = 0
               DISPLAY "No records matched the query."
           ELSE
               IF QUERY-CSV-WANTED
                   OPEN OUTPUT QUERYCSVFILE
                   IF ws-QueryCsv-Status NOT = "00"
                       DISPLAY "*** COULD NOT OPEN THE CSV FILE, "-
                               "STATUS: ", ws-QueryCsv-Status, " ***"
                       MOVE "N" TO WS-Query-Csv
                   ELSE
                       MOVE "GROUP,COUNT,AVERAGE,MINIMUM,MAXIMUM,"-
                            "MEDIAN,STDDEV,P25,P75,P90,SAMPLED"
                           TO QueryCsvRec
                       WRITE QueryCsvRec
                   END-IF
               END-IF
               PERFORM QUERY-NEXT-GROUP-PARA WS-Group-Count TIMES
               IF QUERY-CSV-WANTED
                   CLOSE QUERYCSVFILE
                   DISPLAY "CSV: DataFiles\Assignment04_Query.csv"
               END-IF
           END-IF.

      * The lowest key not yet shown.
       QUERY-NEXT-GROUP-PARA.
           MOVE 0 TO WS-Group-Found-Sub
           PERFORM VARYING WS-Group-Sub FROM 1 BY 1
                   UNTIL WS-Group-Sub > WS-Group-Count
               IF WS-Grp-Printed(WS-Group-Sub) = "N"
                   IF WS-Group-Found-Sub = 0
                       MOVE WS-Group-Sub TO WS-Group-Found-Sub
                   ELSE
                       IF WS-Grp-Key(WS-Group-Sub) <
                               WS-Grp-Key(WS-Group-Found-Sub)
                           MOVE WS-Group-Sub TO WS-Group-Found-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-Grp-Printed(WS-Group-Found-Sub)
           PERFORM QUERY-GROUP-STATS-PARA
           PERFORM QUERY-GROUP-SHOW-PARA
           IF QUERY-CSV-WANTED
               PERFORM QUERY-CSV-ROW-PARA
           END-IF.

      * Count, total, minimum and maximum are kept whole for the
      *    group; the rest comes from StatsPack over its first 500
      *    figures, marked * when the group ran past that.
       QUERY-GROUP-STATS-PARA.
           MOVE 0 TO WS-Stats-Count
           PERFORM VARYING WS-Qrow-Sub FROM 1 BY 1
                   UNTIL WS-Qrow-Sub > WS-Qrow-Count
               IF WS-Qr-Group(WS-Qrow-Sub) = WS-Group-Found-Sub AND
                       WS-Stats-Count < WS-Max-Entries
                   ADD 1 TO WS-Stats-Count
                   MOVE WS-Qr-Value(WS-Qrow-Sub) TO
                       WS-Stats-Value(WS-Stats-Count)
               END-IF
           END-PERFORM
           CALL "StatsPack" USING WS-Stats-Values,
               WS-Stats-Count, WS-Stats-Result
           COMPUTE WS-Stats-Average ROUNDED =
               WS-Grp-Total(WS-Group-Found-Sub) /
               WS-Grp-Count(WS-Group-Found-Sub)
           MOVE WS-Grp-Min(WS-Group-Found-Sub) TO WS-Stats-Min
           MOVE WS-Grp-Max(WS-Group-Found-Sub) TO WS-Stats-Max
           IF WS-Grp-Count(WS-Group-Found-Sub) > WS-Max-Entries
               MOVE "*" TO WS-Query-Capped
               MOVE "Y" TO WS-Csv-Sampled
           ELSE
               MOVE SPACE TO WS-Query-Capped
               MOVE "N" TO WS-Csv-Sampled
           END-IF.

       QUERY-GROUP-SHOW-PARA.
           MOVE WS-Grp-Count(WS-Group-Found-Sub) TO
               WS-Query-Count-Edited
           DISPLAY " "
           DISPLAY "Group: ", WS-Grp-Key(WS-Group-Found-Sub),
                   "   Count: ", WS-Query-Count-Edited
           MOVE WS-Stats-Average TO WS-Query-Edit-1
           MOVE WS-Stats-Min TO WS-Query-Edit-2
           MOVE WS-Stats-Max TO WS-Query-Edit-3
           DISPLAY "  Average ", WS-Query-Edit-1, "  Minimum ",
                   WS-Query-Edit-2, "  Maximum ", WS-Query-Edit-3
           MOVE WS-Stats-Median TO WS-Query-Edit-1
           MOVE WS-Stats-StdDev TO WS-Query-Edit-2
           DISPLAY "  Median  ", WS-Query-Edit-1, "  Std Dev ",
                   WS-Query-Edit-2, " ", WS-Query-Capped
           MOVE WS-Stats-P25 TO WS-Query-Edit-1
           MOVE WS-Stats-P75 TO WS-Query-Edit-2
           MOVE WS-Stats-P90 TO WS-Query-Edit-3
           DISPLAY "  25th    ", WS-Query-Edit-1, "  75th    ",
                   WS-Query-Edit-2, "  90th    ", WS-Query-Edit-3,
                   " ", WS-Query-Capped
           IF WS-Query-Capped = "*"
               DISPLAY "  * worked on the group's first 500 figures"
           END-IF.

       QUERY-CSV-ROW-PARA.
           MOVE WS-Grp-Count(WS-Group-Found-Sub) TO WS-Csv-Count-Edit
           MOVE WS-Stats-Average TO WS-Csv-Avg-Edit
           MOVE WS-Stats-Min TO WS-Csv-Min-Edit
           MOVE WS-Stats-Max TO WS-Csv-Max-Edit
           MOVE WS-Stats-Median TO WS-Csv-Median-Edit
           MOVE WS-Stats-StdDev TO WS-Csv-StdDev-Edit
           MOVE WS-Stats-P25 TO WS-Csv-P25-Edit
           MOVE WS-Stats-P75 TO WS-Csv-P75-Edit
           MOVE WS-Stats-P90 TO WS-Csv-P90-Edit
           MOVE SPACES TO QueryCsvRec
           STRING WS-Grp-Key(WS-Group-Found-Sub) DELIMITED BY "  "
            "," DELIMITED BY SIZE
            WS-Csv-Count-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-Avg-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-Min-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-Max-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-Median-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-StdDev-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-P25-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-P75-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-P90-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Csv-Sampled DELIMITED BY SIZE
           INTO QueryCsvRec
           WRITE QueryCsvRec.

      * Only the files this query will open are checked.
       LAYOUT-CHECK-PARA.
           EVALUATE TRUE
               WHEN QUERY-PAYHIST
                   MOVE "PAYHISTORY" TO WS-LC-File-ID
                   MOVE 2 TO WS-LC-Built-Version
               WHEN QUERY-YTD
                   MOVE "YTDMASTER" TO WS-LC-File-ID
                   MOVE 1 TO WS-LC-Built-Version
               WHEN OTHER
                   MOVE "LEAVEACCRUAL" TO WS-LC-File-ID
                   MOVE 1 TO WS-LC-Built-Version
           END-EVALUATE
           PERFORM LAYOUT-CALL-PARA
           IF NEED-EMPLOYEE
               MOVE "EMPMASTER" TO WS-LC-File-ID
               MOVE 2 TO WS-LC-Built-Version
               PERFORM LAYOUT-CALL-PARA
           END-IF
           IF NEED-STORES
               MOVE "STOREMASTER" TO WS-LC-File-ID
               MOVE 2 TO WS-LC-Built-Version
               PERFORM LAYOUT-CALL-PARA
           END-IF.

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
           IF loopCount > 0
               CALL "StatsPack" USING WS-Stats-Values,
