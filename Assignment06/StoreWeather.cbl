      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Store sales against the weather, week over week.               *
      * Each store on the Store Master can name the weather city whose *
      *    Assignment05 temperature history stands for it. For a       *
      *    posted week this run lines up every store's sales out of    *
      *    the pay history with that city's average temperature for    *
      *    the same week, next to the week before, with the change in  *
      *    both - and flags the stores whose sales moved the opposite  *
      *    way to the temperature.                                     *
      * A temperature belongs to a week when its reading date falls    *
      *    in the seven days ending on the week-ending date - if a     *
      *    city was read more than once that week, the latest one is   *
      *    used. A store with no weather city, or no reading for one   *
      *    of the two weeks, is still listed with its sales and said   *
      *    so, since nothing can be compared for it.                   *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The pay-history record picks up the pay     *
      *    group it was paid in. Posted-week register entries carry    *
      *    their pay group - only weekly-group entries count as posted *
      *    weeks here.                                                 *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    province.                                                   *
      ******************************************************************
       identification division.
       program-id. StoreWeather.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The posted-week register - only the weekly weeks count here,
      *    an off-cycle payment carries no week's sales.
           SELECT POSTEDFILE ASSIGN
           "DataFiles\Assignment#6_PostedWeeks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Posted-Status.

      * Store names and weather cities.
           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-Store-Status.

      * The pay-history file exactly as the weekly run writes it.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * The dated temperature history exactly as Assignment05 writes
      *    it.
           SELECT HISTORYFILE ASSIGN
               "DataFiles\Assignment05_History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-History-Status.

           SELECT WEATHERRPTFILE ASSIGN "DataFiles\StoreWeather.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-WeatherRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD POSTEDFILE.
       01 PostedRec.
           03  Posted-WeekEnding   PIC 9(8).
      * Blank for a posted week; O for a manual off-cycle run, with
      *    its sequence number - the pay date then sits in the
      *    week-ending field, and no weekly check matches on it.
           03  Posted-Type         PIC X.
               88 POSTED-OFF-CYCLE     value "O".
           03  Posted-OffCycle-Seq PIC 9(4).
      * The pay group the entry was posted for - a space on an entry
      *    posted before pay groups is a weekly one; the week-ending
      *    field then holds the period's ending date.
           03  Posted-Pay-Group    PIC X.
               88 POSTED-WEEKLY-GROUP  value "W" " ".

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

       FD HISTORYFILE.
       01 HistoryRec.
           03 Hist-City     PIC A(10).
           03 FILLER        PIC X(2).
           03 Hist-Date     PIC 9(8).
           03 FILLER        PIC X(2).
           03 Hist-Reading  OCCURS 9 TIMES PIC -ZZ9.9.
           03 FILLER        PIC X(2).
           03 FILLER        PIC X(5).
           03 Hist-Avg      PIC -ZZ9.9.

       FD WEATHERRPTFILE.
       01 WeatherRptRec            PIC X(125).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "StoreWeather".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Posted-Status     PIC XX value "00".
       01 ws-Store-Status      PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-History-Status    PIC XX value "00".
       01 ws-WeatherRpt-Status PIC XX value "00".
       01 WS-Posted-EOF-Flag   PIC 9 value 0.
           88 POSTED-EOF       value 1.
       01 WS-Store-EOF-Flag    PIC 9 value 0.
           88 STORE-EOF        value 1.
       01 WS-PayHist-EOF-Flag  PIC 9 value 0.
           88 PAYHIST-EOF      value 1.
       01 WS-Hist-EOF-Flag     PIC 9 value 0.
           88 HIST-EOF         value 1.
       01 WS-Run-Date          PIC 9(8) value 0.

      * The week asked for and the week before it, each with the
      *    first day of its seven so a reading date can be placed.
       01 WS-Week-Ending       PIC 9(8) value 0.
       01 WS-Week-From         PIC 9(8) value 0.
       01 WS-Prior-Ending      PIC 9(8) value 0.
       01 WS-Prior-From        PIC 9(8) value 0.
       01 WS-Week-Int          PIC 9(7) value 0.
       01 WS-Last-Posted       PIC 9(8) value 0.
       01 WS-Week-Posted-Flag  PIC X value "N".
           88 WEEK-POSTED      value "Y".
       01 WS-Prior-Posted-Flag PIC X value "N".
           88 PRIOR-POSTED     value "Y".

      * Every store trading in either week, with both weeks' sales
      *    and temperatures as they are found.
       01 WS-Max-Stores        PIC 999 value 200.
       01 WS-Store-Count       PIC 999 value 0.
       01 WS-Store-Dropped     PIC 999 value 0.
       01 WS-Store-Table.
           03 WS-Store-Entry OCCURS 200 TIMES.
               05 WS-St-Number         PIC 9(4).
               05 WS-St-Name           PIC X(20).
               05 WS-St-City           PIC X(10).
               05 WS-St-Sales-This     PIC 9(9).
               05 WS-St-Sales-Prior    PIC 9(9).
               05 WS-St-Temp-This      PIC S999V9.
               05 WS-St-Temp-This-Date PIC 9(8).
               05 WS-St-Temp-Prior     PIC S999V9.
               05 WS-St-Temp-Prior-Date PIC 9(8).
       01 WS-Store-Sub         PIC 999 value 0.
       01 WS-Store-Found-Sub   PIC 999 value 0.

       01 WS-Reading-Avg       PIC S999V9 value 0.
       01 WS-Sales-Change      PIC S9(9) value 0.
       01 WS-Temp-Change       PIC S999V9 value 0.
       01 WS-Unmatched-Sales   PIC 9(9) value 0.

      * Run totals.
       01 WS-Against-Count     PIC 999 value 0.
       01 WS-No-City-Count     PIC 999 value 0.
       01 WS-No-Reading-Count  PIC 999 value 0.
       01 WS-Tot-Sales-This    PIC 9(10) value 0.
       01 WS-Tot-Sales-Prior   PIC 9(10) value 0.
       01 WS-Amount-Edited     PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-Temp-Edited       PIC -ZZ9.9.
       01 WS-Sales-Edited      PIC ZZZ,ZZZ,ZZ9.
       01 WS-Change-Edited     PIC ZZZ,ZZZ,ZZ9-.

       01 WS-Store-Line.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Store            PIC 9(4).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Name             PIC X(20).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-City             PIC X(10).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Sales-This       PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Sales-Prior      PIC X(11).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Sales-Change     PIC X(12).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Temp-This        PIC X(6).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Temp-Prior       PIC X(6).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Temp-Change      PIC X(6).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  SL-Flag             PIC X(15).

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM POSTED-LOAD-PARA.
           IF WS-Last-Posted = 0
               DISPLAY "*** NO POSTED WEEKS ON THE REGISTER - "-
                       "NO SALES TO REPORT YET ***"
           ELSE
               PERFORM GET-WEEK-PARA
               IF NOT WEEK-POSTED
                   DISPLAY "*** ", WS-Week-Ending, " IS NOT A "-
                           "POSTED WEEK - NOTHING REPORTED ***"
               ELSE
                   PERFORM WEEK-WINDOW-PARA
                   PERFORM STORE-LOAD-PARA
                   IF WS-Store-Count = 0
                       DISPLAY "*** NO STORES ON THE STORE MASTER "-
                               "FOR THAT WEEK ***"
                   ELSE
                       PERFORM SALES-LOAD-PARA
                       PERFORM TEMPERATURE-LOAD-PARA
                       PERFORM REPORT-PARA
                   END-IF
               END-IF
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program lines up each store's sales"
           display "for a posted week against its weather city's"
           display "average temperature, beside the week before, and"
           display "flags stores whose sales went against the weather."
           DISPLAY "---------------------------------------------------"
           display " ".

       POSTED-LOAD-PARA.
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

      * Zero takes the last posted week - the usual Monday-morning
      *    run. Any other week has to be on the posted register.
       GET-WEEK-PARA.
           DISPLAY "Week ending to report (YYYYMMDD, 0 for the last "-
                   "posted week): " WITH NO ADVANCING
           ACCEPT WS-Week-Ending
           IF WS-Week-Ending = 0
               MOVE WS-Last-Posted TO WS-Week-Ending
           END-IF
           MOVE "N" TO WS-Week-Posted-Flag
           MOVE "N" TO WS-Prior-Posted-Flag
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Week-Ending) = 0
               COMPUTE WS-Week-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Week-Ending)
               COMPUTE WS-Prior-Ending =
                   FUNCTION DATE-OF-INTEGER(WS-Week-Int - 7)
               MOVE 0 TO WS-Posted-EOF-Flag
               OPEN INPUT POSTEDFILE
               PERFORM POSTED-MATCH-PARA UNTIL POSTED-EOF
               CLOSE POSTEDFILE
           END-IF.

       POSTED-MATCH-PARA.
           READ POSTEDFILE
               AT END
                   SET POSTED-EOF TO TRUE
               NOT AT END
                   IF NOT POSTED-OFF-CYCLE AND POSTED-WEEKLY-GROUP
                       IF Posted-WeekEnding = WS-Week-Ending
                           MOVE "Y" TO WS-Week-Posted-Flag
                       END-IF
                       IF Posted-WeekEnding = WS-Prior-Ending
                           MOVE "Y" TO WS-Prior-Posted-Flag
                       END-IF
                   END-IF
           END-READ.

      * The seven days each week-ending date closes, for placing a
      *    temperature reading in one week or the other.
       WEEK-WINDOW-PARA.
           COMPUTE WS-Week-From =
               FUNCTION DATE-OF-INTEGER(WS-Week-Int - 6)
           COMPUTE WS-Prior-From =
               FUNCTION DATE-OF-INTEGER(WS-Week-Int - 13).

      * Every store open at some point in the two weeks - opened by
      *    the week-ending date and not closed before the prior week
      *    began.
       STORE-LOAD-PARA.
           OPEN INPUT STOREMASTER
           IF ws-Store-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN STORE MASTER, STATUS: ",
                       ws-Store-Status, " ***"
           ELSE
               PERFORM STORE-READ-PARA UNTIL STORE-EOF
               CLOSE STOREMASTER
           END-IF.

       STORE-READ-PARA.
           READ STOREMASTER NEXT RECORD
               AT END
                   SET STORE-EOF TO TRUE
               NOT AT END
                   IF Store-Open-Date <= WS-Week-Ending AND
                           (Store-Close-Date = 0 OR
                            Store-Close-Date >= WS-Prior-From)
                       PERFORM STORE-KEEP-PARA
                   END-IF
           END-READ.

       STORE-KEEP-PARA.
           IF WS-Store-Count < WS-Max-Stores
               ADD 1 TO WS-Store-Count
               MOVE Store-Number TO WS-St-Number(WS-Store-Count)
               MOVE Store-Name TO WS-St-Name(WS-Store-Count)
               MOVE Store-City TO WS-St-City(WS-Store-Count)
               MOVE 0 TO WS-St-Sales-This(WS-Store-Count)
               MOVE 0 TO WS-St-Sales-Prior(WS-Store-Count)
               MOVE 0 TO WS-St-Temp-This(WS-Store-Count)
               MOVE 0 TO WS-St-Temp-This-Date(WS-Store-Count)
               MOVE 0 TO WS-St-Temp-Prior(WS-Store-Count)
               MOVE 0 TO WS-St-Temp-Prior-Date(WS-Store-Count)
           ELSE
               ADD 1 TO WS-Store-Dropped
           END-IF.

      * One pass of the pay history - each employee's sales for
      *    either week go to the store the week was paid under.
       SALES-LOAD-PARA.
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN PAY HISTORY FILE, "-
                       "STATUS: ", ws-PayHist-Status, " ***"
           ELSE
               PERFORM PAYHIST-READ-PARA UNTIL PAYHIST-EOF
               CLOSE PAYHISTFILE
           END-IF.

       PAYHIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET PAYHIST-EOF TO TRUE
               NOT AT END
                   IF PayH-WeekEnding = WS-Week-Ending OR
                           PayH-WeekEnding = WS-Prior-Ending
                       PERFORM SALES-POST-PARA
                   END-IF
           END-READ.

       SALES-POST-PARA.
           MOVE 0 TO WS-Store-Found-Sub
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               IF WS-St-Number(WS-Store-Sub) = PayH-StoreNumber
                   MOVE WS-Store-Sub TO WS-Store-Found-Sub
               END-IF
           END-PERFORM
           IF WS-Store-Found-Sub = 0
               ADD PayH-SalesAmount TO WS-Unmatched-Sales
           ELSE
               IF PayH-WeekEnding = WS-Week-Ending
                   ADD PayH-SalesAmount TO
                       WS-St-Sales-This(WS-Store-Found-Sub)
               ELSE
                   ADD PayH-SalesAmount TO
                       WS-St-Sales-Prior(WS-Store-Found-Sub)
               END-IF
           END-IF.

      * One pass of the temperature history - a reading dated in
      *    either week goes to every store naming that city, the
      *    latest reading in the week winning.
       TEMPERATURE-LOAD-PARA.
           OPEN INPUT HISTORYFILE
           IF ws-History-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN TEMPERATURE HISTORY, "-
                       "STATUS: ", ws-History-Status,
                       " - NO TEMPERATURES THIS RUN ***"
           ELSE
               PERFORM HISTORY-READ-PARA UNTIL HIST-EOF
               CLOSE HISTORYFILE
           END-IF.

       HISTORY-READ-PARA.
           READ HISTORYFILE
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   IF Hist-Date >= WS-Prior-From AND
                           Hist-Date <= WS-Week-Ending
                       MOVE Hist-Avg TO WS-Reading-Avg
                       PERFORM TEMPERATURE-POST-PARA
                   END-IF
           END-READ.

       TEMPERATURE-POST-PARA.
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               IF WS-St-City(WS-Store-Sub) NOT = SPACES AND
                       WS-St-City(WS-Store-Sub) = Hist-City
                   IF Hist-Date >= WS-Week-From
                       IF Hist-Date >=
                               WS-St-Temp-This-Date(WS-Store-Sub)
                           MOVE WS-Reading-Avg TO
                               WS-St-Temp-This(WS-Store-Sub)
                           MOVE Hist-Date TO
                               WS-St-Temp-This-Date(WS-Store-Sub)
                       END-IF
                   ELSE
                       IF Hist-Date >=
                               WS-St-Temp-Prior-Date(WS-Store-Sub)
                           MOVE WS-Reading-Avg TO
                               WS-St-Temp-Prior(WS-Store-Sub)
                           MOVE Hist-Date TO
                               WS-St-Temp-Prior-Date(WS-Store-Sub)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-PARA.
           OPEN OUTPUT WEATHERRPTFILE
           PERFORM REPORT-HEADER-PARA
           PERFORM STORE-LINE-PARA
               VARYING WS-Store-Sub FROM 1 BY 1
               UNTIL WS-Store-Sub > WS-Store-Count
           PERFORM REPORT-TOTALS-PARA
           CLOSE WEATHERRPTFILE
           DISPLAY " "
           DISPLAY WS-Store-Count, " store(s) reported - ",
                   WS-Against-Count, " moved against the weather."
           IF NOT PRIOR-POSTED
               DISPLAY "The week before, ", WS-Prior-Ending,
                       ", was not posted - no changes worked out."
           END-IF
           IF WS-Store-Dropped > 0
               DISPLAY "*** ", WS-Store-Dropped, " STORE(S) OVER "-
                       "THE STORE TABLE WERE LEFT OFF ***"
           END-IF
           DISPLAY "Report: DataFiles\StoreWeather.rpt".

       REPORT-HEADER-PARA.
           MOVE SPACES TO WeatherRptRec
           STRING "STORE SALES AGAINST TEMPERATURE     Run "
                   DELIMITED BY SIZE
               WS-Run-Date DELIMITED BY SIZE
               "     Week ending " DELIMITED BY SIZE
               WS-Week-Ending DELIMITED BY SIZE
               "  vs  " DELIMITED BY SIZE
               WS-Prior-Ending DELIMITED BY SIZE
               INTO WeatherRptRec
           WRITE WeatherRptRec
           MOVE "  Temperatures are the city's average for readings "-
                "dated in the seven days ending on each date."
                TO WeatherRptRec
           WRITE WeatherRptRec
           MOVE SPACES TO WeatherRptRec
           WRITE WeatherRptRec
           MOVE "--------------- Sales ----------------"
               TO WeatherRptRec(43:38)
           MOVE "---- Temperature -----" TO WeatherRptRec(83:22)
           WRITE WeatherRptRec
           MOVE "  Str   Store Name            City         This Week"-
                "   Prior Week        Change     This   Prior  Change"-
                "  Flag" TO WeatherRptRec
           WRITE WeatherRptRec.

      * One line per store. The sales change is only worked out when
      *    the prior week was posted, and the temperature change only
      *    when both weeks have a reading - a store is flagged against
      *    the trend when sales and temperature both moved, in
      *    opposite directions.
       STORE-LINE-PARA.
           MOVE WS-St-Number(WS-Store-Sub) TO SL-Store
           MOVE WS-St-Name(WS-Store-Sub) TO SL-Name
           MOVE WS-St-City(WS-Store-Sub) TO SL-City
           MOVE WS-St-Sales-This(WS-Store-Sub) TO SL-Sales-This
           MOVE WS-St-Sales-Prior(WS-Store-Sub) TO WS-Sales-Edited
           MOVE WS-Sales-Edited TO SL-Sales-Prior
           ADD WS-St-Sales-This(WS-Store-Sub) TO WS-Tot-Sales-This
           ADD WS-St-Sales-Prior(WS-Store-Sub) TO WS-Tot-Sales-Prior
           COMPUTE WS-Sales-Change = WS-St-Sales-This(WS-Store-Sub)
               - WS-St-Sales-Prior(WS-Store-Sub)
           MOVE WS-Sales-Change TO WS-Change-Edited
           MOVE WS-Change-Edited TO SL-Sales-Change
           MOVE SPACES TO SL-Temp-This
           MOVE SPACES TO SL-Temp-Prior
           MOVE SPACES TO SL-Temp-Change
           MOVE SPACES TO SL-Flag
           MOVE 0 TO WS-Temp-Change
           IF WS-St-Temp-This-Date(WS-Store-Sub) > 0
               MOVE WS-St-Temp-This(WS-Store-Sub) TO WS-Temp-Edited
               MOVE WS-Temp-Edited TO SL-Temp-This
           END-IF
           IF WS-St-Temp-Prior-Date(WS-Store-Sub) > 0
               MOVE WS-St-Temp-Prior(WS-Store-Sub) TO WS-Temp-Edited
               MOVE WS-Temp-Edited TO SL-Temp-Prior
           END-IF
           IF WS-St-Temp-This-Date(WS-Store-Sub) > 0 AND
                   WS-St-Temp-Prior-Date(WS-Store-Sub) > 0
               COMPUTE WS-Temp-Change = WS-St-Temp-This(WS-Store-Sub)
                   - WS-St-Temp-Prior(WS-Store-Sub)
               MOVE WS-Temp-Change TO WS-Temp-Edited
               MOVE WS-Temp-Edited TO SL-Temp-Change
           END-IF
           EVALUATE TRUE
               WHEN WS-St-City(WS-Store-Sub) = SPACES
                   MOVE "NO WEATHER CITY" TO SL-Flag
                   ADD 1 TO WS-No-City-Count
               WHEN WS-St-Temp-This-Date(WS-Store-Sub) = 0 OR
                       WS-St-Temp-Prior-Date(WS-Store-Sub) = 0
                   MOVE "NO READING" TO SL-Flag
                   ADD 1 TO WS-No-Reading-Count
               WHEN NOT PRIOR-POSTED
                   MOVE "NO PRIOR WEEK" TO SL-Flag
               WHEN (WS-Sales-Change > 0 AND WS-Temp-Change < 0) OR
                       (WS-Sales-Change < 0 AND WS-Temp-Change > 0)
                   MOVE "AGAINST TREND" TO SL-Flag
                   ADD 1 TO WS-Against-Count
           END-EVALUATE
           IF NOT PRIOR-POSTED
               MOVE SPACES TO SL-Sales-Prior
               MOVE SPACES TO SL-Sales-Change
           END-IF
           MOVE WS-Store-Line TO WeatherRptRec
           WRITE WeatherRptRec.

       REPORT-TOTALS-PARA.
           MOVE SPACES TO WeatherRptRec
           WRITE WeatherRptRec
           MOVE SPACES TO WeatherRptRec
           MOVE WS-Tot-Sales-This TO WS-Amount-Edited
           STRING "  Sales this week, all stores   " DELIMITED BY SIZE
               WS-Amount-Edited DELIMITED BY SIZE
               INTO WeatherRptRec
           WRITE WeatherRptRec
           IF PRIOR-POSTED
               MOVE SPACES TO WeatherRptRec
               MOVE WS-Tot-Sales-Prior TO WS-Amount-Edited
               STRING "  Sales prior week, all stores  "
                       DELIMITED BY SIZE
                   WS-Amount-Edited DELIMITED BY SIZE
                   INTO WeatherRptRec
               WRITE WeatherRptRec
           ELSE
               MOVE "  Prior week not posted - no week-over-week "-
                    "changes worked out." TO WeatherRptRec
               WRITE WeatherRptRec
           END-IF
           IF WS-Unmatched-Sales > 0
               MOVE SPACES TO WeatherRptRec
               MOVE WS-Unmatched-Sales TO WS-Amount-Edited
               STRING "  Sales under stores not listed " DELIMITED BY
                       SIZE
                   WS-Amount-Edited DELIMITED BY SIZE
                   INTO WeatherRptRec
               WRITE WeatherRptRec
           END-IF
           MOVE SPACES TO WeatherRptRec
           STRING "  Stores " DELIMITED BY SIZE
               WS-Store-Count DELIMITED BY SIZE
               "   against trend " DELIMITED BY SIZE
               WS-Against-Count DELIMITED BY SIZE
               "   no weather city " DELIMITED BY SIZE
               WS-No-City-Count DELIMITED BY SIZE
               "   no reading " DELIMITED BY SIZE
               WS-No-Reading-Count DELIMITED BY SIZE
               INTO WeatherRptRec
           WRITE WeatherRptRec.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "PAYHISTORY" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "STOREMASTER" TO WS-LC-File-ID
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

       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program StoreWeather.
