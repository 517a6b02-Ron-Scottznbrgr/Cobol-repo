      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Heating and cooling degree days, per city, week and month.     *
      * Facilities budgets the stores' heating and air conditioning    *
      *    off degree days - how far each day's temperature sat below  *
      *    the heating base, or above the cooling base. Assignment05's *
      *    history already has our own daily readings per city, so     *
      *    this program works the degree days out of it:               *
      *      - per city per reading week (each history line), and      *
      *      - per city per calendar month, day by day,                *
      *    each against the same period a year earlier and against     *
      *    the city's average for that period over every other year    *
      *    on file. The readings on a history line are the last days   *
      *    up to and including its reading-week date, one per day, so  *
      *    a week running over a month end splits between the two      *
      *    months. The bases come off a small control file, 18.0C      *
      *    each if there is none. Output is the report plus a fixed-   *
      *    layout extract facilities loads into the energy budget.     *
      ******************************************************************
       identification division.
       program-id. DegreeDays.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The dated history exactly as Assignment05 writes it.
           SELECT HISTORYFILE ASSIGN
               "DataFiles\Assignment05_History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.

      * Heating and cooling base temperatures, Celsius, tenths
      *    implied - "180 180" is 18.0C for both.
           SELECT DDBASEFILE ASSIGN
               "DataFiles\Assignment05_DegreeDayBase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDBase-Status.

           SELECT DDRPTFILE ASSIGN
               "DataFiles\Assignment05_DegreeDays.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDRpt-Status.

      * The facilities extract - one line per city and period.
           SELECT DDEXTFILE ASSIGN
               "DataFiles\Assignment05_DegreeDays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDExt-Status.

       data division.
       FILE SECTION.
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

       FD DDBASEFILE.
       01 DDBaseRec.
           03 DDB-Heat-Base  PIC 99V9.
           03 FILLER         PIC X.
           03 DDB-Cool-Base  PIC 99V9.

       FD DDRPTFILE.
       01 DDRptRec           PIC X(80).

      * W for a reading week (period is its date), M for a calendar
      *    month (period is the first of the month). Last-year and
      *    average figures are zero with their flag N when there is
      *    nothing on file to compare with.
       FD DDEXTFILE.
       01 DDExtRec.
           03 Ext-City       PIC X(10).
           03 FILLER         PIC X.
           03 Ext-Type       PIC X.
           03 FILLER         PIC X.
           03 Ext-Period     PIC 9(8).
           03 FILLER         PIC X.
           03 Ext-Days       PIC 9(3).
           03 FILLER         PIC X.
           03 Ext-Heat-Base  PIC 99V9.
           03 FILLER         PIC X.
           03 Ext-Cool-Base  PIC 99V9.
           03 FILLER         PIC X.
           03 Ext-HDD        PIC 9(5)V9.
           03 FILLER         PIC X.
           03 Ext-CDD        PIC 9(5)V9.
           03 FILLER         PIC X.
           03 Ext-LY-Flag    PIC X.
           03 FILLER         PIC X.
           03 Ext-HDD-LY     PIC 9(5)V9.
           03 FILLER         PIC X.
           03 Ext-CDD-LY     PIC 9(5)V9.
           03 FILLER         PIC X.
           03 Ext-Avg-Years  PIC 99.
           03 FILLER         PIC X.
           03 Ext-HDD-Avg    PIC 9(5)V9.
           03 FILLER         PIC X.
           03 Ext-CDD-Avg    PIC 9(5)V9.

       working-storage section.
       01 pressKeyToEnd      PIC X.
       01 WS-History-Status  PIC XX value "00".
       01 WS-DDBase-Status   PIC XX value "00".
       01 WS-DDRpt-Status    PIC XX value "00".
       01 WS-DDExt-Status    PIC XX value "00".
       01 WS-Hist-EOF        PIC 9 value 0.
           88 HIST-EOF       value 1.
       01 WS-Heat-Base       PIC 99V9 value 18.0.
       01 WS-Cool-Base       PIC 99V9 value 18.0.

      * Every history line, one row per city and reading-week date -
      *    a week entered twice keeps the later line, since a rerun
      *    of Assignment05 for the same week is a correction.
       01 WS-Max-Weeks       PIC 999 value 500.
       01 WS-Week-Count      PIC 999 value 0.
       01 WS-Week-Table.
           03 WS-Week-Row OCCURS 500 TIMES.
               05 WS-Wk-Key.
                   07 WS-Wk-City       PIC X(10).
                   07 WS-Wk-Date       PIC 9(8).
               05 WS-Wk-Days           PIC 9.
               05 WS-Wk-Reading OCCURS 9 TIMES PIC S999V9.
               05 WS-Wk-Year           PIC 9(4).
               05 WS-Wk-Num            PIC 99.
               05 WS-Wk-HDD            PIC 9(4)V9.
               05 WS-Wk-CDD            PIC 9(4)V9.
       01 WS-Week-Sub        PIC 999 value 0.
       01 WS-Week-Find-Sub   PIC 999 value 0.
       01 WS-Week-Cmp-Sub    PIC 999 value 0.
       01 WS-Week-Swap       PIC X(71) value SPACES.
       01 WS-Dropped-Count   PIC 999 value 0.
       01 WS-Bad-Date-Count  PIC 999 value 0.

      * Degree days rolled up by city and calendar month.
       01 WS-Max-Months      PIC 999 value 300.
       01 WS-Month-Count     PIC 999 value 0.
       01 WS-Month-Table.
           03 WS-Month-Row OCCURS 300 TIMES.
               05 WS-Mo-Key.
                   07 WS-Mo-City       PIC X(10).
                   07 WS-Mo-YYYYMM     PIC 9(6).
               05 WS-Mo-Days           PIC 99.
               05 WS-Mo-HDD            PIC 9(5)V9.
               05 WS-Mo-CDD            PIC 9(5)V9.
       01 WS-Month-Sub       PIC 999 value 0.
       01 WS-Month-Find-Sub  PIC 999 value 0.
       01 WS-Month-Cmp-Sub   PIC 999 value 0.
       01 WS-Month-Swap      PIC X(30) value SPACES.
       01 WS-Month-Dropped   PIC 999 value 0.

      * One day's reading while a week is worked through.
       01 WS-Read-Sub        PIC 99 value 0.
       01 WS-Reading-Num     PIC S999V9 value 0.
       01 WS-Day-Int         PIC 9(7) value 0.
       01 WS-Day-Date        PIC 9(8) value 0.
       01 WS-Day-YYYYMM      PIC 9(6) value 0.
       01 WS-Day-HDD         PIC 99V9 value 0.
       01 WS-Day-CDD         PIC 99V9 value 0.
       01 WS-Jan-First       PIC 9(8) value 0.
       01 WS-Day-Of-Year     PIC 999 value 0.

      * The period in hand's comparisons.
       01 WS-Cmp-Year        PIC 9(4) value 0.
       01 WS-Cmp-Month       PIC 99 value 0.
       01 WS-Row-Year        PIC 9(4) value 0.
       01 WS-Row-Month       PIC 99 value 0.
       01 WS-LY-Found        PIC X value "N".
           88 LY-FOUND       value "Y".
       01 WS-LY-HDD          PIC 9(5)V9 value 0.
       01 WS-LY-CDD          PIC 9(5)V9 value 0.
       01 WS-Avg-Years       PIC 99 value 0.
       01 WS-Sum-HDD         PIC 9(7)V9 value 0.
       01 WS-Sum-CDD         PIC 9(7)V9 value 0.
       01 WS-Avg-HDD         PIC 9(5)V9 value 0.
       01 WS-Avg-CDD         PIC 9(5)V9 value 0.

       01 WS-Cur-City        PIC X(10) value SPACES.
       01 WS-Ext-Count       PIC 9(5) value 0.
       01 WS-DD-Edited       PIC ZZZZ9.9.
       01 WS-Base-Edited     PIC Z9.9.
       01 WS-Cool-Edited     PIC Z9.9.

       01 WS-DD-Line.
           03 DL-Period      PIC X(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 DL-Days        PIC ZZ9.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 DL-HDD         PIC ZZZZ9.9.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 DL-HDD-LY      PIC X(7).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 DL-HDD-Avg     PIC X(7).
           03 FILLER         PIC X(4) VALUE SPACES.
           03 DL-CDD         PIC ZZZZ9.9.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 DL-CDD-LY      PIC X(7).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 DL-CDD-Avg     PIC X(7).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 DL-Years       PIC Z9.

       procedure division.
       PROG.
           PERFORM DD-BASE-PRESET-PARA.
           PERFORM HISTORY-LOAD-PARA.
           IF WS-Week-Count = 0
               DISPLAY " "
               DISPLAY "No dated history on file yet - run "-
                       "Assignment05 first."
           ELSE
               PERFORM WEEK-SORT-PARA
               PERFORM DEGREE-DAY-PARA
                   VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count
               PERFORM MONTH-SORT-PARA
               PERFORM DD-REPORT-PARA
               DISPLAY " "
               DISPLAY "Degree days worked out for ", WS-Week-Count,
                       " reading week(s) and ", WS-Month-Count,
                       " city month(s)."
               DISPLAY "Report : DataFiles\Assignment05_DegreeDays.rpt"
               DISPLAY "Extract: DataFiles\Assignment05_DegreeDays.dat"
                       " (", WS-Ext-Count, " line(s))"
               IF WS-Dropped-Count > 0 OR WS-Month-Dropped > 0
                   DISPLAY WS-Dropped-Count, " week(s) and ",
                           WS-Month-Dropped, " day(s) past the "-
                           "table limits were left out."
               END-IF
               IF WS-Bad-Date-Count > 0
                   DISPLAY WS-Bad-Date-Count, " history line(s) "-
                           "with no real date were skipped."
               END-IF
           END-IF.
           PERFORM END-PARA.

      * Reads the base temperatures from their control file. Keeps
      *    the compiled-in 18.0C pair if there is no file, or if the
      *    heating base sits above the cooling base - a day could
      *    then count as both, and the budget would pay twice.
       DD-BASE-PRESET-PARA.
           OPEN INPUT DDBASEFILE
           IF WS-DDBase-Status = "00"
               READ DDBASEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DDB-Heat-Base IS NUMERIC AND
                               DDB-Cool-Base IS NUMERIC AND
                               DDB-Heat-Base <= DDB-Cool-Base
                           MOVE DDB-Heat-Base TO WS-Heat-Base
                           MOVE DDB-Cool-Base TO WS-Cool-Base
                       ELSE
                           DISPLAY "*** DEGREE-DAY BASE FILE IS NOT "-
                                   "USABLE - 18.0C BASES USED ***"
                       END-IF
               END-READ
               CLOSE DDBASEFILE
           END-IF.

       HISTORY-LOAD-PARA.
           OPEN INPUT HISTORYFILE
           IF WS-History-Status NOT = "00"
               DISPLAY " "
               DISPLAY "*** COULD NOT OPEN HISTORY FILE, STATUS: ",
                       WS-History-Status, " ***"
           ELSE
               PERFORM HISTORY-READ-PARA UNTIL HIST-EOF
               CLOSE HISTORYFILE
           END-IF.

       HISTORY-READ-PARA.
           READ HISTORYFILE
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   IF FUNCTION TEST-DATE-YYYYMMDD(Hist-Date) NOT = 0
                       ADD 1 TO WS-Bad-Date-Count
                   ELSE
                       PERFORM WEEK-KEEP-PARA
                   END-IF
           END-READ.

      * Finds the city and date's row - or starts one - and loads the
      *    line's readings into it. Unused reading slots are spaces
      *    and are not days.
       WEEK-KEEP-PARA.
           MOVE 0 TO WS-Week-Find-Sub
           PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count
               IF WS-Wk-City(WS-Week-Sub) = Hist-City AND
                       WS-Wk-Date(WS-Week-Sub) = Hist-Date
                   MOVE WS-Week-Sub TO WS-Week-Find-Sub
               END-IF
           END-PERFORM
           IF WS-Week-Find-Sub = 0
               IF WS-Week-Count < WS-Max-Weeks
                   ADD 1 TO WS-Week-Count
                   MOVE WS-Week-Count TO WS-Week-Find-Sub
               ELSE
                   ADD 1 TO WS-Dropped-Count
               END-IF
           END-IF
           IF WS-Week-Find-Sub > 0
               MOVE Hist-City TO WS-Wk-City(WS-Week-Find-Sub)
               MOVE Hist-Date TO WS-Wk-Date(WS-Week-Find-Sub)
               MOVE 0 TO WS-Wk-Days(WS-Week-Find-Sub)
               PERFORM VARYING WS-Read-Sub FROM 1 BY 1
                       UNTIL WS-Read-Sub > 9
                   IF Hist-Reading(WS-Read-Sub) NOT = SPACES
                       ADD 1 TO WS-Wk-Days(WS-Week-Find-Sub)
                       MOVE Hist-Reading(WS-Read-Sub) TO
                           WS-Wk-Reading(WS-Week-Find-Sub,
                           WS-Wk-Days(WS-Week-Find-Sub))
                   END-IF
               END-PERFORM
           END-IF.

      * Simple bubble sort on city plus date, the same shape
      *    TemperatureTrend uses.
       WEEK-SORT-PARA.
           PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count
               PERFORM VARYING WS-Week-Cmp-Sub FROM 1 BY 1
                       UNTIL WS-Week-Cmp-Sub >
                             WS-Week-Count - WS-Week-Sub
                   IF WS-Wk-Key(WS-Week-Cmp-Sub) >
                           WS-Wk-Key(WS-Week-Cmp-Sub + 1)
                       MOVE WS-Week-Row(WS-Week-Cmp-Sub) TO
                           WS-Week-Swap
                       MOVE WS-Week-Row(WS-Week-Cmp-Sub + 1) TO
                           WS-Week-Row(WS-Week-Cmp-Sub)
                       MOVE WS-Week-Swap TO
                           WS-Week-Row(WS-Week-Cmp-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * One reading week - its year and week of the year (day of the
      *    year in sevens, so week 1 is 1-7 January every year), then
      *    each day's degree days, to the week and to its month.
       DEGREE-DAY-PARA.
           MOVE WS-Wk-Date(WS-Week-Sub)(1:4) TO WS-Wk-Year(WS-Week-Sub)
           COMPUTE WS-Jan-First = WS-Wk-Year(WS-Week-Sub) * 10000 + 101
           COMPUTE WS-Day-Of-Year =
               FUNCTION INTEGER-OF-DATE(WS-Wk-Date(WS-Week-Sub))
               - FUNCTION INTEGER-OF-DATE(WS-Jan-First) + 1
           COMPUTE WS-Wk-Num(WS-Week-Sub) =
               (WS-Day-Of-Year - 1) / 7 + 1
           MOVE 0 TO WS-Wk-HDD(WS-Week-Sub)
           MOVE 0 TO WS-Wk-CDD(WS-Week-Sub)
           PERFORM DAY-PARA
               VARYING WS-Read-Sub FROM 1 BY 1
               UNTIL WS-Read-Sub > WS-Wk-Days(WS-Week-Sub).

      * The last reading is the reading-week date itself, each one
      *    before it a day earlier.
       DAY-PARA.
           COMPUTE WS-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Wk-Date(WS-Week-Sub))
               - WS-Wk-Days(WS-Week-Sub) + WS-Read-Sub
           COMPUTE WS-Day-Date = FUNCTION DATE-OF-INTEGER(WS-Day-Int)
           MOVE WS-Day-Date(1:6) TO WS-Day-YYYYMM
           MOVE WS-Wk-Reading(WS-Week-Sub, WS-Read-Sub) TO
               WS-Reading-Num
           MOVE 0 TO WS-Day-HDD
           MOVE 0 TO WS-Day-CDD
           IF WS-Reading-Num < WS-Heat-Base
               COMPUTE WS-Day-HDD = WS-Heat-Base - WS-Reading-Num
           END-IF
           IF WS-Reading-Num > WS-Cool-Base
               COMPUTE WS-Day-CDD = WS-Reading-Num - WS-Cool-Base
           END-IF
           ADD WS-Day-HDD TO WS-Wk-HDD(WS-Week-Sub)
           ADD WS-Day-CDD TO WS-Wk-CDD(WS-Week-Sub)
           MOVE 0 TO WS-Month-Find-Sub
           PERFORM VARYING WS-Month-Sub FROM 1 BY 1
                   UNTIL WS-Month-Sub > WS-Month-Count
               IF WS-Mo-City(WS-Month-Sub) = WS-Wk-City(WS-Week-Sub)
                       AND WS-Mo-YYYYMM(WS-Month-Sub) = WS-Day-YYYYMM
                   MOVE WS-Month-Sub TO WS-Month-Find-Sub
               END-IF
           END-PERFORM
           IF WS-Month-Find-Sub = 0
               IF WS-Month-Count < WS-Max-Months
                   ADD 1 TO WS-Month-Count
                   MOVE WS-Month-Count TO WS-Month-Find-Sub
                   MOVE WS-Wk-City(WS-Week-Sub) TO
                       WS-Mo-City(WS-Month-Find-Sub)
                   MOVE WS-Day-YYYYMM TO WS-Mo-YYYYMM(WS-Month-Find-Sub)
                   MOVE 0 TO WS-Mo-Days(WS-Month-Find-Sub)
                   MOVE 0 TO WS-Mo-HDD(WS-Month-Find-Sub)
                   MOVE 0 TO WS-Mo-CDD(WS-Month-Find-Sub)
               ELSE
                   ADD 1 TO WS-Month-Dropped
               END-IF
           END-IF
           IF WS-Month-Find-Sub > 0
               ADD 1 TO WS-Mo-Days(WS-Month-Find-Sub)
               ADD WS-Day-HDD TO WS-Mo-HDD(WS-Month-Find-Sub)
               ADD WS-Day-CDD TO WS-Mo-CDD(WS-Month-Find-Sub)
           END-IF.

       MONTH-SORT-PARA.
           PERFORM VARYING WS-Month-Sub FROM 1 BY 1
                   UNTIL WS-Month-Sub > WS-Month-Count
               PERFORM VARYING WS-Month-Cmp-Sub FROM 1 BY 1
                       UNTIL WS-Month-Cmp-Sub >
                             WS-Month-Count - WS-Month-Sub
                   IF WS-Mo-Key(WS-Month-Cmp-Sub) >
                           WS-Mo-Key(WS-Month-Cmp-Sub + 1)
                       MOVE WS-Month-Row(WS-Month-Cmp-Sub) TO
                           WS-Month-Swap
                       MOVE WS-Month-Row(WS-Month-Cmp-Sub + 1) TO
                           WS-Month-Row(WS-Month-Cmp-Sub)
                       MOVE WS-Month-Swap TO
                           WS-Month-Row(WS-Month-Cmp-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * One city at a time - its weeks, then its months, each line
      *    going to the report and the extract together.
       DD-REPORT-PARA.
           OPEN OUTPUT DDRPTFILE
           OPEN OUTPUT DDEXTFILE
           MOVE "Heating and cooling degree days by city" TO DDRptRec
           WRITE DDRptRec
           MOVE SPACES TO DDRptRec
           MOVE WS-Heat-Base TO WS-Base-Edited
           MOVE WS-Cool-Base TO WS-Cool-Edited
           STRING "Heating base " DELIMITED BY SIZE
               WS-Base-Edited DELIMITED BY SIZE
               "C   Cooling base " DELIMITED BY SIZE
               WS-Cool-Edited DELIMITED BY SIZE
               "C" DELIMITED BY SIZE
               INTO DDRptRec
           WRITE DDRptRec AFTER ADVANCING 1
           MOVE "LY is the same period a year earlier; Avg is the "-
                "city's average over its" TO DDRptRec
           WRITE DDRptRec AFTER ADVANCING 1
           MOVE "other years on file (Yrs of them)." TO DDRptRec
           WRITE DDRptRec AFTER ADVANCING 1
           MOVE SPACES TO WS-Cur-City
           PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count
               IF WS-Wk-City(WS-Week-Sub) NOT = WS-Cur-City
                   IF WS-Cur-City NOT = SPACES
                       PERFORM CITY-MONTHS-PARA
                   END-IF
                   PERFORM CITY-HEADER-PARA
               END-IF
               PERFORM WEEK-LINE-PARA
           END-PERFORM
           IF WS-Cur-City NOT = SPACES
               PERFORM CITY-MONTHS-PARA
           END-IF
           CLOSE DDEXTFILE
           CLOSE DDRPTFILE.

       CITY-HEADER-PARA.
           MOVE WS-Wk-City(WS-Week-Sub) TO WS-Cur-City
           MOVE SPACES TO DDRptRec
           WRITE DDRptRec AFTER ADVANCING 1
           MOVE SPACES TO DDRptRec
           MOVE WS-Cur-City TO DDRptRec(1:10)
           WRITE DDRptRec AFTER ADVANCING 1
           MOVE "Week      Day      HDD   HDD LY  HDD Avg        "-
                "CDD   CDD LY  CDD Avg Yrs" TO DDRptRec
           WRITE DDRptRec AFTER ADVANCING 1.

      * The week against the same week of the year in the year
      *    before, and against that week's average over every other
      *    year on file.
       WEEK-LINE-PARA.
           MOVE SPACES TO DDExtRec
           MOVE "N" TO WS-LY-Found
           MOVE 0 TO WS-LY-HDD
           MOVE 0 TO WS-LY-CDD
           MOVE 0 TO WS-Avg-Years
           MOVE 0 TO WS-Sum-HDD
           MOVE 0 TO WS-Sum-CDD
           PERFORM VARYING WS-Week-Cmp-Sub FROM 1 BY 1
                   UNTIL WS-Week-Cmp-Sub > WS-Week-Count
               IF WS-Wk-City(WS-Week-Cmp-Sub) = WS-Cur-City AND
                       WS-Wk-Num(WS-Week-Cmp-Sub) =
                       WS-Wk-Num(WS-Week-Sub) AND
                       WS-Wk-Year(WS-Week-Cmp-Sub) NOT =
                       WS-Wk-Year(WS-Week-Sub)
                   ADD 1 TO WS-Avg-Years
                   ADD WS-Wk-HDD(WS-Week-Cmp-Sub) TO WS-Sum-HDD
                   ADD WS-Wk-CDD(WS-Week-Cmp-Sub) TO WS-Sum-CDD
                   IF WS-Wk-Year(WS-Week-Cmp-Sub) + 1 =
                           WS-Wk-Year(WS-Week-Sub)
                       MOVE "Y" TO WS-LY-Found
                       MOVE WS-Wk-HDD(WS-Week-Cmp-Sub) TO WS-LY-HDD
                       MOVE WS-Wk-CDD(WS-Week-Cmp-Sub) TO WS-LY-CDD
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-Wk-Date(WS-Week-Sub) TO DL-Period
           MOVE WS-Wk-Days(WS-Week-Sub) TO DL-Days
           MOVE WS-Wk-HDD(WS-Week-Sub) TO DL-HDD
           MOVE WS-Wk-CDD(WS-Week-Sub) TO DL-CDD
           PERFORM COMPARE-COLUMNS-PARA
           MOVE "W" TO Ext-Type
           MOVE WS-Wk-Date(WS-Week-Sub) TO Ext-Period
           MOVE WS-Wk-Days(WS-Week-Sub) TO Ext-Days
           MOVE WS-Wk-HDD(WS-Week-Sub) TO Ext-HDD
           MOVE WS-Wk-CDD(WS-Week-Sub) TO Ext-CDD
           PERFORM WRITE-PERIOD-PARA.

      * The city's months, in order, after its weeks.
       CITY-MONTHS-PARA.
           MOVE SPACES TO DDRptRec
           WRITE DDRptRec AFTER ADVANCING 1
           MOVE "Month     Day      HDD   HDD LY  HDD Avg        "-
                "CDD   CDD LY  CDD Avg Yrs" TO DDRptRec
           WRITE DDRptRec AFTER ADVANCING 1
           PERFORM VARYING WS-Month-Sub FROM 1 BY 1
                   UNTIL WS-Month-Sub > WS-Month-Count
               IF WS-Mo-City(WS-Month-Sub) = WS-Cur-City
                   PERFORM MONTH-LINE-PARA
               END-IF
           END-PERFORM.

       MONTH-LINE-PARA.
           MOVE SPACES TO DDExtRec
           MOVE "N" TO WS-LY-Found
           MOVE 0 TO WS-LY-HDD
           MOVE 0 TO WS-LY-CDD
           MOVE 0 TO WS-Avg-Years
           MOVE 0 TO WS-Sum-HDD
           MOVE 0 TO WS-Sum-CDD
           DIVIDE WS-Mo-YYYYMM(WS-Month-Sub) BY 100
               GIVING WS-Row-Year REMAINDER WS-Row-Month
           PERFORM VARYING WS-Month-Cmp-Sub FROM 1 BY 1
                   UNTIL WS-Month-Cmp-Sub > WS-Month-Count
               DIVIDE WS-Mo-YYYYMM(WS-Month-Cmp-Sub) BY 100
                   GIVING WS-Cmp-Year REMAINDER WS-Cmp-Month
               IF WS-Mo-City(WS-Month-Cmp-Sub) = WS-Cur-City AND
                       WS-Cmp-Month = WS-Row-Month AND
                       WS-Cmp-Year NOT = WS-Row-Year
                   ADD 1 TO WS-Avg-Years
                   ADD WS-Mo-HDD(WS-Month-Cmp-Sub) TO WS-Sum-HDD
                   ADD WS-Mo-CDD(WS-Month-Cmp-Sub) TO WS-Sum-CDD
                   IF WS-Cmp-Year + 1 = WS-Row-Year
                       MOVE "Y" TO WS-LY-Found
                       MOVE WS-Mo-HDD(WS-Month-Cmp-Sub) TO WS-LY-HDD
                       MOVE WS-Mo-CDD(WS-Month-Cmp-Sub) TO WS-LY-CDD
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO DL-Period
           STRING WS-Row-Year DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Row-Month DELIMITED BY SIZE
               INTO DL-Period
           MOVE WS-Mo-Days(WS-Month-Sub) TO DL-Days
           MOVE WS-Mo-HDD(WS-Month-Sub) TO DL-HDD
           MOVE WS-Mo-CDD(WS-Month-Sub) TO DL-CDD
           PERFORM COMPARE-COLUMNS-PARA
           MOVE "M" TO Ext-Type
           COMPUTE Ext-Period = WS-Mo-YYYYMM(WS-Month-Sub) * 100 + 1
           MOVE WS-Mo-Days(WS-Month-Sub) TO Ext-Days
           MOVE WS-Mo-HDD(WS-Month-Sub) TO Ext-HDD
           MOVE WS-Mo-CDD(WS-Month-Sub) TO Ext-CDD
           PERFORM WRITE-PERIOD-PARA.

      * Last year's and the average's columns - left blank when
      *    there is nothing on file to compare with.
       COMPARE-COLUMNS-PARA.
           MOVE SPACES TO DL-HDD-LY
           MOVE SPACES TO DL-CDD-LY
           MOVE SPACES TO DL-HDD-Avg
           MOVE SPACES TO DL-CDD-Avg
           MOVE 0 TO WS-Avg-HDD
           MOVE 0 TO WS-Avg-CDD
           IF LY-FOUND
               MOVE WS-LY-HDD TO WS-DD-Edited
               MOVE WS-DD-Edited TO DL-HDD-LY
               MOVE WS-LY-CDD TO WS-DD-Edited
               MOVE WS-DD-Edited TO DL-CDD-LY
           END-IF
           IF WS-Avg-Years > 0
               COMPUTE WS-Avg-HDD ROUNDED = WS-Sum-HDD / WS-Avg-Years
               COMPUTE WS-Avg-CDD ROUNDED = WS-Sum-CDD / WS-Avg-Years
               MOVE WS-Avg-HDD TO WS-DD-Edited
               MOVE WS-DD-Edited TO DL-HDD-Avg
               MOVE WS-Avg-CDD TO WS-DD-Edited
               MOVE WS-DD-Edited TO DL-CDD-Avg
           END-IF
           MOVE WS-Avg-Years TO DL-Years
           MOVE WS-DD-Line TO DDRptRec
           WRITE DDRptRec AFTER ADVANCING 1.

       WRITE-PERIOD-PARA.
           MOVE WS-Cur-City TO Ext-City
           MOVE WS-Heat-Base TO Ext-Heat-Base
           MOVE WS-Cool-Base TO Ext-Cool-Base
           MOVE WS-LY-Found TO Ext-LY-Flag
           MOVE WS-LY-HDD TO Ext-HDD-LY
           MOVE WS-LY-CDD TO Ext-CDD-LY
           MOVE WS-Avg-Years TO Ext-Avg-Years
           MOVE WS-Avg-HDD TO Ext-HDD-Avg
           MOVE WS-Avg-CDD TO Ext-CDD-Avg
           WRITE DDExtRec
           ADD 1 TO WS-Ext-Count.

      * Fancy End screen?
       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept pressKeyToEnd.
               STOP RUN.

       end program DegreeDays.
