      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Store labour schedule against actual punches.                  *
      * PunchImport says what the clock saw; nothing said what the     *
      *    store planned, so no-shows and unscheduled shifts only      *
      *    surfaced when a manager complained. The stores now send     *
      *    their week's schedule - employee, store, date, start and    *
      *    end time per shift - and this run matches it, employee by   *
      *    store by day, against the clean IN/OUT pairs PunchImport    *
      *    wrote. Per store it reports no-shows, unscheduled shifts,   *
      *    late arrivals and early departures past the grace period    *
      *    keyed at the prompt, and scheduled against actual hours.    *
      *    Overtime the clock saw past the 40-hour line that the       *
      *    schedule never planned gets its own section at the end.     *
      * A day with more than one shift or more than one punch pair     *
      *    is compared as a whole - first start against first IN,      *
      *    last end against last OUT, and the minutes summed - so a    *
      *    split shift or a punched-out lunch is not a no-show.        *
      * Run after PunchImport.                                         *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    weather city.                                               *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    province.                                                   *
      ******************************************************************
       identification division.
       program-id. ScheduleCompare.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The stores' schedule for the week - one shift per line,
      *    times as HHMM on the 24-hour clock, same shape as the
      *    punch file.
           SELECT SCHEDFILE ASSIGN
           "DataFiles\Assignment#6_Schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Sched-Status.

      * The clean IN/OUT pairs exactly as PunchImport writes them.
           SELECT PAIRFILE ASSIGN
           "DataFiles\Assignment#6_PunchPairs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Pair-Status.

      * Store names for the section headings.
           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-Store-Status.

           SELECT SCHEDRPTFILE ASSIGN "DataFiles\ScheduleCompare.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SchedRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDFILE.
       01 SchedRec.
           03  Sch-EmpID           PIC 9(9).
           03  FILLER              PIC X.
           03  Sch-Store           PIC 9(4).
           03  FILLER              PIC X.
           03  Sch-Date            PIC 9(8).
           03  FILLER              PIC X.
           03  Sch-Start           PIC 9(4).
           03  FILLER              PIC X.
           03  Sch-End             PIC 9(4).

      * Same layout PunchImport writes.
       FD PAIRFILE.
       01 PairRec.
           03  Pair-EmpID          PIC 9(9).
           03  FILLER              PIC X.
           03  Pair-Store          PIC 9(4).
           03  FILLER              PIC X.
           03  Pair-Date           PIC 9(8).
           03  FILLER              PIC X.
           03  Pair-In             PIC 9(4).
           03  FILLER              PIC X.
           03  Pair-Out            PIC 9(4).

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

       FD SCHEDRPTFILE.
       01 SchedRptRec              PIC X(90).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "ScheduleCompare".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Sched-Status      PIC XX value "00".
       01 ws-Pair-Status       PIC XX value "00".
       01 ws-Store-Status      PIC XX value "00".
       01 ws-SchedRpt-Status   PIC XX value "00".
       01 WS-Sched-EOF-Flag    PIC 9 value 0.
           88 SCHED-EOF        value 1.
       01 WS-Pair-EOF-Flag     PIC 9 value 0.
           88 PAIR-EOF         value 1.
       01 WS-Store-Avail-Flag  PIC X value "N".
           88 STORE-AVAILABLE  value "Y".

      * Minutes either side of the schedule before an arrival is
      *    late or a departure early.
       01 WS-Grace-Minutes     PIC 999 value 5.
       01 WS-Grace-Answer      PIC X(3) value SPACES.
      * The weekly line past which hours are overtime - the same 40
      *    hours the weekly run splits gross pay at - in minutes.
       01 WS-OT-Line-Minutes   PIC 9(5) value 2400.

      * One row per employee per store per day, scheduled side and
      *    actual side, times held as minutes past midnight. Keyed
      *    store first so the sorted table prints store by store.
       01 WS-Max-Days          PIC 9(4) value 3000.
       01 WS-Day-Count         PIC 9(4) value 0.
       01 WS-Day-Table.
           03  WS-Day-Entry OCCURS 3000 TIMES.
               05  WS-Day-Key.
                   07  WS-Day-Store        PIC 9(4).
                   07  WS-Day-Date         PIC 9(8).
                   07  WS-Day-EmpID        PIC 9(9).
               05  WS-Day-Sch-Start    PIC 9(4).
               05  WS-Day-Sch-End      PIC 9(4).
               05  WS-Day-Sch-Min      PIC 9(4).
               05  WS-Day-Sch-Flag     PIC X.
               05  WS-Day-Act-In       PIC 9(4).
               05  WS-Day-Act-Out      PIC 9(4).
               05  WS-Day-Act-Min      PIC 9(4).
               05  WS-Day-Act-Flag     PIC X.
       01 WS-Day-Sub           PIC 9(4) value 0.
       01 WS-Day-Find-Sub      PIC 9(4) value 0.
       01 WS-Swap-Sub          PIC 9(4) value 0.
       01 WS-Swap-Row          PIC X(47) value SPACES.
       01 WS-Days-Dropped      PIC 9(5) value 0.
       01 WS-Find-Key.
           03  WS-Find-Store       PIC 9(4).
           03  WS-Find-Date        PIC 9(8).
           03  WS-Find-EmpID       PIC 9(9).

      * The week per employee per store, for the overtime test.
       01 WS-Max-Weeks         PIC 9(4) value 1000.
       01 WS-Week-Count        PIC 9(4) value 0.
       01 WS-Week-Table.
           03  WS-Week-Entry OCCURS 1000 TIMES.
               05  WS-Wk-EmpID         PIC 9(9).
               05  WS-Wk-Store         PIC 9(4).
               05  WS-Wk-Sch-Min       PIC 9(5).
               05  WS-Wk-Act-Min       PIC 9(5).
               05  WS-Wk-Unsched-OT    PIC 9(5).
       01 WS-Week-Sub          PIC 9(4) value 0.
       01 WS-Week-Find-Sub     PIC 9(4) value 0.
       01 WS-Weeks-Dropped     PIC 9(5) value 0.
       01 WS-Act-OT            PIC 9(5) value 0.
       01 WS-Sch-OT            PIC 9(5) value 0.

      * HHMM to minutes past midnight and back.
       01 WS-Clock-Time        PIC 9(4) value 0.
       01 WS-Clock-Hours       PIC 99 value 0.
       01 WS-Clock-Mins        PIC 99 value 0.
       01 WS-Clock-Minutes     PIC 9(4) value 0.
       01 WS-Clock-Valid       PIC X value "N".
       01 WS-Start-Min         PIC 9(4) value 0.
       01 WS-End-Min           PIC 9(4) value 0.
       01 WS-Late-Min          PIC S9(4) value 0.
       01 WS-Early-Min         PIC S9(4) value 0.
       01 WS-Min-Edited        PIC ZZZ9.

      * Counts - one set for the store in hand, one for the company.
       01 WS-Store-Counts.
           03  WS-St-Shifts        PIC 9(5).
           03  WS-St-NoShow        PIC 9(5).
           03  WS-St-Unsched       PIC 9(5).
           03  WS-St-Late          PIC 9(5).
           03  WS-St-Early         PIC 9(5).
           03  WS-St-Sch-Min       PIC 9(7).
           03  WS-St-Act-Min       PIC 9(7).
           03  WS-St-OT-Min        PIC 9(7).
       01 WS-Co-Counts.
           03  WS-Co-Shifts        PIC 9(5).
           03  WS-Co-NoShow        PIC 9(5).
           03  WS-Co-Unsched       PIC 9(5).
           03  WS-Co-Late          PIC 9(5).
           03  WS-Co-Early         PIC 9(5).
           03  WS-Co-Sch-Min       PIC 9(7).
           03  WS-Co-Act-Min       PIC 9(7).
           03  WS-Co-OT-Min        PIC 9(7).
       01 WS-Last-Store        PIC 9(4) value 0.
       01 WS-Sched-Rejected    PIC 9(5) value 0.
       01 WS-Sched-Loaded      PIC 9(5) value 0.
       01 WS-Pairs-Loaded      PIC 9(5) value 0.
       01 WS-Hours-Work        PIC 9(5)V9 value 0.
       01 WS-Hours-Edited      PIC ZZ,ZZ9.9.
       01 WS-Var-Work          PIC S9(5)V9 value 0.
       01 WS-Var-Edited        PIC -ZZ,ZZ9.9.
       01 WS-Count-Edited      PIC ZZ,ZZ9.
       01 WS-Exception         PIC X(30) value SPACES.
       01 WS-Exc-Ptr           PIC 99 value 1.

       01 WS-Date-Work         PIC 9(8) value 0.
       01 WS-Date-Parts REDEFINES WS-Date-Work.
           03  WS-Date-Year        PIC 9(4).
           03  WS-Date-Month       PIC 99.
           03  WS-Date-Day         PIC 99.
       01 WS-Date-Disp         PIC X(10) value SPACES.

       01 WS-Day-Line.
           03  DL-EmpID            PIC 9(9).
           03  FILLER              PIC X(2) value SPACES.
           03  DL-Date             PIC X(10).
           03  FILLER              PIC X(2) value SPACES.
           03  DL-Sched            PIC X(9).
           03  FILLER              PIC X(2) value SPACES.
           03  DL-Actual           PIC X(9).
           03  FILLER              PIC X(1) value SPACE.
           03  DL-Sch-Hours        PIC ZZ9.9.
           03  FILLER              PIC X(1) value SPACE.
           03  DL-Act-Hours        PIC ZZ9.9.
           03  FILLER              PIC X(2) value SPACES.
           03  DL-Exception        PIC X(30).
       01 WS-Span              PIC X(9) value SPACES.
       01 WS-Span-From         PIC 9(4) value 0.
       01 WS-Span-To           PIC 9(4) value 0.

       01 WS-OT-Line.
           03  OL-EmpID            PIC 9(9).
           03  FILLER              PIC X(2) value SPACES.
           03  OL-Store            PIC 9(4).
           03  FILLER              PIC X(2) value SPACES.
           03  OL-Sch-Hours        PIC ZZ,ZZ9.9.
           03  FILLER              PIC X(2) value SPACES.
           03  OL-Act-Hours        PIC ZZ,ZZ9.9.
           03  FILLER              PIC X(2) value SPACES.
           03  OL-OT-Hours         PIC ZZ,ZZ9.9.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GET-GRACE-PARA.
           OPEN OUTPUT SCHEDRPTFILE
           MOVE "SCHEDULE AGAINST ACTUAL PUNCHES" TO SchedRptRec
           WRITE SchedRptRec
           PERFORM SCHED-LOAD-PARA.
           PERFORM PAIR-LOAD-PARA.
           IF WS-Day-Count = 0
               MOVE "NO SCHEDULE LINES OR PUNCH PAIRS ON FILE" TO
                   SchedRptRec
               WRITE SchedRptRec AFTER ADVANCING 2
               DISPLAY " "
               DISPLAY "No schedule or punch pairs on file - nothing "-
                       "to compare."
           ELSE
               OPEN INPUT STOREMASTER
               IF ws-Store-Status = "00"
                   MOVE "Y" TO WS-Store-Avail-Flag
               END-IF
               PERFORM DAY-SORT-PARA
               PERFORM WEEK-BUILD-PARA
               PERFORM COMPARE-PARA
               PERFORM OVERTIME-RPT-PARA
               IF STORE-AVAILABLE
                   CLOSE STOREMASTER
               END-IF
               DISPLAY " "
               DISPLAY WS-Co-NoShow, " no-show(s), ",
                       WS-Co-Unsched, " unscheduled shift(s), ",
                       WS-Co-Late, " late, ", WS-Co-Early,
                       " early - ScheduleCompare.rpt written."
           END-IF.
           CLOSE SCHEDRPTFILE.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program compares the stores' labour"
           display "schedule with the week's paired punches - no-shows,"
           display "unscheduled shifts, late arrivals, early"
           display "departures, scheduled against actual hours, and"
           display "overtime the schedule never planned."
           DISPLAY "---------------------------------------------------"
           display " ".

       GET-GRACE-PARA.
           DISPLAY "Grace period in minutes (Enter for 5): "
           WITH NO ADVANCING
           MOVE SPACES TO WS-Grace-Answer
           ACCEPT WS-Grace-Answer
           IF WS-Grace-Answer NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-Grace-Answer) = 0
                   COMPUTE WS-Grace-Minutes =
                       FUNCTION NUMVAL(WS-Grace-Answer)
               ELSE
                   DISPLAY "Error with provided grace period. Please "-
                           "try again."
                   PERFORM GET-GRACE-PARA
               END-IF
           END-IF.

      * A schedule line has to be a real shift - a known date, clock
      *    times that exist, and an end after its start. Anything
      *    else is listed at the top of the report and left out.
       SCHED-LOAD-PARA.
           OPEN INPUT SCHEDFILE
           IF ws-Sched-Status = "00"
               PERFORM SCHED-READ-PARA UNTIL SCHED-EOF
               CLOSE SCHEDFILE
           ELSE
               MOVE "*** NO SCHEDULE FILE ON HAND - EVERY PUNCHED "-
                    "SHIFT SHOWS AS UNSCHEDULED ***" TO SchedRptRec
               WRITE SchedRptRec AFTER ADVANCING 2
           END-IF.

       SCHED-READ-PARA.
           READ SCHEDFILE
               AT END
                   SET SCHED-EOF TO TRUE
               NOT AT END
                   PERFORM SCHED-EDIT-PARA
           END-READ.

       SCHED-EDIT-PARA.
           MOVE SPACES TO WS-Exception
           IF Sch-EmpID NOT NUMERIC OR Sch-Store NOT NUMERIC OR
                   Sch-Date NOT NUMERIC OR Sch-Start NOT NUMERIC OR
                   Sch-End NOT NUMERIC
               MOVE "NOT NUMERIC" TO WS-Exception
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(Sch-Date) NOT = 0
                   MOVE "BAD DATE" TO WS-Exception
               ELSE
                   MOVE Sch-Start TO WS-Clock-Time
                   PERFORM CLOCK-TO-MIN-PARA
                   MOVE WS-Clock-Minutes TO WS-Start-Min
                   IF WS-Clock-Valid = "N"
                       MOVE "BAD START TIME" TO WS-Exception
                   ELSE
                       MOVE Sch-End TO WS-Clock-Time
                       PERFORM CLOCK-TO-MIN-PARA
                       MOVE WS-Clock-Minutes TO WS-End-Min
                       IF WS-Clock-Valid = "N"
                           MOVE "BAD END TIME" TO WS-Exception
                       ELSE
                           IF WS-End-Min <= WS-Start-Min
                               MOVE "END NOT AFTER START" TO
                                   WS-Exception
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-Exception NOT = SPACES
               ADD 1 TO WS-Sched-Rejected
               MOVE SPACES TO SchedRptRec
               STRING "SCHEDULE LINE REJECTED - " DELIMITED BY SIZE
                   WS-Exception DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   SchedRec DELIMITED BY SIZE
                   INTO SchedRptRec
               WRITE SchedRptRec AFTER ADVANCING 1
           ELSE
               MOVE Sch-Store TO WS-Find-Store
               MOVE Sch-Date TO WS-Find-Date
               MOVE Sch-EmpID TO WS-Find-EmpID
               PERFORM DAY-FIND-PARA
               IF WS-Day-Find-Sub > 0
                   ADD 1 TO WS-Sched-Loaded
                   IF WS-Day-Sch-Flag(WS-Day-Find-Sub) = "N"
                       MOVE "Y" TO WS-Day-Sch-Flag(WS-Day-Find-Sub)
                       MOVE WS-Start-Min TO
                           WS-Day-Sch-Start(WS-Day-Find-Sub)
                       MOVE WS-End-Min TO
                           WS-Day-Sch-End(WS-Day-Find-Sub)
                   ELSE
                       IF WS-Start-Min <
                               WS-Day-Sch-Start(WS-Day-Find-Sub)
                           MOVE WS-Start-Min TO
                               WS-Day-Sch-Start(WS-Day-Find-Sub)
                       END-IF
                       IF WS-End-Min >
                               WS-Day-Sch-End(WS-Day-Find-Sub)
                           MOVE WS-End-Min TO
                               WS-Day-Sch-End(WS-Day-Find-Sub)
                       END-IF
                   END-IF
                   COMPUTE WS-Day-Sch-Min(WS-Day-Find-Sub) =
                       WS-Day-Sch-Min(WS-Day-Find-Sub) +
                       WS-End-Min - WS-Start-Min
               END-IF
           END-IF.

      * PunchImport has already thrown out the bad punches - every
      *    pair here is a clean IN before its OUT on the same day.
       PAIR-LOAD-PARA.
           OPEN INPUT PAIRFILE
           IF ws-Pair-Status = "00"
               PERFORM PAIR-READ-PARA UNTIL PAIR-EOF
               CLOSE PAIRFILE
           ELSE
               MOVE "*** NO PUNCH PAIRS ON HAND - RUN PUNCHIMPORT "-
                    "FIRST ***" TO SchedRptRec
               WRITE SchedRptRec AFTER ADVANCING 2
           END-IF.

       PAIR-READ-PARA.
           READ PAIRFILE
               AT END
                   SET PAIR-EOF TO TRUE
               NOT AT END
                   MOVE Pair-In TO WS-Clock-Time
                   PERFORM CLOCK-TO-MIN-PARA
                   MOVE WS-Clock-Minutes TO WS-Start-Min
                   MOVE Pair-Out TO WS-Clock-Time
                   PERFORM CLOCK-TO-MIN-PARA
                   MOVE WS-Clock-Minutes TO WS-End-Min
                   MOVE Pair-Store TO WS-Find-Store
                   MOVE Pair-Date TO WS-Find-Date
                   MOVE Pair-EmpID TO WS-Find-EmpID
                   PERFORM DAY-FIND-PARA
                   IF WS-Day-Find-Sub > 0
                       ADD 1 TO WS-Pairs-Loaded
                       PERFORM PAIR-APPLY-PARA
                   END-IF
           END-READ.

       PAIR-APPLY-PARA.
           IF WS-Day-Act-Flag(WS-Day-Find-Sub) = "N"
               MOVE "Y" TO WS-Day-Act-Flag(WS-Day-Find-Sub)
               MOVE WS-Start-Min TO WS-Day-Act-In(WS-Day-Find-Sub)
               MOVE WS-End-Min TO WS-Day-Act-Out(WS-Day-Find-Sub)
           ELSE
               IF WS-Start-Min < WS-Day-Act-In(WS-Day-Find-Sub)
                   MOVE WS-Start-Min TO
                       WS-Day-Act-In(WS-Day-Find-Sub)
               END-IF
               IF WS-End-Min > WS-Day-Act-Out(WS-Day-Find-Sub)
                   MOVE WS-End-Min TO
                       WS-Day-Act-Out(WS-Day-Find-Sub)
               END-IF
           END-IF
           COMPUTE WS-Day-Act-Min(WS-Day-Find-Sub) =
               WS-Day-Act-Min(WS-Day-Find-Sub) +
               WS-End-Min - WS-Start-Min.

      * HHMM to minutes past midnight, and whether it was a real
      *    clock time at all.
       CLOCK-TO-MIN-PARA.
           DIVIDE WS-Clock-Time BY 100
               GIVING WS-Clock-Hours REMAINDER WS-Clock-Mins
           IF WS-Clock-Hours > 23 OR WS-Clock-Mins > 59
               MOVE "N" TO WS-Clock-Valid
               MOVE 0 TO WS-Clock-Minutes
           ELSE
               MOVE "Y" TO WS-Clock-Valid
               COMPUTE WS-Clock-Minutes =
                   (WS-Clock-Hours * 60) + WS-Clock-Mins
           END-IF.

      * The day row for WS-Find-Key, added empty if it isn't on the
      *    table yet. Zero back means the table is full.
       DAY-FIND-PARA.
           MOVE 0 TO WS-Day-Find-Sub
           PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                   UNTIL WS-Day-Sub > WS-Day-Count OR
                         WS-Day-Find-Sub NOT = 0
               IF WS-Day-Key(WS-Day-Sub) = WS-Find-Key
                   MOVE WS-Day-Sub TO WS-Day-Find-Sub
               END-IF
           END-PERFORM
           IF WS-Day-Find-Sub = 0
               IF WS-Day-Count < WS-Max-Days
                   ADD 1 TO WS-Day-Count
                   MOVE WS-Day-Count TO WS-Day-Find-Sub
                   MOVE WS-Find-Key TO WS-Day-Key(WS-Day-Find-Sub)
                   MOVE 0 TO WS-Day-Sch-Start(WS-Day-Find-Sub)
                   MOVE 0 TO WS-Day-Sch-End(WS-Day-Find-Sub)
                   MOVE 0 TO WS-Day-Sch-Min(WS-Day-Find-Sub)
                   MOVE "N" TO WS-Day-Sch-Flag(WS-Day-Find-Sub)
                   MOVE 0 TO WS-Day-Act-In(WS-Day-Find-Sub)
                   MOVE 0 TO WS-Day-Act-Out(WS-Day-Find-Sub)
                   MOVE 0 TO WS-Day-Act-Min(WS-Day-Find-Sub)
                   MOVE "N" TO WS-Day-Act-Flag(WS-Day-Find-Sub)
               ELSE
                   ADD 1 TO WS-Days-Dropped
               END-IF
           END-IF.

      * Simple bubble sort on store/date/employee, the same shape
      *    PunchImport sorts its punches with.
       DAY-SORT-PARA.
           PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                   UNTIL WS-Day-Sub > WS-Day-Count
               PERFORM VARYING WS-Swap-Sub FROM 1 BY 1
                       UNTIL WS-Swap-Sub >
                             WS-Day-Count - WS-Day-Sub
                   IF WS-Day-Key(WS-Swap-Sub) >
                           WS-Day-Key(WS-Swap-Sub + 1)
                       MOVE WS-Day-Entry(WS-Swap-Sub) TO WS-Swap-Row
                       MOVE WS-Day-Entry(WS-Swap-Sub + 1) TO
                           WS-Day-Entry(WS-Swap-Sub)
                       MOVE WS-Swap-Row TO
                           WS-Day-Entry(WS-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The week per employee per store - scheduled and actual
      *    minutes summed over the days - and the overtime the
      *    clock saw past the 40-hour line beyond whatever overtime
      *    the schedule itself planned.
       WEEK-BUILD-PARA.
           PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                   UNTIL WS-Day-Sub > WS-Day-Count
               PERFORM WEEK-ADD-PARA
           END-PERFORM
           PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count
               MOVE 0 TO WS-Act-OT
               MOVE 0 TO WS-Sch-OT
               IF WS-Wk-Act-Min(WS-Week-Sub) > WS-OT-Line-Minutes
                   COMPUTE WS-Act-OT = WS-Wk-Act-Min(WS-Week-Sub) -
                       WS-OT-Line-Minutes
               END-IF
               IF WS-Wk-Sch-Min(WS-Week-Sub) > WS-OT-Line-Minutes
                   COMPUTE WS-Sch-OT = WS-Wk-Sch-Min(WS-Week-Sub) -
                       WS-OT-Line-Minutes
               END-IF
               IF WS-Act-OT > WS-Sch-OT
                   COMPUTE WS-Wk-Unsched-OT(WS-Week-Sub) =
                       WS-Act-OT - WS-Sch-OT
               ELSE
                   MOVE 0 TO WS-Wk-Unsched-OT(WS-Week-Sub)
               END-IF
           END-PERFORM.

       WEEK-ADD-PARA.
           MOVE 0 TO WS-Week-Find-Sub
           PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count OR
                         WS-Week-Find-Sub NOT = 0
               IF WS-Wk-EmpID(WS-Week-Sub) = WS-Day-EmpID(WS-Day-Sub)
                       AND WS-Wk-Store(WS-Week-Sub) =
                       WS-Day-Store(WS-Day-Sub)
                   MOVE WS-Week-Sub TO WS-Week-Find-Sub
               END-IF
           END-PERFORM
           IF WS-Week-Find-Sub = 0
               IF WS-Week-Count < WS-Max-Weeks
                   ADD 1 TO WS-Week-Count
                   MOVE WS-Week-Count TO WS-Week-Find-Sub
                   MOVE WS-Day-EmpID(WS-Day-Sub) TO
                       WS-Wk-EmpID(WS-Week-Find-Sub)
                   MOVE WS-Day-Store(WS-Day-Sub) TO
                       WS-Wk-Store(WS-Week-Find-Sub)
                   MOVE 0 TO WS-Wk-Sch-Min(WS-Week-Find-Sub)
                   MOVE 0 TO WS-Wk-Act-Min(WS-Week-Find-Sub)
                   MOVE 0 TO WS-Wk-Unsched-OT(WS-Week-Find-Sub)
               ELSE
                   ADD 1 TO WS-Weeks-Dropped
               END-IF
           END-IF
           IF WS-Week-Find-Sub NOT = 0
               ADD WS-Day-Sch-Min(WS-Day-Sub) TO
                   WS-Wk-Sch-Min(WS-Week-Find-Sub)
               ADD WS-Day-Act-Min(WS-Day-Sub) TO
                   WS-Wk-Act-Min(WS-Week-Find-Sub)
           END-IF.

      * Store by store - a heading, one line per day with anything
      *    to say about it, and the store's totals.
       COMPARE-PARA.
           MOVE ZEROS TO WS-Co-Counts
           MOVE 9999 TO WS-Last-Store
           PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                   UNTIL WS-Day-Sub > WS-Day-Count
               IF WS-Day-Store(WS-Day-Sub) NOT = WS-Last-Store
                   IF WS-Last-Store NOT = 9999
                       PERFORM STORE-TOTAL-PARA
                   END-IF
                   PERFORM STORE-HEAD-PARA
               END-IF
               PERFORM DAY-COMPARE-PARA
           END-PERFORM
           PERFORM STORE-TOTAL-PARA
           MOVE "COMPANY TOTAL" TO SchedRptRec
           WRITE SchedRptRec AFTER ADVANCING 3
           MOVE WS-Co-Counts TO WS-Store-Counts
           PERFORM COUNTS-LINES-PARA.

       STORE-HEAD-PARA.
           MOVE WS-Day-Store(WS-Day-Sub) TO WS-Last-Store
           MOVE ZEROS TO WS-Store-Counts
           MOVE "(NOT ON STORE MSTR)" TO Store-Name
           IF STORE-AVAILABLE
               MOVE WS-Last-Store TO Store-Number
               READ STOREMASTER
                   INVALID KEY
                       MOVE "(NOT ON STORE MSTR)" TO Store-Name
               END-READ
           END-IF
           MOVE SPACES TO SchedRptRec
           STRING "STORE " DELIMITED BY SIZE
               WS-Last-Store DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Store-Name DELIMITED BY SIZE
               INTO SchedRptRec
           WRITE SchedRptRec AFTER ADVANCING 3
           MOVE "EMPID      DATE        SCHEDULED  ACTUAL     SCHED"-
                "  ACTUAL  EXCEPTION" TO SchedRptRec
           WRITE SchedRptRec AFTER ADVANCING 1.

      * One employee-day. A day scheduled and punched is only
      *    printed when the arrival or departure is past the grace
      *    period; a no-show or an unscheduled shift always is.
       DAY-COMPARE-PARA.
           MOVE SPACES TO WS-Exception
           MOVE 1 TO WS-Exc-Ptr
           ADD WS-Day-Sch-Min(WS-Day-Sub) TO WS-St-Sch-Min
           ADD WS-Day-Act-Min(WS-Day-Sub) TO WS-St-Act-Min
           IF WS-Day-Sch-Flag(WS-Day-Sub) = "Y"
               ADD 1 TO WS-St-Shifts
           END-IF
           EVALUATE TRUE
               WHEN WS-Day-Sch-Flag(WS-Day-Sub) = "Y" AND
                       WS-Day-Act-Flag(WS-Day-Sub) = "N"
                   ADD 1 TO WS-St-NoShow
                   MOVE "NO-SHOW" TO WS-Exception
               WHEN WS-Day-Sch-Flag(WS-Day-Sub) = "N" AND
                       WS-Day-Act-Flag(WS-Day-Sub) = "Y"
                   ADD 1 TO WS-St-Unsched
                   MOVE "UNSCHEDULED SHIFT" TO WS-Exception
               WHEN OTHER
                   COMPUTE WS-Late-Min = WS-Day-Act-In(WS-Day-Sub) -
                       WS-Day-Sch-Start(WS-Day-Sub)
                   COMPUTE WS-Early-Min =
                       WS-Day-Sch-End(WS-Day-Sub) -
                       WS-Day-Act-Out(WS-Day-Sub)
                   IF WS-Late-Min > WS-Grace-Minutes
                       ADD 1 TO WS-St-Late
                       MOVE WS-Late-Min TO WS-Min-Edited
                       STRING "LATE" DELIMITED BY SIZE
                           WS-Min-Edited DELIMITED BY SIZE
                           "M " DELIMITED BY SIZE
                           INTO WS-Exception WITH POINTER WS-Exc-Ptr
                   END-IF
                   IF WS-Early-Min > WS-Grace-Minutes
                       ADD 1 TO WS-St-Early
                       MOVE WS-Early-Min TO WS-Min-Edited
                       STRING "LEFT EARLY" DELIMITED BY SIZE
                           WS-Min-Edited DELIMITED BY SIZE
                           "M" DELIMITED BY SIZE
                           INTO WS-Exception WITH POINTER WS-Exc-Ptr
                   END-IF
           END-EVALUATE
           IF WS-Exception NOT = SPACES
               PERFORM DAY-LINE-PARA
           END-IF.

       DAY-LINE-PARA.
           MOVE WS-Day-EmpID(WS-Day-Sub) TO DL-EmpID
           MOVE WS-Day-Date(WS-Day-Sub) TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO DL-Date
           MOVE SPACES TO DL-Sched
           MOVE SPACES TO DL-Actual
           IF WS-Day-Sch-Flag(WS-Day-Sub) = "Y"
               MOVE WS-Day-Sch-Start(WS-Day-Sub) TO WS-Span-From
               MOVE WS-Day-Sch-End(WS-Day-Sub) TO WS-Span-To
               PERFORM SPAN-PARA
               MOVE WS-Span TO DL-Sched
           END-IF
           IF WS-Day-Act-Flag(WS-Day-Sub) = "Y"
               MOVE WS-Day-Act-In(WS-Day-Sub) TO WS-Span-From
               MOVE WS-Day-Act-Out(WS-Day-Sub) TO WS-Span-To
               PERFORM SPAN-PARA
               MOVE WS-Span TO DL-Actual
           END-IF
           COMPUTE DL-Sch-Hours ROUNDED =
               WS-Day-Sch-Min(WS-Day-Sub) / 60
           COMPUTE DL-Act-Hours ROUNDED =
               WS-Day-Act-Min(WS-Day-Sub) / 60
           MOVE WS-Exception TO DL-Exception
           MOVE WS-Day-Line TO SchedRptRec
           WRITE SchedRptRec AFTER ADVANCING 1.

      * Two minute-of-day values back to "HHMM-HHMM".
       SPAN-PARA.
           MOVE SPACES TO WS-Span
           DIVIDE WS-Span-From BY 60
               GIVING WS-Clock-Hours REMAINDER WS-Clock-Mins
           COMPUTE WS-Clock-Time = (WS-Clock-Hours * 100) +
               WS-Clock-Mins
           MOVE WS-Clock-Time TO WS-Span(1:4)
           MOVE "-" TO WS-Span(5:1)
           DIVIDE WS-Span-To BY 60
               GIVING WS-Clock-Hours REMAINDER WS-Clock-Mins
           COMPUTE WS-Clock-Time = (WS-Clock-Hours * 100) +
               WS-Clock-Mins
           MOVE WS-Clock-Time TO WS-Span(6:4).

      * The store's unscheduled overtime comes off the week table,
      *    then the counts go out and into the company's.
       STORE-TOTAL-PARA.
           PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count
               IF WS-Wk-Store(WS-Week-Sub) = WS-Last-Store
                   ADD WS-Wk-Unsched-OT(WS-Week-Sub) TO WS-St-OT-Min
               END-IF
           END-PERFORM
           PERFORM COUNTS-LINES-PARA
           ADD WS-St-Shifts TO WS-Co-Shifts
           ADD WS-St-NoShow TO WS-Co-NoShow
           ADD WS-St-Unsched TO WS-Co-Unsched
           ADD WS-St-Late TO WS-Co-Late
           ADD WS-St-Early TO WS-Co-Early
           ADD WS-St-Sch-Min TO WS-Co-Sch-Min
           ADD WS-St-Act-Min TO WS-Co-Act-Min
           ADD WS-St-OT-Min TO WS-Co-OT-Min.

      * Prints whatever set of counts is in WS-Store-Counts.
       COUNTS-LINES-PARA.
           MOVE SPACES TO SchedRptRec
           MOVE "Scheduled days        :" TO SchedRptRec(3:23)
           MOVE WS-St-Shifts TO WS-Count-Edited
           MOVE WS-Count-Edited TO SchedRptRec(27:6)
           WRITE SchedRptRec AFTER ADVANCING 2
           MOVE SPACES TO SchedRptRec
           MOVE "No-shows              :" TO SchedRptRec(3:23)
           MOVE WS-St-NoShow TO WS-Count-Edited
           MOVE WS-Count-Edited TO SchedRptRec(27:6)
           WRITE SchedRptRec AFTER ADVANCING 1
           MOVE SPACES TO SchedRptRec
           MOVE "Unscheduled shifts    :" TO SchedRptRec(3:23)
           MOVE WS-St-Unsched TO WS-Count-Edited
           MOVE WS-Count-Edited TO SchedRptRec(27:6)
           WRITE SchedRptRec AFTER ADVANCING 1
           MOVE SPACES TO SchedRptRec
           MOVE "Late arrivals         :" TO SchedRptRec(3:23)
           MOVE WS-St-Late TO WS-Count-Edited
           MOVE WS-Count-Edited TO SchedRptRec(27:6)
           WRITE SchedRptRec AFTER ADVANCING 1
           MOVE SPACES TO SchedRptRec
           MOVE "Early departures      :" TO SchedRptRec(3:23)
           MOVE WS-St-Early TO WS-Count-Edited
           MOVE WS-Count-Edited TO SchedRptRec(27:6)
           WRITE SchedRptRec AFTER ADVANCING 1
           MOVE SPACES TO SchedRptRec
           MOVE "Scheduled hours       :" TO SchedRptRec(3:23)
           COMPUTE WS-Hours-Work ROUNDED = WS-St-Sch-Min / 60
           MOVE WS-Hours-Work TO WS-Hours-Edited
           MOVE WS-Hours-Edited TO SchedRptRec(27:8)
           WRITE SchedRptRec AFTER ADVANCING 1
           MOVE SPACES TO SchedRptRec
           MOVE "Actual hours          :" TO SchedRptRec(3:23)
           COMPUTE WS-Hours-Work ROUNDED = WS-St-Act-Min / 60
           MOVE WS-Hours-Work TO WS-Hours-Edited
           MOVE WS-Hours-Edited TO SchedRptRec(27:8)
           WRITE SchedRptRec AFTER ADVANCING 1
           MOVE SPACES TO SchedRptRec
           MOVE "Actual less scheduled :" TO SchedRptRec(3:23)
           COMPUTE WS-Var-Work ROUNDED =
               (WS-St-Act-Min - WS-St-Sch-Min) / 60
           MOVE WS-Var-Work TO WS-Var-Edited
           MOVE WS-Var-Edited TO SchedRptRec(26:9)
           WRITE SchedRptRec AFTER ADVANCING 1
           MOVE SPACES TO SchedRptRec
           MOVE "Unscheduled OT hours  :" TO SchedRptRec(3:23)
           COMPUTE WS-Hours-Work ROUNDED = WS-St-OT-Min / 60
           MOVE WS-Hours-Work TO WS-Hours-Edited
           MOVE WS-Hours-Edited TO SchedRptRec(27:8)
           WRITE SchedRptRec AFTER ADVANCING 1.

      * Overtime the schedule never planned, person by person - the
      *    clock's hours past 40 for the week at that store, less any
      *    the schedule itself put past 40.
       OVERTIME-RPT-PARA.
           MOVE "UNSCHEDULED OVERTIME" TO SchedRptRec
           WRITE SchedRptRec AFTER ADVANCING PAGE
           MOVE "EMPID      STORE  SCHED HRS  ACTUAL HRS  "-
                "UNSCHED OT" TO SchedRptRec
           WRITE SchedRptRec AFTER ADVANCING 2
           PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count
               IF WS-Wk-Unsched-OT(WS-Week-Sub) > 0
                   MOVE WS-Wk-EmpID(WS-Week-Sub) TO OL-EmpID
                   MOVE WS-Wk-Store(WS-Week-Sub) TO OL-Store
                   COMPUTE OL-Sch-Hours ROUNDED =
                       WS-Wk-Sch-Min(WS-Week-Sub) / 60
                   COMPUTE OL-Act-Hours ROUNDED =
                       WS-Wk-Act-Min(WS-Week-Sub) / 60
                   COMPUTE OL-OT-Hours ROUNDED =
                       WS-Wk-Unsched-OT(WS-Week-Sub) / 60
                   MOVE WS-OT-Line TO SchedRptRec
                   WRITE SchedRptRec AFTER ADVANCING 1
               END-IF
           END-PERFORM
           IF WS-Co-OT-Min = 0
               MOVE "NONE THIS WEEK" TO SchedRptRec
               WRITE SchedRptRec AFTER ADVANCING 1
           END-IF
           IF WS-Days-Dropped > 0 OR WS-Weeks-Dropped > 0
               MOVE SPACES TO SchedRptRec
               MOVE WS-Days-Dropped TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " SCHEDULE/PUNCH LINES PAST THE TABLE LIMIT "-
                   "LEFT OUT ***" DELIMITED BY SIZE
                   INTO SchedRptRec
               WRITE SchedRptRec AFTER ADVANCING 2
           END-IF
           IF WS-Sched-Rejected > 0
               MOVE SPACES TO SchedRptRec
               MOVE WS-Sched-Rejected TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " SCHEDULE LINE(S) REJECTED - LISTED AT THE TOP "-
                   "***" DELIMITED BY SIZE
                   INTO SchedRptRec
               WRITE SchedRptRec AFTER ADVANCING 2
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

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program ScheduleCompare.
