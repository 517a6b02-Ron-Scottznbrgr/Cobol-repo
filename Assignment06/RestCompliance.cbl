      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Rest-period and maximum-hours compliance off the punches.      *
      * The clock has known for weeks who worked six hours straight    *
      *    without a break or closed at midnight and opened at six;    *
      *    nobody was asking it. This run takes the clean IN/OUT       *
      *    pairs PunchImport wrote and lists, store by store, per      *
      *    employee and date:                                          *
      *      - a stretch of work past the break threshold with no      *
      *        break punched inside it,                                *
      *      - a day's worked time past the daily cap,                 *
      *      - a turnaround between one day's last OUT and the next    *
      *        day's first IN shorter than the minimum rest,           *
      *      - a seventh straight day worked with no day off.          *
      * The limits come off the compliance rules file, one line per    *
      *    province, since the stores aren't all under the same        *
      *    rules. A province with no line gets the standard limits     *
      *    below. The province is the store's, off the Store Master -  *
      *    each day is held to the rules of the store its first shift  *
      *    was worked at. A store with no province keyed falls back    *
      *    to the employee's own, off the Employee Master.             *
      * A gap between pairs shorter than the province's minimum        *
      *    break is not a break - the stretch runs on through it.      *
      * Each exception is listed under the store the shift that        *
      *    tripped it was worked at. Run after PunchImport.            *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    weather city.                                               *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group.                                       *
      *  OCTOBER 15 2026 - Each day is held to the rules of its        *
      *    store's province, off the Store Master - the employee's own *
      *    only where the store has none keyed.                        *
      ******************************************************************
       identification division.
       program-id. RestCompliance.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The clean IN/OUT pairs exactly as PunchImport writes them.
           SELECT PAIRFILE ASSIGN
           "DataFiles\Assignment#6_PunchPairs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Pair-Status.

      * One line per province - minutes of work before a break is
      *    owed, the shortest gap that counts as that break, the
      *    daily cap and the minimum rest between days, all in
      *    minutes.
           SELECT RULESFILE ASSIGN
           "DataFiles\Assignment#6_ComplianceRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Rules-Status.

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

      * Store names for the section headings.
           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-Store-Status.

           SELECT COMPRPTFILE ASSIGN "DataFiles\RestCompliance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-CompRpt-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD RULESFILE.
       01 RulesRec.
           03  Rul-Province        PIC X(2).
           03  FILLER              PIC X.
           03  Rul-Break-After     PIC 9(3).
           03  FILLER              PIC X.
           03  Rul-Break-Min       PIC 9(3).
           03  FILLER              PIC X.
           03  Rul-Daily-Cap       PIC 9(4).
           03  FILLER              PIC X.
           03  Rul-Min-Rest        PIC 9(4).

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

       FD COMPRPTFILE.
       01 CompRptRec               PIC X(110).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "RestCompliance".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Pair-Status       PIC XX value "00".
       01 ws-Rules-Status      PIC XX value "00".
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Store-Status      PIC XX value "00".
       01 ws-CompRpt-Status    PIC XX value "00".
       01 WS-Pair-EOF-Flag     PIC 9 value 0.
           88 PAIR-EOF         value 1.
       01 WS-Rules-EOF-Flag    PIC 9 value 0.
           88 RULES-EOF        value 1.
       01 WS-Store-Avail-Flag  PIC X value "N".
           88 STORE-AVAILABLE  value "Y".
       01 WS-Emp-Avail-Flag    PIC X value "N".
           88 EMPMASTER-AVAILABLE value "Y".

      * The standard limits, for any province the rules file has no
      *    line for - a break owed after five hours, a half hour to
      *    count as one, a twelve-hour day and eight hours off
      *    between days.
       01 WS-Dflt-Break-After  PIC 9(3) value 300.
       01 WS-Dflt-Break-Min    PIC 9(3) value 30.
       01 WS-Dflt-Daily-Cap    PIC 9(4) value 720.
       01 WS-Dflt-Min-Rest     PIC 9(4) value 480.

       01 WS-Max-Rules         PIC 99 value 20.
       01 WS-Rule-Count        PIC 99 value 0.
       01 WS-Rule-Table.
           03  WS-Rule-Entry OCCURS 20 TIMES.
               05  WS-Rl-Province      PIC X(2).
               05  WS-Rl-Break-After   PIC 9(3).
               05  WS-Rl-Break-Min     PIC 9(3).
               05  WS-Rl-Daily-Cap     PIC 9(4).
               05  WS-Rl-Min-Rest      PIC 9(4).
       01 WS-Rule-Sub          PIC 99 value 0.
       01 WS-Rule-Find-Sub     PIC 99 value 0.
       01 WS-Rules-Rejected    PIC 9(5) value 0.

      * The limits in force for the employee and day in hand.
       01 WS-Cur-Province      PIC X(2) value SPACES.
      * The employee's own province - what a day at a store with no
      *    province keyed goes by.
       01 WS-Emp-Province      PIC X(2) value SPACES.
       01 WS-Cur-Surname       PIC X(18) value SPACES.
       01 WS-Cur-Break-After   PIC 9(3) value 0.
       01 WS-Cur-Break-Min     PIC 9(3) value 0.
       01 WS-Cur-Daily-Cap     PIC 9(4) value 0.
       01 WS-Cur-Min-Rest      PIC 9(4) value 0.

      * Every pair, times held as minutes past midnight, sorted by
      *    employee, date and IN time so each person's week can be
      *    walked in order.
       01 WS-Max-Pairs         PIC 9(4) value 5000.
       01 WS-Pair-Count        PIC 9(4) value 0.
       01 WS-Pair-Table.
           03  WS-Pair-Entry OCCURS 5000 TIMES.
               05  WS-Pr-Key.
                   07  WS-Pr-EmpID         PIC 9(9).
                   07  WS-Pr-Date          PIC 9(8).
                   07  WS-Pr-In            PIC 9(4).
               05  WS-Pr-Out           PIC 9(4).
               05  WS-Pr-Store         PIC 9(4).
       01 WS-Pair-Sub          PIC 9(4) value 0.
       01 WS-Swap-Sub          PIC 9(4) value 0.
       01 WS-Swap-Pair         PIC X(29) value SPACES.
       01 WS-Pairs-Dropped     PIC 9(5) value 0.

      * The day in hand and the one before it for the same person.
       01 WS-Cur-EmpID         PIC 9(9) value 0.
       01 WS-Cur-Date          PIC 9(8) value 0.
       01 WS-Cur-Day-Num       PIC 9(7) value 0.
       01 WS-Day-Worked        PIC 9(5) value 0.
       01 WS-Day-First-In      PIC 9(4) value 0.
       01 WS-Day-First-Store   PIC 9(4) value 0.
       01 WS-Day-Last-Out      PIC 9(4) value 0.
       01 WS-Day-Last-Store    PIC 9(4) value 0.
       01 WS-Prev-Flag         PIC X value "N".
           88 HAVE-PREV-DAY    value "Y".
       01 WS-Prev-Day-Num      PIC 9(7) value 0.
       01 WS-Prev-Last-Out     PIC 9(4) value 0.
       01 WS-Straight-Days     PIC 99 value 0.
       01 WS-Rest-Min          PIC 9(7) value 0.

      * The stretch of work in hand - pairs joined across any gap
      *    too short to be a break.
       01 WS-Str-Start         PIC 9(4) value 0.
       01 WS-Str-End           PIC 9(4) value 0.
       01 WS-Str-Store         PIC 9(4) value 0.
       01 WS-Str-Min           PIC 9(4) value 0.
       01 WS-Gap-Min           PIC S9(4) value 0.

      * Every exception found, sorted by store for the report.
       01 WS-Max-Exc           PIC 9(4) value 2000.
       01 WS-Exc-Count         PIC 9(4) value 0.
       01 WS-Exc-Table.
           03  WS-Exc-Entry OCCURS 2000 TIMES.
               05  WS-Exc-Key.
                   07  WS-Exc-Store        PIC 9(4).
                   07  WS-Exc-EmpID        PIC 9(9).
                   07  WS-Exc-Date         PIC 9(8).
      * 1 = no break, 2 = over daily cap, 3 = short turnaround,
      *    4 = no day off.
                   07  WS-Exc-Type         PIC 9.
               05  WS-Exc-Name         PIC X(18).
               05  WS-Exc-Prov         PIC X(2).
               05  WS-Exc-Detail       PIC X(36).
       01 WS-Exc-Sub           PIC 9(4) value 0.
       01 WS-Swap-Exc          PIC X(78) value SPACES.
       01 WS-Exc-Dropped       PIC 9(5) value 0.
       01 WS-New-Exc.
           03  WS-New-Key.
               05  WS-New-Store        PIC 9(4).
               05  WS-New-EmpID        PIC 9(9).
               05  WS-New-Date         PIC 9(8).
               05  WS-New-Type         PIC 9.
           03  WS-New-Name         PIC X(18).
           03  WS-New-Prov         PIC X(2).
           03  WS-New-Detail       PIC X(36).

       01 WS-Exc-Names.
           03  FILLER  PIC X(16) VALUE "NO BREAK".
           03  FILLER  PIC X(16) VALUE "OVER DAILY CAP".
           03  FILLER  PIC X(16) VALUE "SHORT TURNAROUND".
           03  FILLER  PIC X(16) VALUE "NO DAY OFF".
       01 WS-Exc-Names-Tbl REDEFINES WS-Exc-Names.
           03  WS-Exc-Name-Text OCCURS 4 TIMES PIC X(16).

      * HHMM to minutes past midnight and back.
       01 WS-Clock-Time        PIC 9(4) value 0.
       01 WS-Clock-Hours       PIC 99 value 0.
       01 WS-Clock-Mins        PIC 99 value 0.
       01 WS-Clock-Minutes     PIC 9(4) value 0.
       01 WS-Span              PIC X(9) value SPACES.
       01 WS-Span-From         PIC 9(4) value 0.
       01 WS-Span-To           PIC 9(4) value 0.

      * Counts by exception type - one set for the store in hand,
      *    one for the company.
       01 WS-Store-Counts.
           03  WS-St-Count OCCURS 4 TIMES PIC 9(5).
       01 WS-Co-Counts.
           03  WS-Co-Count OCCURS 4 TIMES PIC 9(5).
       01 WS-Type-Sub          PIC 9 value 0.
       01 WS-Last-Store        PIC 9(4) value 0.
       01 WS-Pairs-Loaded      PIC 9(5) value 0.
       01 WS-Hours-Work        PIC 9(4)V9 value 0.
       01 WS-Hours-A           PIC ZZ9.9.
       01 WS-Hours-B           PIC ZZ9.9.
       01 WS-Min-Edited        PIC ZZ9.
       01 WS-Count-Edited      PIC ZZ,ZZ9.

       01 WS-Date-Work         PIC 9(8) value 0.
       01 WS-Date-Parts REDEFINES WS-Date-Work.
           03  WS-Date-Year        PIC 9(4).
           03  WS-Date-Month       PIC 99.
           03  WS-Date-Day         PIC 99.
       01 WS-Date-Disp         PIC X(10) value SPACES.

       01 WS-Exc-Line.
           03  XL-EmpID            PIC 9(9).
           03  FILLER              PIC X(2) value SPACES.
           03  XL-Name             PIC X(18).
           03  FILLER              PIC X(2) value SPACES.
           03  XL-Date             PIC X(10).
           03  FILLER              PIC X(2) value SPACES.
           03  XL-Prov             PIC X(2).
           03  FILLER              PIC X(4) value SPACES.
           03  XL-Exception        PIC X(16).
           03  FILLER              PIC X(2) value SPACES.
           03  XL-Detail           PIC X(36).

       01 WS-Rule-Line.
           03  FILLER              PIC X(2) value SPACES.
           03  RL-Province         PIC X(7).
           03  FILLER              PIC X(2) value SPACES.
           03  RL-Break-After      PIC ZZ9.9.
           03  FILLER              PIC X(7) value SPACES.
           03  RL-Break-Min        PIC ZZ9.
           03  FILLER              PIC X(7) value SPACES.
           03  RL-Daily-Cap        PIC ZZ9.9.
           03  FILLER              PIC X(5) value SPACES.
           03  RL-Min-Rest         PIC ZZ9.9.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           OPEN OUTPUT COMPRPTFILE
           MOVE "REST-PERIOD AND MAXIMUM-HOURS COMPLIANCE" TO
               CompRptRec
           WRITE CompRptRec
           PERFORM RULES-LOAD-PARA.
           PERFORM RULES-RPT-PARA.
           PERFORM PAIR-LOAD-PARA.
           IF WS-Pair-Count = 0
               MOVE "NO PUNCH PAIRS ON FILE - NOTHING TO CHECK" TO
                   CompRptRec
               WRITE CompRptRec AFTER ADVANCING 2
               DISPLAY " "
               DISPLAY "No punch pairs on file - nothing to check."
           ELSE
               OPEN INPUT EMPFILE
               IF ws-Emp-Status = "00"
                   MOVE "Y" TO WS-Emp-Avail-Flag
               ELSE
                   MOVE "*** EMPLOYEE MASTER UNAVAILABLE - STANDARD "-
                        "LIMITS WHERE THE STORE HAS NO PROVINCE ***"
                        TO CompRptRec
                   WRITE CompRptRec AFTER ADVANCING 2
               END-IF
               OPEN INPUT STOREMASTER
               IF ws-Store-Status = "00"
                   MOVE "Y" TO WS-Store-Avail-Flag
               END-IF
               PERFORM PAIR-SORT-PARA
               PERFORM PAIR-WALK-PARA
               PERFORM EXC-SORT-PARA
               PERFORM EXC-RPT-PARA
               IF EMPMASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF
               IF STORE-AVAILABLE
                   CLOSE STOREMASTER
               END-IF
               DISPLAY " "
               DISPLAY WS-Co-Count(1), " no-break shift(s), ",
                       WS-Co-Count(2), " over the daily cap, ",
                       WS-Co-Count(3), " short turnaround(s), ",
                       WS-Co-Count(4), " without a day off - "
               DISPLAY "RestCompliance.rpt written."
           END-IF.
           CLOSE COMPRPTFILE.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program checks the week's paired"
           display "punches against each province's rest-period and"
           display "maximum-hours rules - missed breaks, days over the"
           display "cap, short turnarounds and weeks with no day off."
           DISPLAY "---------------------------------------------------"
           display " ".

      * A rules line has to carry real limits - anything else is
      *    listed and left out, and that province falls back to the
      *    standard limits.
       RULES-LOAD-PARA.
           OPEN INPUT RULESFILE
           IF ws-Rules-Status = "00"
               PERFORM RULES-READ-PARA UNTIL RULES-EOF
               CLOSE RULESFILE
           ELSE
               MOVE "*** NO COMPLIANCE RULES FILE ON HAND - STANDARD "-
                    "LIMITS USED FOR EVERY PROVINCE ***" TO CompRptRec
               WRITE CompRptRec AFTER ADVANCING 2
           END-IF.

       RULES-READ-PARA.
           READ RULESFILE
               AT END
                   SET RULES-EOF TO TRUE
               NOT AT END
                   PERFORM RULES-EDIT-PARA
           END-READ.

       RULES-EDIT-PARA.
           MOVE SPACES TO WS-New-Detail
           MOVE Rul-Province TO WS-Cur-Province
           PERFORM RULE-FIND-PARA
           EVALUATE TRUE
               WHEN Rul-Province = SPACES
                   MOVE "NO PROVINCE" TO WS-New-Detail
               WHEN Rul-Break-After NOT NUMERIC OR
                       Rul-Break-Min NOT NUMERIC OR
                       Rul-Daily-Cap NOT NUMERIC OR
                       Rul-Min-Rest NOT NUMERIC
                   MOVE "NOT NUMERIC" TO WS-New-Detail
               WHEN Rul-Break-After = 0 OR Rul-Daily-Cap = 0
                   MOVE "ZERO BREAK THRESHOLD OR CAP" TO WS-New-Detail
               WHEN WS-Rule-Find-Sub > 0
                   MOVE "PROVINCE ALREADY ON FILE" TO WS-New-Detail
               WHEN WS-Rule-Count NOT < WS-Max-Rules
                   MOVE "RULES TABLE FULL" TO WS-New-Detail
           END-EVALUATE
           IF WS-New-Detail NOT = SPACES
               ADD 1 TO WS-Rules-Rejected
               MOVE SPACES TO CompRptRec
               STRING "RULES LINE REJECTED - " DELIMITED BY SIZE
                   WS-New-Detail DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   RulesRec DELIMITED BY SIZE
                   INTO CompRptRec
               WRITE CompRptRec AFTER ADVANCING 1
           ELSE
               ADD 1 TO WS-Rule-Count
               MOVE Rul-Province TO WS-Rl-Province(WS-Rule-Count)
               MOVE Rul-Break-After TO
                   WS-Rl-Break-After(WS-Rule-Count)
               MOVE Rul-Break-Min TO WS-Rl-Break-Min(WS-Rule-Count)
               MOVE Rul-Daily-Cap TO WS-Rl-Daily-Cap(WS-Rule-Count)
               MOVE Rul-Min-Rest TO WS-Rl-Min-Rest(WS-Rule-Count)
           END-IF.

      * The rules line for WS-Cur-Province, zero if there is none.
       RULE-FIND-PARA.
           MOVE 0 TO WS-Rule-Find-Sub
           PERFORM VARYING WS-Rule-Sub FROM 1 BY 1
                   UNTIL WS-Rule-Sub > WS-Rule-Count OR
                         WS-Rule-Find-Sub NOT = 0
               IF WS-Rl-Province(WS-Rule-Sub) = WS-Cur-Province
                   MOVE WS-Rule-Sub TO WS-Rule-Find-Sub
               END-IF
           END-PERFORM.

      * The limits the run is holding everyone to, at the top where
      *    a store manager disputing a line can see them.
       RULES-RPT-PARA.
           MOVE "LIMITS IN FORCE" TO CompRptRec
           WRITE CompRptRec AFTER ADVANCING 2
           MOVE "  PROVINCE   BREAK AFTER  MIN BREAK  DAILY CAP  "-
                "MIN REST" TO CompRptRec
           WRITE CompRptRec AFTER ADVANCING 1
           MOVE "               (HOURS)    (MINUTES)   (HOURS)   "-
                "(HOURS)" TO CompRptRec
           WRITE CompRptRec AFTER ADVANCING 1
           PERFORM VARYING WS-Rule-Sub FROM 1 BY 1
                   UNTIL WS-Rule-Sub > WS-Rule-Count
               MOVE WS-Rl-Province(WS-Rule-Sub) TO RL-Province
               COMPUTE RL-Break-After ROUNDED =
                   WS-Rl-Break-After(WS-Rule-Sub) / 60
               MOVE WS-Rl-Break-Min(WS-Rule-Sub) TO RL-Break-Min
               COMPUTE RL-Daily-Cap ROUNDED =
                   WS-Rl-Daily-Cap(WS-Rule-Sub) / 60
               COMPUTE RL-Min-Rest ROUNDED =
                   WS-Rl-Min-Rest(WS-Rule-Sub) / 60
               MOVE WS-Rule-Line TO CompRptRec
               WRITE CompRptRec AFTER ADVANCING 1
           END-PERFORM
           MOVE "(OTHER)" TO RL-Province
           COMPUTE RL-Break-After ROUNDED = WS-Dflt-Break-After / 60
           MOVE WS-Dflt-Break-Min TO RL-Break-Min
           COMPUTE RL-Daily-Cap ROUNDED = WS-Dflt-Daily-Cap / 60
           COMPUTE RL-Min-Rest ROUNDED = WS-Dflt-Min-Rest / 60
           MOVE WS-Rule-Line TO CompRptRec
           WRITE CompRptRec AFTER ADVANCING 1.

      * PunchImport has already thrown out the bad punches - every
      *    pair here is a clean IN before its OUT on the same day.
       PAIR-LOAD-PARA.
           OPEN INPUT PAIRFILE
           IF ws-Pair-Status = "00"
               PERFORM PAIR-READ-PARA UNTIL PAIR-EOF
               CLOSE PAIRFILE
           ELSE
               MOVE "*** NO PUNCH PAIRS ON HAND - RUN PUNCHIMPORT "-
                    "FIRST ***" TO CompRptRec
               WRITE CompRptRec AFTER ADVANCING 2
           END-IF.

       PAIR-READ-PARA.
           READ PAIRFILE
               AT END
                   SET PAIR-EOF TO TRUE
               NOT AT END
                   IF WS-Pair-Count < WS-Max-Pairs
                       ADD 1 TO WS-Pair-Count
                       ADD 1 TO WS-Pairs-Loaded
                       MOVE Pair-EmpID TO WS-Pr-EmpID(WS-Pair-Count)
                       MOVE Pair-Date TO WS-Pr-Date(WS-Pair-Count)
                       MOVE Pair-Store TO WS-Pr-Store(WS-Pair-Count)
                       MOVE Pair-In TO WS-Clock-Time
                       PERFORM CLOCK-TO-MIN-PARA
                       MOVE WS-Clock-Minutes TO
                           WS-Pr-In(WS-Pair-Count)
                       MOVE Pair-Out TO WS-Clock-Time
                       PERFORM CLOCK-TO-MIN-PARA
                       MOVE WS-Clock-Minutes TO
                           WS-Pr-Out(WS-Pair-Count)
                   ELSE
                       ADD 1 TO WS-Pairs-Dropped
                   END-IF
           END-READ.

      * HHMM to minutes past midnight.
       CLOCK-TO-MIN-PARA.
           DIVIDE WS-Clock-Time BY 100
               GIVING WS-Clock-Hours REMAINDER WS-Clock-Mins
           COMPUTE WS-Clock-Minutes =
               (WS-Clock-Hours * 60) + WS-Clock-Mins.

      * Simple bubble sort on employee/date/IN time, the same shape
      *    PunchImport sorts its punches with.
       PAIR-SORT-PARA.
           PERFORM VARYING WS-Pair-Sub FROM 1 BY 1
                   UNTIL WS-Pair-Sub > WS-Pair-Count
               PERFORM VARYING WS-Swap-Sub FROM 1 BY 1
                       UNTIL WS-Swap-Sub >
                             WS-Pair-Count - WS-Pair-Sub
                   IF WS-Pr-Key(WS-Swap-Sub) >
                           WS-Pr-Key(WS-Swap-Sub + 1)
                       MOVE WS-Pair-Entry(WS-Swap-Sub) TO WS-Swap-Pair
                       MOVE WS-Pair-Entry(WS-Swap-Sub + 1) TO
                           WS-Pair-Entry(WS-Swap-Sub)
                       MOVE WS-Swap-Pair TO
                           WS-Pair-Entry(WS-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Person by person, day by day, pair by pair - a new person
      *    or a new day closes off the day before it.
       PAIR-WALK-PARA.
           PERFORM VARYING WS-Pair-Sub FROM 1 BY 1
                   UNTIL WS-Pair-Sub > WS-Pair-Count
               EVALUATE TRUE
                   WHEN WS-Pair-Sub = 1
                       PERFORM EMP-START-PARA
                       PERFORM DAY-START-PARA
                   WHEN WS-Pr-EmpID(WS-Pair-Sub) NOT = WS-Cur-EmpID
                       PERFORM DAY-CLOSE-PARA
                       PERFORM EMP-START-PARA
                       PERFORM DAY-START-PARA
                   WHEN WS-Pr-Date(WS-Pair-Sub) NOT = WS-Cur-Date
                       PERFORM DAY-CLOSE-PARA
                       PERFORM DAY-START-PARA
                   WHEN OTHER
                       PERFORM PAIR-ADD-PARA
               END-EVALUATE
           END-PERFORM
           PERFORM DAY-CLOSE-PARA.

      * A new person - their own province off the master, for any
      *    day worked at a store with none keyed.
       EMP-START-PARA.
           MOVE WS-Pr-EmpID(WS-Pair-Sub) TO WS-Cur-EmpID
           MOVE "N" TO WS-Prev-Flag
           MOVE 0 TO WS-Straight-Days
           MOVE "??" TO WS-Emp-Province
           MOVE "(NOT ON EMP MSTR)" TO WS-Cur-Surname
           IF EMPMASTER-AVAILABLE
               MOVE WS-Cur-EmpID TO Emp-ID
               READ EMPFILE KEY IS Emp-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Emp-Province TO WS-Emp-Province
                       MOVE Emp-Surname TO WS-Cur-Surname
               END-READ
           END-IF.

      * The province of the store the day's first shift was worked
      *    at, and that province's limits (or the standard ones).
       DAY-RULES-PARA.
           MOVE WS-Emp-Province TO WS-Cur-Province
           IF STORE-AVAILABLE
               MOVE WS-Day-First-Store TO Store-Number
               READ STOREMASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Store-Province NOT = SPACES
                           MOVE Store-Province TO WS-Cur-Province
                       END-IF
               END-READ
           END-IF
           PERFORM RULE-FIND-PARA
           IF WS-Rule-Find-Sub > 0
               MOVE WS-Rl-Break-After(WS-Rule-Find-Sub) TO
                   WS-Cur-Break-After
               MOVE WS-Rl-Break-Min(WS-Rule-Find-Sub) TO
                   WS-Cur-Break-Min
               MOVE WS-Rl-Daily-Cap(WS-Rule-Find-Sub) TO
                   WS-Cur-Daily-Cap
               MOVE WS-Rl-Min-Rest(WS-Rule-Find-Sub) TO
                   WS-Cur-Min-Rest
           ELSE
               MOVE WS-Dflt-Break-After TO WS-Cur-Break-After
               MOVE WS-Dflt-Break-Min TO WS-Cur-Break-Min
               MOVE WS-Dflt-Daily-Cap TO WS-Cur-Daily-Cap
               MOVE WS-Dflt-Min-Rest TO WS-Cur-Min-Rest
           END-IF.

      * The first pair of a day - the limits its store holds it to,
      *    the rest since the person's last OUT, and how many days
      *    running they have now worked.
       DAY-START-PARA.
           MOVE WS-Pr-Date(WS-Pair-Sub) TO WS-Cur-Date
           COMPUTE WS-Cur-Day-Num =
               FUNCTION INTEGER-OF-DATE(WS-Cur-Date)
           MOVE 0 TO WS-Day-Worked
           MOVE 0 TO WS-Day-Last-Out
           MOVE WS-Pr-In(WS-Pair-Sub) TO WS-Day-First-In
           MOVE WS-Pr-Store(WS-Pair-Sub) TO WS-Day-First-Store
           PERFORM DAY-RULES-PARA
           IF HAVE-PREV-DAY
               COMPUTE WS-Rest-Min =
                   ((WS-Cur-Day-Num - WS-Prev-Day-Num) * 1440) +
                   WS-Day-First-In - WS-Prev-Last-Out
               IF WS-Rest-Min < WS-Cur-Min-Rest
                   MOVE WS-Day-First-Store TO WS-New-Store
                   MOVE 3 TO WS-New-Type
                   COMPUTE WS-Hours-A ROUNDED = WS-Rest-Min / 60
                   COMPUTE WS-Hours-B ROUNDED = WS-Cur-Min-Rest / 60
                   MOVE SPACES TO WS-New-Detail
                   STRING WS-Hours-A DELIMITED BY SIZE
                       " HRS OFF (MINIMUM" DELIMITED BY SIZE
                       WS-Hours-B DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-New-Detail
                   PERFORM EXC-ADD-PARA
               END-IF
           END-IF
           IF HAVE-PREV-DAY AND
                   WS-Cur-Day-Num = WS-Prev-Day-Num + 1
               ADD 1 TO WS-Straight-Days
           ELSE
               MOVE 1 TO WS-Straight-Days
           END-IF
      * The seventh day running is the exception - counting starts
      *    over after it, so a second straight week flags again.
           IF WS-Straight-Days = 7
               MOVE WS-Day-First-Store TO WS-New-Store
               MOVE 4 TO WS-New-Type
               MOVE "7TH STRAIGHT DAY WORKED" TO WS-New-Detail
               PERFORM EXC-ADD-PARA
               MOVE 0 TO WS-Straight-Days
           END-IF
           MOVE WS-Pr-In(WS-Pair-Sub) TO WS-Str-Start
           MOVE WS-Pr-Out(WS-Pair-Sub) TO WS-Str-End
           MOVE WS-Pr-Store(WS-Pair-Sub) TO WS-Str-Store
           PERFORM PAIR-TOTAL-PARA.

      * Another pair the same day. A gap shorter than the minimum
      *    break doesn't end the stretch; a real one does.
       PAIR-ADD-PARA.
           COMPUTE WS-Gap-Min = WS-Pr-In(WS-Pair-Sub) - WS-Str-End
           IF WS-Gap-Min < WS-Cur-Break-Min
               IF WS-Pr-Out(WS-Pair-Sub) > WS-Str-End
                   MOVE WS-Pr-Out(WS-Pair-Sub) TO WS-Str-End
               END-IF
           ELSE
               PERFORM STRETCH-CLOSE-PARA
               MOVE WS-Pr-In(WS-Pair-Sub) TO WS-Str-Start
               MOVE WS-Pr-Out(WS-Pair-Sub) TO WS-Str-End
               MOVE WS-Pr-Store(WS-Pair-Sub) TO WS-Str-Store
           END-IF
           PERFORM PAIR-TOTAL-PARA.

       PAIR-TOTAL-PARA.
           COMPUTE WS-Day-Worked = WS-Day-Worked +
               WS-Pr-Out(WS-Pair-Sub) - WS-Pr-In(WS-Pair-Sub)
           IF WS-Pr-Out(WS-Pair-Sub) > WS-Day-Last-Out
               MOVE WS-Pr-Out(WS-Pair-Sub) TO WS-Day-Last-Out
               MOVE WS-Pr-Store(WS-Pair-Sub) TO WS-Day-Last-Store
           END-IF.

      * A stretch of work past the threshold with no break in it.
       STRETCH-CLOSE-PARA.
           COMPUTE WS-Str-Min = WS-Str-End - WS-Str-Start
           IF WS-Str-Min > WS-Cur-Break-After
               MOVE WS-Str-Store TO WS-New-Store
               MOVE 1 TO WS-New-Type
               MOVE WS-Str-Start TO WS-Span-From
               MOVE WS-Str-End TO WS-Span-To
               PERFORM SPAN-PARA
               COMPUTE WS-Hours-A ROUNDED = WS-Str-Min / 60
               COMPUTE WS-Hours-B ROUNDED = WS-Cur-Break-After / 60
               MOVE SPACES TO WS-New-Detail
               STRING WS-Span DELIMITED BY SIZE
                   WS-Hours-A DELIMITED BY SIZE
                   " HRS (LIMIT" DELIMITED BY SIZE
                   WS-Hours-B DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-New-Detail
               PERFORM EXC-ADD-PARA
           END-IF.

      * The day's last stretch, the daily cap, and the day handed
      *    on as the one the next day's rest is measured from.
       DAY-CLOSE-PARA.
           PERFORM STRETCH-CLOSE-PARA
           IF WS-Day-Worked > WS-Cur-Daily-Cap
               MOVE WS-Day-Last-Store TO WS-New-Store
               MOVE 2 TO WS-New-Type
               COMPUTE WS-Hours-A ROUNDED = WS-Day-Worked / 60
               COMPUTE WS-Hours-B ROUNDED = WS-Cur-Daily-Cap / 60
               MOVE SPACES TO WS-New-Detail
               STRING WS-Hours-A DELIMITED BY SIZE
                   " HRS WORKED (CAP" DELIMITED BY SIZE
                   WS-Hours-B DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-New-Detail
               PERFORM EXC-ADD-PARA
           END-IF
           MOVE "Y" TO WS-Prev-Flag
           MOVE WS-Cur-Day-Num TO WS-Prev-Day-Num
           MOVE WS-Day-Last-Out TO WS-Prev-Last-Out.

      * WS-New-Store, -Type and -Detail are set by the caller; the
      *    person and the day are the ones in hand.
       EXC-ADD-PARA.
           IF WS-Exc-Count < WS-Max-Exc
               MOVE WS-Cur-EmpID TO WS-New-EmpID
               MOVE WS-Cur-Date TO WS-New-Date
               MOVE WS-Cur-Surname TO WS-New-Name
               MOVE WS-Cur-Province TO WS-New-Prov
               ADD 1 TO WS-Exc-Count
               MOVE WS-New-Exc TO WS-Exc-Entry(WS-Exc-Count)
           ELSE
               ADD 1 TO WS-Exc-Dropped
           END-IF.

       EXC-SORT-PARA.
           PERFORM VARYING WS-Exc-Sub FROM 1 BY 1
                   UNTIL WS-Exc-Sub > WS-Exc-Count
               PERFORM VARYING WS-Swap-Sub FROM 1 BY 1
                       UNTIL WS-Swap-Sub >
                             WS-Exc-Count - WS-Exc-Sub
                   IF WS-Exc-Key(WS-Swap-Sub) >
                           WS-Exc-Key(WS-Swap-Sub + 1)
                       MOVE WS-Exc-Entry(WS-Swap-Sub) TO WS-Swap-Exc
                       MOVE WS-Exc-Entry(WS-Swap-Sub + 1) TO
                           WS-Exc-Entry(WS-Swap-Sub)
                       MOVE WS-Swap-Exc TO
                           WS-Exc-Entry(WS-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Store by store - a heading, one line per exception, and the
      *    store's counts - then the company's.
       EXC-RPT-PARA.
           MOVE ZEROS TO WS-Co-Counts
           IF WS-Exc-Count = 0
               MOVE "NO EXCEPTIONS IN THE PUNCHES ON FILE" TO
                   CompRptRec
               WRITE CompRptRec AFTER ADVANCING 3
           ELSE
               MOVE 9999 TO WS-Last-Store
               PERFORM VARYING WS-Exc-Sub FROM 1 BY 1
                       UNTIL WS-Exc-Sub > WS-Exc-Count
                   IF WS-Exc-Store(WS-Exc-Sub) NOT = WS-Last-Store
                       IF WS-Last-Store NOT = 9999
                           PERFORM STORE-TOTAL-PARA
                       END-IF
                       PERFORM STORE-HEAD-PARA
                   END-IF
                   PERFORM EXC-LINE-PARA
               END-PERFORM
               PERFORM STORE-TOTAL-PARA
           END-IF
           MOVE "COMPANY TOTAL" TO CompRptRec
           WRITE CompRptRec AFTER ADVANCING 3
           MOVE WS-Co-Counts TO WS-Store-Counts
           PERFORM COUNTS-LINES-PARA
           IF WS-Pairs-Dropped > 0 OR WS-Exc-Dropped > 0
               MOVE SPACES TO CompRptRec
               COMPUTE WS-Count-Edited = WS-Pairs-Dropped +
                   WS-Exc-Dropped
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " PAIRS/EXCEPTIONS PAST THE TABLE LIMIT "-
                   "LEFT OUT ***" DELIMITED BY SIZE
                   INTO CompRptRec
               WRITE CompRptRec AFTER ADVANCING 2
           END-IF
           IF WS-Rules-Rejected > 0
               MOVE SPACES TO CompRptRec
               MOVE WS-Rules-Rejected TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " RULES LINE(S) REJECTED - LISTED AT THE TOP "-
                   "***" DELIMITED BY SIZE
                   INTO CompRptRec
               WRITE CompRptRec AFTER ADVANCING 2
           END-IF.

       STORE-HEAD-PARA.
           MOVE WS-Exc-Store(WS-Exc-Sub) TO WS-Last-Store
           MOVE ZEROS TO WS-Store-Counts
           MOVE "(NOT ON STORE MSTR)" TO Store-Name
           IF STORE-AVAILABLE
               MOVE WS-Last-Store TO Store-Number
               READ STOREMASTER
                   INVALID KEY
                       MOVE "(NOT ON STORE MSTR)" TO Store-Name
               END-READ
           END-IF
           MOVE SPACES TO CompRptRec
           STRING "STORE " DELIMITED BY SIZE
               WS-Last-Store DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Store-Name DELIMITED BY SIZE
               INTO CompRptRec
           WRITE CompRptRec AFTER ADVANCING 3
           MOVE "EMPID      NAME                DATE        PROV  "-
                "EXCEPTION         DETAIL" TO CompRptRec
           WRITE CompRptRec AFTER ADVANCING 1.

       EXC-LINE-PARA.
           MOVE WS-Exc-Type(WS-Exc-Sub) TO WS-Type-Sub
           ADD 1 TO WS-St-Count(WS-Type-Sub)
           MOVE WS-Exc-EmpID(WS-Exc-Sub) TO XL-EmpID
           MOVE WS-Exc-Name(WS-Exc-Sub) TO XL-Name
           MOVE WS-Exc-Date(WS-Exc-Sub) TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO XL-Date
           MOVE WS-Exc-Prov(WS-Exc-Sub) TO XL-Prov
           MOVE WS-Exc-Name-Text(WS-Type-Sub) TO XL-Exception
           MOVE WS-Exc-Detail(WS-Exc-Sub) TO XL-Detail
           MOVE WS-Exc-Line TO CompRptRec
           WRITE CompRptRec AFTER ADVANCING 1.

       STORE-TOTAL-PARA.
           PERFORM COUNTS-LINES-PARA
           PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                   UNTIL WS-Type-Sub > 4
               ADD WS-St-Count(WS-Type-Sub) TO WS-Co-Count(WS-Type-Sub)
           END-PERFORM.

      * Prints whatever set of counts is in WS-Store-Counts.
       COUNTS-LINES-PARA.
           MOVE SPACES TO CompRptRec
           MOVE "Shifts with no break  :" TO CompRptRec(3:23)
           MOVE WS-St-Count(1) TO WS-Count-Edited
           MOVE WS-Count-Edited TO CompRptRec(27:6)
           WRITE CompRptRec AFTER ADVANCING 2
           MOVE SPACES TO CompRptRec
           MOVE "Days over the cap     :" TO CompRptRec(3:23)
           MOVE WS-St-Count(2) TO WS-Count-Edited
           MOVE WS-Count-Edited TO CompRptRec(27:6)
           WRITE CompRptRec AFTER ADVANCING 1
           MOVE SPACES TO CompRptRec
           MOVE "Short turnarounds     :" TO CompRptRec(3:23)
           MOVE WS-St-Count(3) TO WS-Count-Edited
           MOVE WS-Count-Edited TO CompRptRec(27:6)
           WRITE CompRptRec AFTER ADVANCING 1
           MOVE SPACES TO CompRptRec
           MOVE "7 days with no day off:" TO CompRptRec(3:23)
           MOVE WS-St-Count(4) TO WS-Count-Edited
           MOVE WS-Count-Edited TO CompRptRec(27:6)
           WRITE CompRptRec AFTER ADVANCING 1.

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

       end program RestCompliance.
