      *    already edits - so the overtime split runs off what the     *
      *    clock actually saw.                                         *
      * Run after payroll's extract lands and before WeeklyLoad.       *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Each clean IN/OUT pair is also written to   *
      *    the punch-pairs file, which ScheduleCompare matches against *
      *    the stores' labour schedule.                                *
      *  OCTOBER 15 2026 - For a bi-weekly pay group (PAYGROUP=B on    *
      *    the run control) punches are split at the period's midpoint *
      *    and the second week's hours go out in their own extract     *
      *    column.                                                     *
      ******************************************************************
       identification division.
       program-id. PunchImport.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Extract-Status.

      * Every clean IN/OUT pair as it was totalled - employee,
      *    store, date, in and out - for ScheduleCompare to match
      *    against the stores' schedule. Rewritten each import.
           SELECT PAIRFILE ASSIGN
           "DataFiles\Assignment#6_PunchPairs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Pair-Status.

      * The shared run-control file, for WEEKENDING= and PAYGROUP= -
      *    a bi-weekly period's punches split into its two weeks.
           SELECT RUNCONTROLFILE ASSIGN "DataFiles\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

      * One line per punch that couldn't be used, with the reason.
           SELECT PUNCHRPTFILE ASSIGN
           "DataFiles\Assignment#6_PunchEdit.rpt"
           03  Ext-SalesAmount     PIC X(8).
           03  Ext-HoursWorked     PIC X(3).
           03  Ext-HourlyRate      PIC X(4).
           03  Ext-HoursWeek2      PIC X(3).

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

       FD RUNCONTROLFILE.
       01 RunControlRec        PIC X(80).

       FD PUNCHRPTFILE.
       01 PunchRpt-Header          PIC X(70).
       01 ws-Punch-Status      PIC XX value "00".
       01 ws-Extract-Status    PIC XX value "00".
       01 ws-PunchRpt-Status   PIC XX value "00".
       01 ws-Pair-Status       PIC XX value "00".
       01 WS-Punch-EOF-Flag    PIC 9 value 0.
           88 PUNCH-EOF        value 1.
       01 WS-Extract-EOF-Flag  PIC 9 value 0.
           88 EXTRACT-EOF      value 1.
       01 ws-RunCtl-Status     PIC XX value "00".
       01 WS-RunCtl-EOF-Flag   PIC 9 value 0.
           88 RUNCTL-EOF       value 1.
       01 WS-RC-Keyword        PIC X(20) value SPACES.
       01 WS-RC-Value          PIC X(60) value SPACES.

      * A bi-weekly import totals each week of the period on its
      *    own, so the weekly run can still work overtime week by
      *    week - the second week is the seven days ending on the
      *    period's ending date. Any other group totals one week.
       01 WS-Pay-Group         PIC X value "W".
           88 BIWEEKLY-IMPORT  value "B".
       01 WS-Period-End        PIC 9(8) value 0.
       01 WS-Week2-Start       PIC 9(8) value 0.

      * Every punch, loaded then sorted by employee, store, date
      *    and time so the pairing walk sees them in clock order.
               05 WS-Tot-EmpID     PIC 9(9).
               05 WS-Tot-Store     PIC 9(4).
               05 WS-Tot-Minutes   PIC 9(6).
               05 WS-Tot-Minutes2  PIC 9(6).
               05 WS-Tot-Used      PIC X.
       01 WS-Total-Sub         PIC 9(4) value 0.
       01 WS-Tot-Find-Sub      PIC 9(4) value 0.
       01 WS-Max-Extract       PIC 9(4) value 2000.
       01 WS-Extract-Count     PIC 9(4) value 0.
       01 WS-Extract-Table.
           03 WS-Extract-Row OCCURS 2000 TIMES PIC X(74).
       01 WS-Extract-Sub       PIC 9(4) value 0.
       01 WS-Replaced-Count    PIC 9(4) value 0.
       01 WS-Capped-Count      PIC 9(4) value 0.
       procedure division.
       PROG.
           PERFORM INSTRUCT-PARA.
           PERFORM RUNCONTROL-PARA.
           PERFORM PUNCHRPT-OPEN-PARA.
      * Opened even with no punches, so last week's pairs never
      *    pass for this week's.
           OPEN OUTPUT PAIRFILE.
           PERFORM PUNCH-LOAD-PARA.
           IF WS-Punch-Count = 0
               DISPLAY " "
                       WS-Replaced-Count, " extract record(s) "-
                       "updated."
           END-IF.
           CLOSE PAIRFILE.
           CLOSE PUNCHRPTFILE.
           PERFORM END-PARA.

           DISPLAY "---------------------------------------------------"
           display " ".

      * Reads WEEKENDING= and PAYGROUP= off the shared run-control
      *    file; every other keyword belongs to another program in
      *    the suite and passes quietly. A bi-weekly group with no
      *    usable ending date imports as one week.
       RUNCONTROL-PARA.
           OPEN INPUT RUNCONTROLFILE
           IF ws-RunCtl-Status = "00"
               PERFORM RUNCONTROL-READ-PARA UNTIL RUNCTL-EOF
               CLOSE RUNCONTROLFILE
           END-IF
           IF BIWEEKLY-IMPORT
               IF WS-Period-End = 0
                   DISPLAY "*** PAYGROUP=B WITH NO WEEKENDING= - "-
                           "HOURS IMPORTED AS ONE WEEK ***"
                   MOVE "W" TO WS-Pay-Group
               ELSE
                   COMPUTE WS-Week2-Start = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-Period-End) - 6)
               END-IF
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
                                       WS-Period-End
                               END-IF
                           WHEN "PAYGROUP"
                               MOVE WS-RC-Value(1:1) TO WS-Pay-Group
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       PUNCHRPT-OPEN-PARA.
           OPEN OUTPUT PUNCHRPTFILE
           MOVE "Punch import edit report" TO PunchRpt-Header
           ELSE
               ADD 1 TO WS-Paired-Count
               PERFORM TOTAL-ADD-PARA
               MOVE SPACES TO PairRec
               MOVE WS-Cur-EmpID TO Pair-EmpID
               MOVE WS-Cur-Store TO Pair-Store
               MOVE WS-Cur-Date TO Pair-Date
               MOVE WS-Open-In-Time TO Pair-In
               MOVE WS-Pch-Time(WS-Punch-Sub) TO Pair-Out
               WRITE PairRec
           END-IF.

       REJECT-OPEN-IN-PARA.
               MOVE WS-Cur-EmpID TO WS-Tot-EmpID(WS-Tot-Find-Sub)
               MOVE WS-Cur-Store TO WS-Tot-Store(WS-Tot-Find-Sub)
               MOVE 0 TO WS-Tot-Minutes(WS-Tot-Find-Sub)
               MOVE 0 TO WS-Tot-Minutes2(WS-Tot-Find-Sub)
               MOVE "N" TO WS-Tot-Used(WS-Tot-Find-Sub)
           END-IF
           IF WS-Tot-Find-Sub NOT = 0
               IF BIWEEKLY-IMPORT AND WS-Cur-Date >= WS-Week2-Start
                   ADD WS-Minutes TO WS-Tot-Minutes2(WS-Tot-Find-Sub)
               ELSE
                   ADD WS-Minutes TO WS-Tot-Minutes(WS-Tot-Find-Sub)
               END-IF
           END-IF.

      * The extract, held whole, hours replaced wherever the clock
               END-IF
               MOVE WS-Tenths TO WS-Tenths-Out
               MOVE WS-Tenths-Out TO Ext-HoursWorked
               IF BIWEEKLY-IMPORT
                   PERFORM WEEK2-HOURS-PARA
               END-IF
               MOVE "Y" TO WS-Tot-Used(WS-Tot-Find-Sub)
               ADD 1 TO WS-Replaced-Count
           END-IF
           WRITE ExtractRec.

      * The second week's clock hours, capped the same way.
       WEEK2-HOURS-PARA.
           COMPUTE WS-Tenths ROUNDED =
               (WS-Tot-Minutes2(WS-Tot-Find-Sub) * 10) / 60
           IF WS-Tenths > 999
               MOVE 999 TO WS-Tenths
               ADD 1 TO WS-Capped-Count
               DISPLAY "EMPID ", Ext-EmpID, " WEEK-2 CLOCK HOURS "-
                       "PAST 99.9 - CAPPED"
           END-IF
           MOVE WS-Tenths TO WS-Tenths-Out
           MOVE WS-Tenths-Out TO Ext-HoursWeek2.

      * Clock totals with no extract record to land in - someone
      *    the clock saw but payroll's extract missed - are worth a
      *    line of their own on the edit report.
