      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Employee YTD master rebuild and proof.                         *
      * Assignment#6_EmpYTD.dat holds each employee's year - gross,    *
      *    overtime, bonus, taxable benefit, tax, benefits, each       *
      *    election kind, net, hours and sales - posted by the weekly, *
      *    adjustment, final-pay and off-cycle runs as they write the  *
      *    pay history, so nothing has to walk the history for a YTD   *
      *    figure any more. This program proves the master against     *
      *    the detail to the penny: every employee-year on the master  *
      *    is summed back out of the pay history (plus the annual      *
      *    retention summaries for weeks already rolled up), every     *
      *    difference is listed figure by figure, and any employee-    *
      *    year the detail has and the master doesn't is listed too.   *
      * A rebuild first puts every history-backed figure back from     *
      *    the detail and summaries, then runs the same proof. The     *
      *    overtime pay and hours aren't on the pay history and are    *
      *    kept as the weekly run posted them. A rolled-up year can    *
      *    only be proved on what the summaries carry - pay, sales     *
      *    and weeks - and is marked so on the report.                 *
      ******************************************************************
       identification division.
       program-id. EmpYTDBuild.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The pay-history file exactly as the weekly run writes it.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * The employee YTD master exactly as the weekly run posts it.
           SELECT EMPYTDFILE ASSIGN
           "DataFiles\Assignment#6_EmpYTD.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EYTD-Key
           FILE STATUS IS ws-EmpYTD-Status.

      * The annual summaries PayHistRetention leaves in place of
      *    the weeks it purges.
           SELECT SUMMARYFILE ASSIGN
           "DataFiles\Assignment#6_PayHistSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Summary-Status.

           SELECT PROOFRPTFILE ASSIGN
           "DataFiles\EmpYTDProof.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ProofRpt-Status.

      * The run lock Assignment06 takes while it updates the
      *    masters - honoured (and taken) by a rebuild, so the weekly
      *    run can't post into the master while it's being rebuilt.
           SELECT RUNLOCKFILE ASSIGN
           "DataFiles\Assignment#6_RunLock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunLock-Status.

      * The suite's severity-coded event log - a stale-lock
      *    override is worth an audit line wherever it happens.
           SELECT EVENTLOGFILE ASSIGN "DataFiles\EventLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-EventLog-Status.

       DATA DIVISION.
       FILE SECTION.
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

      * Same record the weekly run posts.
       FD EMPYTDFILE.
       01 EmpYTDRec.
           03  EYTD-Key.
               05  EYTD-EmpID        PIC 9(9).
               05  EYTD-Year         PIC 9(4).
           03  EYTD-Weeks            PIC S9(3).
           03  EYTD-Gross            PIC S9(9)V99.
           03  EYTD-OT-Pay           PIC S9(9)V99.
           03  EYTD-OT-Hours         PIC S9(5)V9.
           03  EYTD-Bonus            PIC S9(9)V99.
           03  EYTD-Taxable-Ben      PIC S9(9)V99.
           03  EYTD-Tax              PIC S9(9)V99.
           03  EYTD-Benefit          PIC S9(9)V99.
           03  EYTD-Other            PIC S9(9)V99.
           03  EYTD-Garnish          PIC S9(9)V99.
           03  EYTD-Savings          PIC S9(9)V99.
           03  EYTD-Extra-WH         PIC S9(9)V99.
           03  EYTD-Net              PIC S9(9)V99.
           03  EYTD-Hours            PIC S9(6)V9.
           03  EYTD-Sales            PIC S9(11).
           03  EYTD-OT-Week          PIC 9(8).
           03  EYTD-OT-Week-Pay      PIC 9(7)V99.
           03  EYTD-OT-Week-Hours    PIC 9(3)V9.

       FD SUMMARYFILE.
       01 SummaryRec.
           03  Sum-EmpID           PIC 9(9).
           03  Sum-Year            PIC 9(4).
           03  Sum-Total-Pay       PIC 9(9)V99.
           03  Sum-Total-Sales     PIC 9(10).
           03  Sum-Weeks-Paid      PIC 9(3).

       FD PROOFRPTFILE.
       01 ProofRptRec              PIC X(132).

       FD RUNLOCKFILE.
       01 RunLockRec.
           03  Lck-Program         PIC X(12).
           03  FILLER              PIC X(2).
           03  Lck-Date            PIC 9(8).
           03  FILLER              PIC X(2).
           03  Lck-Time            PIC 9(8).

       FD EVENTLOGFILE.
       01 EventLogRec              PIC X(95).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "EmpYTDBuild".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-EmpYTD-Status     PIC XX value "00".
       01 ws-Summary-Status    PIC XX value "00".
       01 ws-ProofRpt-Status   PIC XX value "00".
       01 WS-Hist-EOF-Flag     PIC 9 value 0.
           88 HIST-EOF         value 1.
       01 WS-Master-EOF-Flag   PIC 9 value 0.
           88 MASTER-EOF       value 1.
       01 WS-Summary-EOF-Flag  PIC 9 value 0.
           88 SUMMARY-EOF      value 1.
       01 WS-Run-Mode          PIC X value SPACE.
           88 PROOF-ONLY       value "P" "p".
           88 REBUILD-RUN      value "R" "r".
       01 WS-Scope-Year        PIC 9(4) value 0.
           88 EVERY-YEAR       value 0.
       01 WS-Rebuild-Answer    PIC X(3) value SPACES.
           88 REBUILD-APPROVED value "YES" "yes".
       01 WS-Cancel-Flag       PIC X value "N".
           88 RUN-CANCELLED    value "Y".
       01 WS-Run-Date          PIC 9(8) value 0.

      * Run-lock state, same shape the weekly run keeps.
       01 ws-RunLock-Status    PIC XX value "00".
       01 ws-EventLog-Status   PIC XX value "00".
       01 WS-Lock-Found-Flag   PIC X value "N".
           88 LOCK-FOUND       value "Y".
       01 WS-Lock-Held-Flag    PIC X value "N".
           88 LOCK-HELD        value "Y".
       01 WS-Lock-Holder       PIC X(12) value SPACES.
       01 WS-Lock-Date         PIC 9(8) value 0.
       01 WS-Lock-Time         PIC 9(8) value 0.
       01 WS-Lock-Answer       PIC X(3) value SPACES.
           88 LOCK-OVERRIDE-APPROVED value "YES" "yes".
       01 WS-Lock-Stamp-Date   PIC 9(8) value 0.
       01 WS-Lock-Stamp-Time   PIC 9(8) value 0.
       01 WS-Lock-Event-Line.
           03  LEvt-Date           PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  LEvt-Time           PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  LEvt-MsgID          PIC X(7) VALUE "LCK-001".
           03  FILLER              PIC X VALUE SPACE.
           03  LEvt-Severity       PIC X VALUE "W".
           03  FILLER              PIC X VALUE SPACE.
           03  LEvt-EmpID          PIC 9(9) VALUE 0.
           03  FILLER              PIC X VALUE SPACE.
           03  LEvt-Store          PIC 9(4) VALUE 0.
           03  FILLER              PIC X VALUE SPACE.
           03  LEvt-Status         PIC XX VALUE SPACES.
           03  FILLER              PIC X VALUE SPACE.
           03  LEvt-Text           PIC X(45) VALUE SPACES.

      * The retention summaries, an employee-year's rows added
      *    together (a retention run that filled its table and was
      *    rerun can leave two). Used marks the ones an employee-year
      *    of the master or the detail has already accounted for.
       01 WS-Max-Summaries     PIC 9(4) value 5000.
       01 WS-Summary-Count     PIC 9(4) value 0.
       01 WS-Summary-Dropped   PIC 9(4) value 0.
       01 WS-Summary-Table.
           03 WS-Summary-Entry OCCURS 5000 TIMES.
               05 WS-Sm-EmpID      PIC 9(9).
               05 WS-Sm-Year       PIC 9(4).
               05 WS-Sm-Pay        PIC 9(9)V99.
               05 WS-Sm-Sales      PIC 9(10).
               05 WS-Sm-Weeks      PIC 9(3).
               05 WS-Sm-Used       PIC X.
       01 WS-Summary-Sub       PIC 9(4) value 0.
       01 WS-Summary-Find-Sub  PIC 9(4) value 0.

      * One employee-year summed out of the detail (and summaries).
       01 WS-Cur-EmpID         PIC 9(9) value 0.
       01 WS-Cur-Year          PIC 9(4) value 0.
       01 WS-Exp-Figures.
           03 WS-Exp-Weeks         PIC S9(3) value 0.
           03 WS-Exp-Gross         PIC S9(9)V99 value 0.
           03 WS-Exp-Bonus         PIC S9(9)V99 value 0.
           03 WS-Exp-Taxable-Ben   PIC S9(9)V99 value 0.
           03 WS-Exp-Tax           PIC S9(9)V99 value 0.
           03 WS-Exp-Benefit       PIC S9(9)V99 value 0.
           03 WS-Exp-Other         PIC S9(9)V99 value 0.
           03 WS-Exp-Garnish       PIC S9(9)V99 value 0.
           03 WS-Exp-Savings       PIC S9(9)V99 value 0.
           03 WS-Exp-Extra-WH      PIC S9(9)V99 value 0.
           03 WS-Exp-Net           PIC S9(9)V99 value 0.
           03 WS-Exp-Hours         PIC S9(6)V9 value 0.
           03 WS-Exp-Sales         PIC S9(11) value 0.
       01 WS-Exp-Detail-Weeks  PIC 9(3) value 0.
       01 WS-Exp-Summary-Flag  PIC X value "N".
           88 PARTLY-SUMMARIZED value "Y".
       01 WS-New-Master-Flag   PIC X value "N".

      * One figure's comparison.
       01 WS-Cmp-Name          PIC X(14) value SPACES.
       01 WS-Cmp-Master        PIC S9(11)V99 value 0.
       01 WS-Cmp-Detail        PIC S9(11)V99 value 0.
       01 WS-Year-Differs-Flag PIC X value "N".
           88 YEAR-DIFFERS     value "Y".

      * Run counts and the company totals both sides.
       01 WS-Rebuilt-Count     PIC 9(7) value 0.
       01 WS-Zeroed-Count      PIC 9(7) value 0.
       01 WS-Checked-Count     PIC 9(7) value 0.
       01 WS-Agree-Count       PIC 9(7) value 0.
       01 WS-Differ-Count      PIC 9(7) value 0.
       01 WS-Missing-Count     PIC 9(7) value 0.
       01 WS-Partial-Count     PIC 9(7) value 0.
       01 WS-Master-Gross      PIC S9(11)V99 value 0.
       01 WS-Detail-Gross      PIC S9(11)V99 value 0.
       01 WS-Master-Tax        PIC S9(11)V99 value 0.
       01 WS-Detail-Tax        PIC S9(11)V99 value 0.
       01 WS-Master-Net        PIC S9(11)V99 value 0.
       01 WS-Detail-Net        PIC S9(11)V99 value 0.

       01 WS-Proof-Title.
           03 FILLER PIC X(31) value "EMPLOYEE YTD MASTER PROOF AS OF".
           03 FILLER PIC X value SPACE.
           03 PT-Run-Date          PIC 9999/99/99.
           03 FILLER PIC X(9) value "   YEARS ".
           03 PT-Years             PIC X(5).
           03 FILLER PIC X(3) value SPACES.
           03 PT-Mode              PIC X(30).
       01 WS-Proof-Heading.
           03 FILLER PIC X(11) value "EMPID".
           03 FILLER PIC X(6)  value "YEAR".
           03 FILLER PIC X(16) value "FIGURE".
           03 FILLER PIC X(18) value "        YTD MASTER".
           03 FILLER PIC X(18) value "            DETAIL".
           03 FILLER PIC X(4)  value SPACES.
           03 FILLER PIC X(4)  value "NOTE".
       01 WS-Proof-Line.
           03 PL-EmpID             PIC 9(9).
           03 FILLER               PIC X(2) value SPACES.
           03 PL-Year              PIC 9(4).
           03 FILLER               PIC X(2) value SPACES.
           03 PL-Figure            PIC X(14).
           03 FILLER               PIC X(2) value SPACES.
           03 PL-Master            PIC ---,---,---,--9.99.
           03 FILLER               PIC X value SPACE.
           03 PL-Detail            PIC ---,---,---,--9.99.
           03 FILLER               PIC X(3) value SPACES.
           03 PL-Note              PIC X(40).
       01 WS-Total-Edited      PIC ---,---,---,--9.99.
       01 WS-Count-Edited      PIC Z,ZZZ,ZZ9.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GET-MODE-PARA.
           PERFORM GET-YEAR-PARA.
           PERFORM SUMMARY-LOAD-PARA.
           IF REBUILD-RUN
               PERFORM CONFIRM-PARA
               IF REBUILD-APPROVED
                   PERFORM RUNLOCK-TAKE-PARA
                   PERFORM REBUILD-PARA
               ELSE
                   MOVE "Y" TO WS-Cancel-Flag
                   DISPLAY " "
                   DISPLAY "Rebuild cancelled - nothing was changed."
               END-IF
           END-IF.
           IF NOT RUN-CANCELLED
               PERFORM PROOF-PARA
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program proves the employee YTD"
           display "master against the pay history to the penny,"
           display "and can rebuild it from the history first."
           DISPLAY "---------------------------------------------------"
           display " ".

       GET-MODE-PARA.
           DISPLAY "P - Prove the master against the history"
           DISPLAY "R - Rebuild the master from the history, then "-
                   "prove it"
           DISPLAY "Enter P or R: " WITH NO ADVANCING
           ACCEPT WS-Run-Mode
           IF NOT PROOF-ONLY AND NOT REBUILD-RUN
               DISPLAY "Error with provided mode. Please try again."
               PERFORM GET-MODE-PARA
           END-IF.

       GET-YEAR-PARA.
           DISPLAY "Year (YYYY, 0 = every year): " WITH NO ADVANCING
           ACCEPT WS-Scope-Year
           IF NOT EVERY-YEAR AND
                   (WS-Scope-Year < 2000 OR WS-Scope-Year > 2099)
               DISPLAY "Error with provided year. Please try again."
               PERFORM GET-YEAR-PARA
           END-IF.

      * A rebuild rewrites figures the statements and slips are read
      *    from, so it has to be asked for in so many words.
       CONFIRM-PARA.
           MOVE SPACES TO WS-Rebuild-Answer
           DISPLAY " "
           IF EVERY-YEAR
               DISPLAY "This will REBUILD every year on the employee "-
                       "YTD master from the pay history."
           ELSE
               DISPLAY "This will REBUILD ", WS-Scope-Year, " on the "-
                       "employee YTD master from the pay history."
           END-IF
           DISPLAY "Type YES to run the rebuild: " WITH NO ADVANCING
           ACCEPT WS-Rebuild-Answer.

      * The retention summaries into the table. No file just means
      *    nothing has been rolled up yet.
       SUMMARY-LOAD-PARA.
           OPEN INPUT SUMMARYFILE
           IF ws-Summary-Status = "00"
               PERFORM SUMMARY-READ-PARA UNTIL SUMMARY-EOF
               CLOSE SUMMARYFILE
           END-IF
           IF WS-Summary-Dropped > 0
               DISPLAY "*** ", WS-Summary-Dropped, " SUMMARY ROW(S) "-
                       "OVER THE TABLE - THOSE YEARS WILL NOT PROVE "-
                       "***"
           END-IF.

       SUMMARY-READ-PARA.
           READ SUMMARYFILE
               AT END
                   SET SUMMARY-EOF TO TRUE
               NOT AT END
                   IF EVERY-YEAR OR Sum-Year = WS-Scope-Year
                       PERFORM SUMMARY-KEEP-PARA
                   END-IF
           END-READ.

       SUMMARY-KEEP-PARA.
           MOVE 0 TO WS-Summary-Find-Sub
           PERFORM VARYING WS-Summary-Sub FROM 1 BY 1
                   UNTIL WS-Summary-Sub > WS-Summary-Count
               IF WS-Sm-EmpID(WS-Summary-Sub) = Sum-EmpID AND
                       WS-Sm-Year(WS-Summary-Sub) = Sum-Year
                   MOVE WS-Summary-Sub TO WS-Summary-Find-Sub
               END-IF
           END-PERFORM
           IF WS-Summary-Find-Sub = 0
               IF WS-Summary-Count < WS-Max-Summaries
                   ADD 1 TO WS-Summary-Count
                   MOVE WS-Summary-Count TO WS-Summary-Find-Sub
                   MOVE Sum-EmpID TO WS-Sm-EmpID(WS-Summary-Find-Sub)
                   MOVE Sum-Year TO WS-Sm-Year(WS-Summary-Find-Sub)
                   MOVE 0 TO WS-Sm-Pay(WS-Summary-Find-Sub)
                   MOVE 0 TO WS-Sm-Sales(WS-Summary-Find-Sub)
                   MOVE 0 TO WS-Sm-Weeks(WS-Summary-Find-Sub)
                   MOVE "N" TO WS-Sm-Used(WS-Summary-Find-Sub)
               ELSE
                   ADD 1 TO WS-Summary-Dropped
               END-IF
           END-IF
           IF WS-Summary-Find-Sub NOT = 0
               ADD Sum-Total-Pay TO WS-Sm-Pay(WS-Summary-Find-Sub)
               ADD Sum-Total-Sales TO WS-Sm-Sales(WS-Summary-Find-Sub)
               ADD Sum-Weeks-Paid TO WS-Sm-Weeks(WS-Summary-Find-Sub)
           END-IF.

      ******************************************************************
      * The rebuild - the history-backed figures of every master       *
      *    record in scope go to zero, the detail goes back on one     *
      *    employee-year at a time, then the summaries go back on for  *
      *    the weeks already rolled up.                                *
      ******************************************************************
       REBUILD-PARA.
           OPEN I-O EMPYTDFILE
           IF ws-EmpYTD-Status = "35"
               OPEN OUTPUT EMPYTDFILE
               CLOSE EMPYTDFILE
               OPEN I-O EMPYTDFILE
           END-IF
           IF ws-EmpYTD-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE YTD MASTER, "-
                       "STATUS: ", ws-EmpYTD-Status, " ***"
               MOVE "Y" TO WS-Cancel-Flag
           ELSE
               PERFORM REBUILD-ZERO-PARA
               OPEN INPUT PAYHISTFILE
               IF ws-PayHist-Status = "00"
                   PERFORM REBUILD-DETAIL-PARA
                   CLOSE PAYHISTFILE
               END-IF
               PERFORM REBUILD-SUMMARY-PARA
                   VARYING WS-Summary-Sub FROM 1 BY 1
                   UNTIL WS-Summary-Sub > WS-Summary-Count
               CLOSE EMPYTDFILE
               DISPLAY " "
               DISPLAY WS-Zeroed-Count, " master record(s) cleared, ",
                       WS-Rebuilt-Count, " employee-year(s) rebuilt."
           END-IF.

       REBUILD-ZERO-PARA.
           MOVE 0 TO WS-Master-EOF-Flag
           MOVE 0 TO EYTD-EmpID
           MOVE 0 TO EYTD-Year
           START EMPYTDFILE KEY IS GREATER THAN OR EQUAL TO EYTD-Key
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM REBUILD-ZERO-READ-PARA UNTIL MASTER-EOF.

       REBUILD-ZERO-READ-PARA.
           READ EMPYTDFILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               IF ws-EmpYTD-Status NOT = "00"
                   SET MASTER-EOF TO TRUE
               ELSE
                   IF EVERY-YEAR OR EYTD-Year = WS-Scope-Year
                       PERFORM MASTER-CLEAR-PARA
                       REWRITE EmpYTDRec
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-Zeroed-Count
                   END-IF
               END-IF
           END-IF.

      * The history-backed figures only - overtime stays as posted.
       MASTER-CLEAR-PARA.
           MOVE 0 TO EYTD-Weeks
           MOVE 0 TO EYTD-Gross
           MOVE 0 TO EYTD-Bonus
           MOVE 0 TO EYTD-Taxable-Ben
           MOVE 0 TO EYTD-Tax
           MOVE 0 TO EYTD-Benefit
           MOVE 0 TO EYTD-Other
           MOVE 0 TO EYTD-Garnish
           MOVE 0 TO EYTD-Savings
           MOVE 0 TO EYTD-Extra-WH
           MOVE 0 TO EYTD-Net
           MOVE 0 TO EYTD-Hours
           MOVE 0 TO EYTD-Sales.

       REBUILD-DETAIL-PARA.
           MOVE 0 TO WS-Hist-EOF-Flag
           MOVE 0 TO WS-Cur-EmpID
           MOVE 0 TO WS-Cur-Year
           PERFORM EXPECTED-CLEAR-PARA
           MOVE 0 TO PayH-EmpID
           MOVE 0 TO PayH-WeekEnding
           START PAYHISTFILE KEY IS GREATER THAN OR EQUAL TO PayH-Key
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           PERFORM REBUILD-DETAIL-READ-PARA UNTIL HIST-EOF
           IF WS-Exp-Detail-Weeks > 0
               PERFORM REBUILD-POST-PARA
           END-IF.

      * The detail walks in employee/week order, so an employee-year
      *    closes as soon as the employee or the year changes.
       REBUILD-DETAIL-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               IF ws-PayHist-Status NOT = "00"
                   SET HIST-EOF TO TRUE
               ELSE
                   IF EVERY-YEAR OR
                           PayH-WeekEnding(1:4) = WS-Scope-Year
                       IF PayH-EmpID NOT = WS-Cur-EmpID OR
                               PayH-WeekEnding(1:4) NOT = WS-Cur-Year
                           IF WS-Exp-Detail-Weeks > 0
                               PERFORM REBUILD-POST-PARA
                           END-IF
                           PERFORM EXPECTED-CLEAR-PARA
                           MOVE PayH-EmpID TO WS-Cur-EmpID
                           MOVE PayH-WeekEnding(1:4) TO WS-Cur-Year
                       END-IF
                       PERFORM EXPECTED-ADD-PARA
                   END-IF
               END-IF
           END-IF.

      * One employee-year's detail onto its master record.
       REBUILD-POST-PARA.
           MOVE WS-Cur-EmpID TO EYTD-EmpID
           MOVE WS-Cur-Year TO EYTD-Year
           PERFORM MASTER-FETCH-PARA
           ADD WS-Exp-Weeks TO EYTD-Weeks
           ADD WS-Exp-Gross TO EYTD-Gross
           ADD WS-Exp-Bonus TO EYTD-Bonus
           ADD WS-Exp-Taxable-Ben TO EYTD-Taxable-Ben
           ADD WS-Exp-Tax TO EYTD-Tax
           ADD WS-Exp-Benefit TO EYTD-Benefit
           ADD WS-Exp-Other TO EYTD-Other
           ADD WS-Exp-Garnish TO EYTD-Garnish
           ADD WS-Exp-Savings TO EYTD-Savings
           ADD WS-Exp-Extra-WH TO EYTD-Extra-WH
           ADD WS-Exp-Net TO EYTD-Net
           ADD WS-Exp-Hours TO EYTD-Hours
           ADD WS-Exp-Sales TO EYTD-Sales
           PERFORM MASTER-STORE-PARA
           ADD 1 TO WS-Rebuilt-Count
           MOVE 0 TO WS-Exp-Detail-Weeks.

      * One rolled-up employee-year's summary onto its master record.
       REBUILD-SUMMARY-PARA.
           MOVE WS-Sm-EmpID(WS-Summary-Sub) TO EYTD-EmpID
           MOVE WS-Sm-Year(WS-Summary-Sub) TO EYTD-Year
           PERFORM MASTER-FETCH-PARA
           ADD WS-Sm-Weeks(WS-Summary-Sub) TO EYTD-Weeks
           ADD WS-Sm-Pay(WS-Summary-Sub) TO EYTD-Gross
           ADD WS-Sm-Sales(WS-Summary-Sub) TO EYTD-Sales
           PERFORM MASTER-STORE-PARA.

      * The master record for the key set up, or a fresh zero one.
       MASTER-FETCH-PARA.
           MOVE "N" TO WS-New-Master-Flag
           READ EMPYTDFILE
               INVALID KEY
                   MOVE "Y" TO WS-New-Master-Flag
                   PERFORM MASTER-CLEAR-PARA
                   MOVE 0 TO EYTD-OT-Pay
                   MOVE 0 TO EYTD-OT-Hours
                   MOVE 0 TO EYTD-OT-Week
                   MOVE 0 TO EYTD-OT-Week-Pay
                   MOVE 0 TO EYTD-OT-Week-Hours
           END-READ.

       MASTER-STORE-PARA.
           IF WS-New-Master-Flag = "Y"
               WRITE EmpYTDRec
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE EmpYTDRec
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       EXPECTED-CLEAR-PARA.
           MOVE 0 TO WS-Exp-Weeks
           MOVE 0 TO WS-Exp-Gross
           MOVE 0 TO WS-Exp-Bonus
           MOVE 0 TO WS-Exp-Taxable-Ben
           MOVE 0 TO WS-Exp-Tax
           MOVE 0 TO WS-Exp-Benefit
           MOVE 0 TO WS-Exp-Other
           MOVE 0 TO WS-Exp-Garnish
           MOVE 0 TO WS-Exp-Savings
           MOVE 0 TO WS-Exp-Extra-WH
           MOVE 0 TO WS-Exp-Net
           MOVE 0 TO WS-Exp-Hours
           MOVE 0 TO WS-Exp-Sales
           MOVE 0 TO WS-Exp-Detail-Weeks
           MOVE "N" TO WS-Exp-Summary-Flag.

      * One history week into the employee-year, taken the same way
      *    the weekly run posts it - weeks from before the elections
      *    were split count in the other deductions only.
       EXPECTED-ADD-PARA.
           ADD 1 TO WS-Exp-Detail-Weeks
           ADD 1 TO WS-Exp-Weeks
           ADD PayH-WeeklySalary TO WS-Exp-Gross
           ADD PayH-Bonus TO WS-Exp-Bonus
           ADD PayH-Taxable-Ben TO WS-Exp-Taxable-Ben
           ADD PayH-Tax TO WS-Exp-Tax
           ADD PayH-Benefit TO WS-Exp-Benefit
           ADD PayH-Other TO WS-Exp-Other
           IF PayH-Garnish NUMERIC
               ADD PayH-Garnish TO WS-Exp-Garnish
           END-IF
           IF PayH-Savings NUMERIC
               ADD PayH-Savings TO WS-Exp-Savings
           END-IF
           IF PayH-Extra-WH NUMERIC
               ADD PayH-Extra-WH TO WS-Exp-Extra-WH
           END-IF
           ADD PayH-Net TO WS-Exp-Net
           ADD PayH-Hours TO WS-Exp-Hours
           ADD PayH-SalesAmount TO WS-Exp-Sales.

      ******************************************************************
      * The proof - every master record in scope against its detail,  *
      *    then every employee-year of detail or summary the master   *
      *    doesn't have at all.                                        *
      ******************************************************************
       PROOF-PARA.
           OPEN INPUT EMPYTDFILE
           IF ws-EmpYTD-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE YTD MASTER, "-
                       "STATUS: ", ws-EmpYTD-Status, " ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT PAYHISTFILE
               IF ws-PayHist-Status NOT = "00"
                   DISPLAY "*** COULD NOT OPEN PAY HISTORY FILE, "-
                           "STATUS: ", ws-PayHist-Status, " ***"
                   CLOSE EMPYTDFILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PROOF-RUN-PARA
                   CLOSE PAYHISTFILE
                   CLOSE EMPYTDFILE
               END-IF
           END-IF.

       PROOF-RUN-PARA.
           OPEN OUTPUT PROOFRPTFILE
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           MOVE WS-Run-Date TO PT-Run-Date
           IF EVERY-YEAR
               MOVE "ALL" TO PT-Years
           ELSE
               MOVE WS-Scope-Year TO PT-Years
           END-IF
           IF REBUILD-RUN
               MOVE "AFTER REBUILD FROM THE HISTORY" TO PT-Mode
           ELSE
               MOVE "PROOF ONLY" TO PT-Mode
           END-IF
           WRITE ProofRptRec FROM WS-Proof-Title
           MOVE SPACES TO ProofRptRec
           WRITE ProofRptRec
           WRITE ProofRptRec FROM WS-Proof-Heading
           MOVE SPACES TO ProofRptRec
           WRITE ProofRptRec
           PERFORM PROOF-MASTER-PARA
           PERFORM PROOF-DETAIL-PARA
           PERFORM PROOF-SUMMARY-PARA
               VARYING WS-Summary-Sub FROM 1 BY 1
               UNTIL WS-Summary-Sub > WS-Summary-Count
           PERFORM PROOF-TOTALS-PARA
           CLOSE PROOFRPTFILE.

      * Every master record in scope, each proved on its own.
       PROOF-MASTER-PARA.
           MOVE 0 TO WS-Master-EOF-Flag
           MOVE 0 TO EYTD-EmpID
           MOVE 0 TO EYTD-Year
           START EMPYTDFILE KEY IS GREATER THAN OR EQUAL TO EYTD-Key
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM PROOF-MASTER-READ-PARA UNTIL MASTER-EOF.

       PROOF-MASTER-READ-PARA.
           READ EMPYTDFILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               IF ws-EmpYTD-Status NOT = "00"
                   SET MASTER-EOF TO TRUE
               ELSE
                   IF EVERY-YEAR OR EYTD-Year = WS-Scope-Year
                       PERFORM PROOF-ONE-PARA
                   END-IF
               END-IF
           END-IF.

      * One employee-year summed back out of the detail - positioned
      *    to the employee's first week of the year and read forward
      *    until the employee or the year changes - plus its summary.
       PROOF-ONE-PARA.
           ADD 1 TO WS-Checked-Count
           PERFORM EXPECTED-CLEAR-PARA
           MOVE 0 TO WS-Hist-EOF-Flag
           MOVE EYTD-EmpID TO PayH-EmpID
           MOVE EYTD-Year TO WS-Cur-Year
           COMPUTE PayH-WeekEnding = EYTD-Year * 10000
           START PAYHISTFILE KEY IS GREATER THAN OR EQUAL TO PayH-Key
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           PERFORM PROOF-ONE-READ-PARA UNTIL HIST-EOF
           PERFORM SUMMARY-FIND-PARA
           IF WS-Summary-Find-Sub NOT = 0
               MOVE "Y" TO WS-Exp-Summary-Flag
               MOVE "Y" TO WS-Sm-Used(WS-Summary-Find-Sub)
               ADD WS-Sm-Weeks(WS-Summary-Find-Sub) TO WS-Exp-Weeks
               ADD WS-Sm-Pay(WS-Summary-Find-Sub) TO WS-Exp-Gross
               ADD WS-Sm-Sales(WS-Summary-Find-Sub) TO WS-Exp-Sales
               ADD 1 TO WS-Partial-Count
           END-IF
           PERFORM PROOF-COMPARE-PARA.

       PROOF-ONE-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               IF ws-PayHist-Status NOT = "00" OR
                       PayH-EmpID NOT = EYTD-EmpID OR
                       PayH-WeekEnding(1:4) NOT = WS-Cur-Year
                   SET HIST-EOF TO TRUE
               ELSE
                   PERFORM EXPECTED-ADD-PARA
               END-IF
           END-IF.

       SUMMARY-FIND-PARA.
           MOVE 0 TO WS-Summary-Find-Sub
           PERFORM VARYING WS-Summary-Sub FROM 1 BY 1
                   UNTIL WS-Summary-Sub > WS-Summary-Count
               IF WS-Sm-EmpID(WS-Summary-Sub) = EYTD-EmpID AND
                       WS-Sm-Year(WS-Summary-Sub) = EYTD-Year
                   MOVE WS-Summary-Sub TO WS-Summary-Find-Sub
               END-IF
           END-PERFORM.

      * Figure by figure. A partly rolled-up year is proved on what
      *    the summaries carry - weeks, pay and sales - only.
       PROOF-COMPARE-PARA.
           MOVE "N" TO WS-Year-Differs-Flag
           MOVE "WEEKS PAID" TO WS-Cmp-Name
           MOVE EYTD-Weeks TO WS-Cmp-Master
           MOVE WS-Exp-Weeks TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "GROSS PAY" TO WS-Cmp-Name
           MOVE EYTD-Gross TO WS-Cmp-Master
           MOVE WS-Exp-Gross TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "SALES" TO WS-Cmp-Name
           MOVE EYTD-Sales TO WS-Cmp-Master
           MOVE WS-Exp-Sales TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           IF NOT PARTLY-SUMMARIZED
               PERFORM PROOF-DETAIL-FIGURES-PARA
           END-IF
           ADD EYTD-Gross TO WS-Master-Gross
           ADD WS-Exp-Gross TO WS-Detail-Gross
           ADD EYTD-Tax TO WS-Master-Tax
           ADD EYTD-Net TO WS-Master-Net
           IF NOT PARTLY-SUMMARIZED
               ADD WS-Exp-Tax TO WS-Detail-Tax
               ADD WS-Exp-Net TO WS-Detail-Net
           ELSE
               ADD EYTD-Tax TO WS-Detail-Tax
               ADD EYTD-Net TO WS-Detail-Net
           END-IF
           IF YEAR-DIFFERS
               ADD 1 TO WS-Differ-Count
           ELSE
               ADD 1 TO WS-Agree-Count
           END-IF.

       PROOF-DETAIL-FIGURES-PARA.
           MOVE "BONUS" TO WS-Cmp-Name
           MOVE EYTD-Bonus TO WS-Cmp-Master
           MOVE WS-Exp-Bonus TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "TAXABLE BEN" TO WS-Cmp-Name
           MOVE EYTD-Taxable-Ben TO WS-Cmp-Master
           MOVE WS-Exp-Taxable-Ben TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "TAX" TO WS-Cmp-Name
           MOVE EYTD-Tax TO WS-Cmp-Master
           MOVE WS-Exp-Tax TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "BENEFITS" TO WS-Cmp-Name
           MOVE EYTD-Benefit TO WS-Cmp-Master
           MOVE WS-Exp-Benefit TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "ELECTIONS" TO WS-Cmp-Name
           MOVE EYTD-Other TO WS-Cmp-Master
           MOVE WS-Exp-Other TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "GARNISHMENT" TO WS-Cmp-Name
           MOVE EYTD-Garnish TO WS-Cmp-Master
           MOVE WS-Exp-Garnish TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "SAVINGS PLAN" TO WS-Cmp-Name
           MOVE EYTD-Savings TO WS-Cmp-Master
           MOVE WS-Exp-Savings TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "EXTRA WITHHOLD" TO WS-Cmp-Name
           MOVE EYTD-Extra-WH TO WS-Cmp-Master
           MOVE WS-Exp-Extra-WH TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "NET PAY" TO WS-Cmp-Name
           MOVE EYTD-Net TO WS-Cmp-Master
           MOVE WS-Exp-Net TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA
           MOVE "HOURS" TO WS-Cmp-Name
           MOVE EYTD-Hours TO WS-Cmp-Master
           MOVE WS-Exp-Hours TO WS-Cmp-Detail
           PERFORM PROOF-FIGURE-PARA.

       PROOF-FIGURE-PARA.
           IF WS-Cmp-Master NOT = WS-Cmp-Detail
               MOVE "Y" TO WS-Year-Differs-Flag
               MOVE EYTD-EmpID TO PL-EmpID
               MOVE EYTD-Year TO PL-Year
               MOVE WS-Cmp-Name TO PL-Figure
               MOVE WS-Cmp-Master TO PL-Master
               MOVE WS-Cmp-Detail TO PL-Detail
               IF PARTLY-SUMMARIZED
                   MOVE "PARTLY ROLLED UP - PAY/SALES/WEEKS ONLY"
                       TO PL-Note
               ELSE
                   MOVE SPACES TO PL-Note
               END-IF
               WRITE ProofRptRec FROM WS-Proof-Line
           END-IF.

      * Every employee-year with detail in scope has to be on the
      *    master - one keyed read per employee-year.
       PROOF-DETAIL-PARA.
           MOVE 0 TO WS-Hist-EOF-Flag
           MOVE 0 TO WS-Cur-EmpID
           MOVE 0 TO WS-Cur-Year
           PERFORM EXPECTED-CLEAR-PARA
           MOVE 0 TO PayH-EmpID
           MOVE 0 TO PayH-WeekEnding
           START PAYHISTFILE KEY IS GREATER THAN OR EQUAL TO PayH-Key
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           PERFORM PROOF-DETAIL-READ-PARA UNTIL HIST-EOF
           IF WS-Exp-Detail-Weeks > 0
               PERFORM PROOF-MISSING-PARA
           END-IF.

       PROOF-DETAIL-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               IF ws-PayHist-Status NOT = "00"
                   SET HIST-EOF TO TRUE
               ELSE
                   IF EVERY-YEAR OR
                           PayH-WeekEnding(1:4) = WS-Scope-Year
                       IF PayH-EmpID NOT = WS-Cur-EmpID OR
                               PayH-WeekEnding(1:4) NOT = WS-Cur-Year
                           IF WS-Exp-Detail-Weeks > 0
                               PERFORM PROOF-MISSING-PARA
                           END-IF
                           PERFORM EXPECTED-CLEAR-PARA
                           MOVE PayH-EmpID TO WS-Cur-EmpID
                           MOVE PayH-WeekEnding(1:4) TO WS-Cur-Year
                       END-IF
                       PERFORM EXPECTED-ADD-PARA
                   END-IF
               END-IF
           END-IF.

      * The employee-year just closed, looked for on the master. The
      *    ones found were proved in the master pass; a missing one
      *    goes on the report with its whole gross as the difference.
       PROOF-MISSING-PARA.
           MOVE WS-Cur-EmpID TO EYTD-EmpID
           MOVE WS-Cur-Year TO EYTD-Year
           READ EMPYTDFILE
               INVALID KEY
                   ADD 1 TO WS-Missing-Count
                   ADD WS-Exp-Gross TO WS-Detail-Gross
                   ADD WS-Exp-Tax TO WS-Detail-Tax
                   ADD WS-Exp-Net TO WS-Detail-Net
                   MOVE WS-Cur-EmpID TO PL-EmpID
                   MOVE WS-Cur-Year TO PL-Year
                   MOVE "GROSS PAY" TO PL-Figure
                   MOVE 0 TO PL-Master
                   MOVE WS-Exp-Gross TO PL-Detail
                   MOVE "NOT ON THE YTD MASTER" TO PL-Note
                   WRITE ProofRptRec FROM WS-Proof-Line
           END-READ
           MOVE 0 TO WS-Exp-Detail-Weeks.

      * A rolled-up employee-year no master record claimed.
       PROOF-SUMMARY-PARA.
           IF WS-Sm-Used(WS-Summary-Sub) = "N"
               ADD 1 TO WS-Missing-Count
               ADD WS-Sm-Pay(WS-Summary-Sub) TO WS-Detail-Gross
               MOVE WS-Sm-EmpID(WS-Summary-Sub) TO PL-EmpID
               MOVE WS-Sm-Year(WS-Summary-Sub) TO PL-Year
               MOVE "GROSS PAY" TO PL-Figure
               MOVE 0 TO PL-Master
               MOVE WS-Sm-Pay(WS-Summary-Sub) TO PL-Detail
               MOVE "ROLLED UP YEAR NOT ON THE YTD MASTER" TO PL-Note
               WRITE ProofRptRec FROM WS-Proof-Line
           END-IF.

       PROOF-TOTALS-PARA.
           MOVE SPACES TO ProofRptRec
           WRITE ProofRptRec
           MOVE SPACES TO ProofRptRec
           STRING "COMPANY TOTALS" DELIMITED BY SIZE
               "                 YTD MASTER            DETAIL"
               DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE SPACES TO ProofRptRec
           MOVE "GROSS PAY" TO ProofRptRec(1:14)
           MOVE WS-Master-Gross TO WS-Total-Edited
           MOVE WS-Total-Edited TO ProofRptRec(15:18)
           MOVE WS-Detail-Gross TO WS-Total-Edited
           MOVE WS-Total-Edited TO ProofRptRec(34:18)
           WRITE ProofRptRec
           MOVE SPACES TO ProofRptRec
           MOVE "TAX" TO ProofRptRec(1:14)
           MOVE WS-Master-Tax TO WS-Total-Edited
           MOVE WS-Total-Edited TO ProofRptRec(15:18)
           MOVE WS-Detail-Tax TO WS-Total-Edited
           MOVE WS-Total-Edited TO ProofRptRec(34:18)
           WRITE ProofRptRec
           MOVE SPACES TO ProofRptRec
           MOVE "NET PAY" TO ProofRptRec(1:14)
           MOVE WS-Master-Net TO WS-Total-Edited
           MOVE WS-Total-Edited TO ProofRptRec(15:18)
           MOVE WS-Detail-Net TO WS-Total-Edited
           MOVE WS-Total-Edited TO ProofRptRec(34:18)
           WRITE ProofRptRec
           MOVE SPACES TO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Checked-Count TO WS-Count-Edited
           MOVE SPACES TO ProofRptRec
           STRING "EMPLOYEE-YEARS ON THE MASTER  : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Agree-Count TO WS-Count-Edited
           MOVE SPACES TO ProofRptRec
           STRING "AGREEING WITH THE DETAIL      : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Differ-Count TO WS-Count-Edited
           MOVE SPACES TO ProofRptRec
           STRING "DIFFERING FROM THE DETAIL     : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Missing-Count TO WS-Count-Edited
           MOVE SPACES TO ProofRptRec
           STRING "IN THE DETAIL, NOT THE MASTER : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Partial-Count TO WS-Count-Edited
           MOVE SPACES TO ProofRptRec
           STRING "PARTLY ROLLED UP (PAY/SALES/WEEKS ONLY): "
               DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE SPACES TO ProofRptRec
           IF WS-Differ-Count = 0 AND WS-Missing-Count = 0 AND
                   WS-Summary-Dropped = 0
               MOVE "EMPLOYEE YTD MASTER AGREES WITH THE DETAIL TO "-
                    "THE PENNY" TO ProofRptRec
           ELSE
               MOVE "*** EMPLOYEE YTD MASTER DOES NOT AGREE WITH THE "-
                    "DETAIL - REBUILD BEFORE TRUSTING IT ***"
                   TO ProofRptRec
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE ProofRptRec AFTER ADVANCING 2
           DISPLAY " "
           DISPLAY ProofRptRec
           DISPLAY "Employee-years checked : ", WS-Checked-Count
           DISPLAY "Differing              : ", WS-Differ-Count
           DISPLAY "Missing from the master: ", WS-Missing-Count
           DISPLAY "Report: DataFiles\EmpYTDProof.rpt".

       RUNLOCK-TAKE-PARA.
           MOVE "N" TO WS-Lock-Found-Flag
           OPEN INPUT RUNLOCKFILE
           IF ws-RunLock-Status = "00"
               READ RUNLOCKFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-Lock-Found-Flag
                       MOVE Lck-Program TO WS-Lock-Holder
                       MOVE Lck-Date TO WS-Lock-Date
                       MOVE Lck-Time TO WS-Lock-Time
               END-READ
               CLOSE RUNLOCKFILE
           END-IF
           IF LOCK-FOUND
               DISPLAY " "
               DISPLAY "*** RUN LOCK HELD BY ", WS-Lock-Holder,
                       " SINCE ", WS-Lock-Date, " ", WS-Lock-Time,
                       " ***"
               MOVE SPACES TO WS-Lock-Answer
               DISPLAY "If that job is dead, type YES to override "-
                       "the stale lock: " WITH NO ADVANCING
               ACCEPT WS-Lock-Answer
               IF LOCK-OVERRIDE-APPROVED
                   PERFORM LOCK-EVENT-PARA
               ELSE
                   DISPLAY "THIS RUN WILL NOT START."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-Lock-Stamp-Date FROM DATE YYYYMMDD
           ACCEPT WS-Lock-Stamp-Time FROM TIME
           OPEN OUTPUT RUNLOCKFILE
           MOVE SPACES TO RunLockRec
           MOVE "EmpYTDBuild" TO Lck-Program
           MOVE WS-Lock-Stamp-Date TO Lck-Date
           MOVE WS-Lock-Stamp-Time TO Lck-Time
           WRITE RunLockRec
           CLOSE RUNLOCKFILE
           MOVE "Y" TO WS-Lock-Held-Flag.

      * One audit line on the shared event log for the override.
       LOCK-EVENT-PARA.
           OPEN EXTEND EVENTLOGFILE
           IF ws-EventLog-Status NOT = "00"
               OPEN OUTPUT EVENTLOGFILE
           END-IF
           IF ws-EventLog-Status = "00"
               ACCEPT WS-Lock-Stamp-Date FROM DATE YYYYMMDD
               ACCEPT WS-Lock-Stamp-Time FROM TIME
               MOVE WS-Lock-Stamp-Date TO LEvt-Date
               MOVE WS-Lock-Stamp-Time TO LEvt-Time
               MOVE SPACES TO LEvt-Text
               STRING "STALE RUN LOCK OVERRIDDEN - WAS "
                   DELIMITED BY SIZE
                   WS-Lock-Holder DELIMITED BY SIZE
                   INTO LEvt-Text
               MOVE WS-Lock-Event-Line TO EventLogRec
               WRITE EventLogRec
               CLOSE EVENTLOGFILE
           END-IF.

      * Releases the lock this run took - truncated empty rather
      *    than deleted, so the next taker just finds nothing.
       RUNLOCK-RELEASE-PARA.
           IF LOCK-HELD
               OPEN OUTPUT RUNLOCKFILE
               CLOSE RUNLOCKFILE
               MOVE "N" TO WS-Lock-Held-Flag
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "PAYHISTORY" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "EMPYTD" TO WS-LC-File-ID
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
               PERFORM RUNLOCK-RELEASE-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program EmpYTDBuild.
