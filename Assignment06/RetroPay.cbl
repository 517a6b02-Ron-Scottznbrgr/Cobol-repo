      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Retroactive pay for back-dated salary changes.                 *
      * A raise keyed in Assignment03_SalaryChanges.dat with an        *
      *    effective date in the past leaves the weeks already posted  *
      *    underpaid, and the back pay was worked out on a calculator  *
      *    and keyed as adjustment records by hand. This run finds     *
      *    every change - pending or already picked up by the weekly   *
      *    run - effective before the last posted week and not yet on  *
      *    the retro register, and for each posted week the change     *
      *    governs compares what the pay history shows was paid with   *
      *    a week of the new salary. Shortfalls go out as a ready-to-  *
      *    run Assignment#6_PayAdjustments.dat for RUNMODE=A, with a   *
      *    proof report per employee and week for sign-off first.     *
      *    The adjustment file and the register are only written once *
      *    the operator confirms - the proof is always printed, so a   *
      *    first pass can go for review before anything is committed. *
      *                                                               *
      *MODIFICATION HISTORY:                                          *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - The Employee Master record picks up the    *
      *    employee's pay group and the pay-history record the group  *
      *    it was paid in. Posted-week register entries carry their   *
      *    pay group - only weekly-group entries count as posted      *
      *    weeks here - retro pay stays a weekly-group run.           *
      *  OCTOBER 15 2026 - Works one pay group a run, asked for at    *
      *    the start: the group's own posted periods are walked and   *
      *    the new salary spread over 52, 26 or 24 periods. An        *
      *    employee in another group is listed and kept off the       *
      *    register until their own group's run, and the run ends     *
      *    with return code 4.                                        *
      ******************************************************************
       identification division.
       program-id. RetroPay.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout SalaryChangeMaint maintains and the weekly run's
      *    SALCHG-LOAD-PARA reads.
           SELECT SALCHGFILE ASSIGN
           "DataFiles\Assignment03_SalaryChanges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SalChg-Status.

      * The posted-week register - only the periods posted for the
      *    pay group being worked count here, and an off-cycle payment
      *    has no period of salary to compare.
           SELECT POSTEDFILE ASSIGN
           "DataFiles\Assignment#6_PostedWeeks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Posted-Status.

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

      * The adjustment run's input - written here in full, one delta
      *    per underpaid week.
           SELECT ADJUSTFILE ASSIGN
           "DataFiles\Assignment#6_PayAdjustments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Adjust-Status.

      * One line per salary change already worked through - so a
      *    change is paid back once, however often this runs.
           SELECT RETROREGFILE ASSIGN
           "DataFiles\RetroPayRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RetroReg-Status.

           SELECT RETRORPTFILE ASSIGN
           "DataFiles\RetroPayProof.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RetroRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SALCHGFILE.
       01 SalChgRec.
           03  Chg-EmpID           PIC 9(9).
           03  Chg-Effective       PIC 9(8).
           03  Chg-Salary          PIC 9(9)V99.

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

      * Same layout the adjustment run reads - the two programs have
      *    to agree on it byte for byte.
       FD ADJUSTFILE.
       01 AdjustRec.
           03  Adj-WeekEnding      PIC 9(8).
           03  Adj-EmpID           PIC 9(9).
           03  Adj-StoreNumber     PIC 9(4).
           03  Adj-JobCode         PIC A.
           03  Adj-Salary-Delta    PIC S9(5)V99 SIGN LEADING
                                   SEPARATE.
           03  Adj-Sales-Delta     PIC S9(8) SIGN LEADING SEPARATE.

      * A change is identified by employee, effective date and the
      *    salary itself - a row corrected in SalaryChangeMaint after
      *    it was worked through comes round again as a new change.
       FD RETROREGFILE.
       01 RetroRegRec.
           03  Reg-EmpID           PIC 9(9).
           03  FILLER              PIC X(2).
           03  Reg-Effective       PIC 9(8).
           03  FILLER              PIC X(2).
           03  Reg-Salary          PIC 9(9)V99.
           03  FILLER              PIC X(2).
           03  Reg-Run-Date        PIC 9(8).
           03  FILLER              PIC X(2).
           03  Reg-Weeks           PIC 999.
           03  FILLER              PIC X(2).
           03  Reg-Back-Pay        PIC 9(7)V99.

       FD RETRORPTFILE.
       01 RetroRptRec              PIC X(90).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "RetroPay".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-SalChg-Status     PIC XX value "00".
       01 ws-Posted-Status     PIC XX value "00".
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-Adjust-Status     PIC XX value "00".
       01 ws-RetroReg-Status   PIC XX value "00".
       01 ws-RetroRpt-Status   PIC XX value "00".
       01 WS-SalChg-EOF-Flag   PIC 9 value 0.
           88 SALCHG-EOF       value 1.
       01 WS-Posted-EOF-Flag   PIC 9 value 0.
           88 POSTED-EOF       value 1.
       01 WS-Reg-EOF-Flag      PIC 9 value 0.
           88 REG-EOF          value 1.
       01 WS-Adj-EOF-Flag      PIC 9 value 0.
           88 ADJ-EOF          value 1.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Last-Posted       PIC 9(8) value 0.
       01 WS-Write-Answer      PIC X(3) value SPACES.
           88 WRITE-APPROVED   value "YES" "yes".
       01 WS-Replace-Answer    PIC X(3) value SPACES.
           88 REPLACE-APPROVED value "YES" "yes".
       01 WS-Master-Flag       PIC X value "N".
           88 MASTER-AVAILABLE value "Y".

      * The pay group this run works, and how many of its periods
      *    make a year - the new annual salary is spread over them.
       01 WS-Group-Answer      PIC X value SPACE.
       01 WS-Run-Group         PIC X value "W".
           88 RUN-GROUP-WEEKLY     value "W".
           88 RUN-GROUP-BIWEEKLY   value "B".
           88 RUN-GROUP-SEMIMONTHLY value "S".
       01 WS-Periods-Per-Year  PIC 99 value 52.
       01 WS-Posted-Group      PIC X value "W".
       01 WS-Emp-Group         PIC X value "W".
       01 WS-Other-Group-Count PIC 9(5) value 0.

      * The pending-change table - same shape the weekly run loads.
      *    WS-Chg-Retro-Flag marks a change this run works through:
      *    effective before the last posted week, not yet on the
      *    register.
       01 WS-Max-SalChg        PIC 999 value 500.
       01 WS-SalChg-Count      PIC 999 value 0.
       01 WS-SalChg-Table.
           03 WS-SalChg-Entry OCCURS 500 TIMES.
               05 WS-Chg-EmpID         PIC 9(9) value 0.
               05 WS-Chg-Effective     PIC 9(8) value 0.
               05 WS-Chg-Salary        PIC 9(9)V99 value 0.
               05 WS-Chg-Retro-Flag    PIC X value "N".
               05 WS-Chg-Weeks         PIC 999 value 0.
               05 WS-Chg-Back-Pay      PIC 9(7)V99 value 0.
       01 WS-SalChg-Sub        PIC 999 value 0.
       01 WS-SalChg-Find-Sub   PIC 999 value 0.
       01 WS-SalChg-Scan-Sub   PIC 999 value 0.

      * The run group's periods on the posted register, in the order
      *    they posted.
       01 WS-Max-Weeks         PIC 9(4) value 1000.
       01 WS-Week-Count        PIC 9(4) value 0.
       01 WS-Week-Table.
           03 WS-Posted-Week OCCURS 1000 TIMES PIC 9(8).
       01 WS-Week-Sub          PIC 9(4) value 0.

      * The register in memory.
       01 WS-Max-Reg           PIC 9(4) value 2000.
       01 WS-Reg-Count         PIC 9(4) value 0.
       01 WS-Reg-Table.
           03 WS-Reg-Entry OCCURS 2000 TIMES.
               05 WS-Reg-EmpID         PIC 9(9).
               05 WS-Reg-Effective     PIC 9(8).
               05 WS-Reg-Salary        PIC 9(9)V99.
       01 WS-Reg-Sub           PIC 9(4) value 0.

      * The deltas found, held until the operator confirms.
       01 WS-Max-Deltas        PIC 9(4) value 3000.
       01 WS-Delta-Count       PIC 9(4) value 0.
       01 WS-Delta-Dropped     PIC 9(4) value 0.
       01 WS-Delta-Table.
           03 WS-Delta-Entry OCCURS 3000 TIMES.
               05 WS-Dlt-WeekEnding    PIC 9(8).
               05 WS-Dlt-EmpID         PIC 9(9).
               05 WS-Dlt-Store         PIC 9(4).
               05 WS-Dlt-JobCode       PIC A.
               05 WS-Dlt-Amount        PIC 9(5)V99.
       01 WS-Delta-Sub         PIC 9(4) value 0.

      * One employee at a time - the employees with a retro change
      *    are worked in change-file order, each one once.
       01 WS-Cur-EmpID         PIC 9(9) value 0.
       01 WS-Cur-From          PIC 9(8) value 0.
       01 WS-Emp-Seen-Flag     PIC X value "N".
       01 WS-Emp-Weeks         PIC 999 value 0.
       01 WS-Emp-Back-Pay      PIC 9(7)V99 value 0.
       01 WS-New-Weekly        PIC 9(7)V99 value 0.
       01 WS-Week-Diff         PIC S9(7)V99 value 0.
       01 WS-Line-Status       PIC X(24) value SPACES.

      * Run totals.
       01 WS-Emp-Count         PIC 9(5) value 0.
       01 WS-Change-Count      PIC 9(5) value 0.
       01 WS-Tot-Weeks         PIC 9(5) value 0.
       01 WS-Tot-Back-Pay      PIC 9(9)V99 value 0.
       01 WS-Existing-Adj      PIC 9(5) value 0.
       01 WS-Amount-Edited     PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-Week-Line.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WL-WeekEnding       PIC 9(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WL-Store            PIC 9(4).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WL-JobCode          PIC X.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WL-Paid             PIC ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WL-New-Rate         PIC ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WL-Diff             PIC ZZZ,ZZ9.99-.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WL-Status           PIC X(24).

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GROUP-ASK-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM POSTED-LOAD-PARA.
           IF WS-Last-Posted = 0
               DISPLAY "*** NO POSTED PERIODS FOR PAY GROUP ",
                       WS-Run-Group, " ON THE REGISTER - "-
                       "NOTHING CAN BE OWED YET ***"
           ELSE
               PERFORM SALCHG-LOAD-PARA
               PERFORM REGISTER-LOAD-PARA
               PERFORM RETRO-MARK-PARA
               IF WS-Change-Count = 0
                   DISPLAY "No back-dated salary changes waiting - "-
                           "nothing to pay back."
               ELSE
                   PERFORM RETRO-PARA
               END-IF
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program works out the back pay owed"
           display "for salary changes dated before the last posted"
           display "week, prints a proof for sign-off, and writes the"
           display "adjustment file for the RUNMODE=A run."
           display "One pay group is worked a run - the adjustment"
           display "file goes to a RUNMODE=A run for the same group."
           DISPLAY "---------------------------------------------------"
           display " ".

      * The group asked for sets the periods walked and the divisor.
       GROUP-ASK-PARA.
           MOVE SPACE TO WS-Group-Answer
           DISPLAY "Pay group to work - W weekly, B bi-weekly, "-
                   "S semi-monthly (Enter = W): " WITH NO ADVANCING
           ACCEPT WS-Group-Answer
           EVALUATE WS-Group-Answer
               WHEN SPACE
               WHEN "W"
               WHEN "w"
                   MOVE "W" TO WS-Run-Group
                   MOVE 52 TO WS-Periods-Per-Year
               WHEN "B"
               WHEN "b"
                   MOVE "B" TO WS-Run-Group
                   MOVE 26 TO WS-Periods-Per-Year
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-Run-Group
                   MOVE 24 TO WS-Periods-Per-Year
               WHEN OTHER
                   DISPLAY "*** [", WS-Group-Answer, "] IS NOT A PAY "-
                           "GROUP - NOTHING DONE ***"
                   PERFORM END-PARA
           END-EVALUATE.

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
                   MOVE Posted-Pay-Group TO WS-Posted-Group
                   IF POSTED-WEEKLY-GROUP
                       MOVE "W" TO WS-Posted-Group
                   END-IF
                   IF NOT POSTED-OFF-CYCLE AND
                           WS-Posted-Group = WS-Run-Group AND
                           WS-Week-Count < WS-Max-Weeks
                       ADD 1 TO WS-Week-Count
                       MOVE Posted-WeekEnding TO
                           WS-Posted-Week(WS-Week-Count)
                       IF Posted-WeekEnding > WS-Last-Posted
                           MOVE Posted-WeekEnding TO WS-Last-Posted
                       END-IF
                   END-IF
           END-READ.

      * No change file just means no changes - nothing to do.
       SALCHG-LOAD-PARA.
           OPEN INPUT SALCHGFILE
           IF ws-SalChg-Status = "00"
               PERFORM SALCHG-READ-PARA UNTIL SALCHG-EOF
               CLOSE SALCHGFILE
           END-IF.

       SALCHG-READ-PARA.
           READ SALCHGFILE
               AT END
                   SET SALCHG-EOF TO TRUE
               NOT AT END
                   IF WS-SalChg-Count < WS-Max-SalChg
                       ADD 1 TO WS-SalChg-Count
                       MOVE Chg-EmpID TO
                           WS-Chg-EmpID(WS-SalChg-Count)
                       MOVE Chg-Effective TO
                           WS-Chg-Effective(WS-SalChg-Count)
                       MOVE Chg-Salary TO
                           WS-Chg-Salary(WS-SalChg-Count)
                   END-IF
           END-READ.

      * The register is optional - no file just means no change
      *    has been worked through yet.
       REGISTER-LOAD-PARA.
           OPEN INPUT RETROREGFILE
           IF ws-RetroReg-Status = "00"
               PERFORM REGISTER-READ-PARA UNTIL REG-EOF
               CLOSE RETROREGFILE
           END-IF.

       REGISTER-READ-PARA.
           READ RETROREGFILE
               AT END
                   SET REG-EOF TO TRUE
               NOT AT END
                   IF WS-Reg-Count < WS-Max-Reg
                       ADD 1 TO WS-Reg-Count
                       MOVE Reg-EmpID TO WS-Reg-EmpID(WS-Reg-Count)
                       MOVE Reg-Effective TO
                           WS-Reg-Effective(WS-Reg-Count)
                       MOVE Reg-Salary TO WS-Reg-Salary(WS-Reg-Count)
                   END-IF
           END-READ.

      * A change is back-dated when it took effect before the last
      *    posted week - pending or already being picked up by the
      *    weekly run makes no difference, the weeks before it was
      *    keyed went out at the old rate either way.
       RETRO-MARK-PARA.
           PERFORM VARYING WS-SalChg-Sub FROM 1 BY 1
                   UNTIL WS-SalChg-Sub > WS-SalChg-Count
               IF WS-Chg-Effective(WS-SalChg-Sub) < WS-Last-Posted
                   MOVE "Y" TO WS-Chg-Retro-Flag(WS-SalChg-Sub)
                   PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
                           UNTIL WS-Reg-Sub > WS-Reg-Count
                       IF WS-Reg-EmpID(WS-Reg-Sub) =
                               WS-Chg-EmpID(WS-SalChg-Sub) AND
                               WS-Reg-Effective(WS-Reg-Sub) =
                               WS-Chg-Effective(WS-SalChg-Sub) AND
                               WS-Reg-Salary(WS-Reg-Sub) =
                               WS-Chg-Salary(WS-SalChg-Sub)
                           MOVE "N" TO
                               WS-Chg-Retro-Flag(WS-SalChg-Sub)
                       END-IF
                   END-PERFORM
                   IF WS-Chg-Retro-Flag(WS-SalChg-Sub) = "Y"
                       ADD 1 TO WS-Change-Count
                   END-IF
               END-IF
           END-PERFORM.

      * Works every employee with a back-dated change, prints the
      *    proof, then writes the adjustment file and the register
      *    once the operator confirms.
       RETRO-PARA.
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN PAY HISTORY FILE, "-
                       "STATUS: ", ws-PayHist-Status, " ***"
           ELSE
               OPEN INPUT EMPFILE
               IF ws-Emp-Status = "00"
                   MOVE "Y" TO WS-Master-Flag
               END-IF
               OPEN OUTPUT RETRORPTFILE
               PERFORM REPORT-HEADER-PARA
               PERFORM VARYING WS-SalChg-Sub FROM 1 BY 1
                       UNTIL WS-SalChg-Sub > WS-SalChg-Count
                   IF WS-Chg-Retro-Flag(WS-SalChg-Sub) = "Y"
                       PERFORM EMPLOYEE-FIRST-PARA
                       IF WS-Emp-Seen-Flag = "N"
                           PERFORM EMPLOYEE-GROUP-PARA
                           IF WS-Emp-Group = WS-Run-Group
                               PERFORM EMPLOYEE-PARA
                           ELSE
                               PERFORM OTHER-GROUP-PARA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM REPORT-TOTALS-PARA
               CLOSE RETRORPTFILE
               CLOSE PAYHISTFILE
               IF MASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF
               DISPLAY " "
               DISPLAY WS-Change-Count, " back-dated change(s) for ",
                       WS-Emp-Count, " employee(s) - ", WS-Tot-Weeks,
                       " period(s) underpaid."
               MOVE WS-Tot-Back-Pay TO WS-Amount-Edited
               DISPLAY "Back pay owed: ", WS-Amount-Edited
               DISPLAY "Proof report: DataFiles\RetroPayProof.rpt"
               IF WS-Other-Group-Count > 0
                   DISPLAY "*** ", WS-Other-Group-Count, " EMPLOYEE"-
                           "(S) IN ANOTHER PAY GROUP NOT WORKED - RUN"-
                           " AGAIN FOR THEIR GROUP ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
               EVALUATE TRUE
                   WHEN WS-Delta-Dropped > 0
                       DISPLAY "*** ", WS-Delta-Dropped, " WEEK(S) "-
                               "OVER THE DELTA TABLE - NOTHING "-
                               "WRITTEN ***"
                   WHEN WS-Change-Count = 0
                       DISPLAY "No back-dated change in pay group ",
                               WS-Run-Group, " - nothing written."
                   WHEN OTHER
                       PERFORM CONFIRM-PARA
               END-EVALUATE
           END-IF.

      * An employee with more than one back-dated change is worked
      *    once, from the first of their changes in the file.
       EMPLOYEE-FIRST-PARA.
           MOVE "N" TO WS-Emp-Seen-Flag
           PERFORM VARYING WS-SalChg-Find-Sub FROM 1 BY 1
                   UNTIL WS-SalChg-Find-Sub >= WS-SalChg-Sub
               IF WS-Chg-Retro-Flag(WS-SalChg-Find-Sub) = "Y" AND
                       WS-Chg-EmpID(WS-SalChg-Find-Sub) =
                       WS-Chg-EmpID(WS-SalChg-Sub)
                   MOVE "Y" TO WS-Emp-Seen-Flag
               END-IF
           END-PERFORM.

      * The employee's pay group off the master - a space, or no
      *    master record to say, is the weekly group.
       EMPLOYEE-GROUP-PARA.
           MOVE "W" TO WS-Emp-Group
           IF MASTER-AVAILABLE
               MOVE WS-Chg-EmpID(WS-SalChg-Sub) TO Emp-ID
               READ EMPFILE
                   INVALID KEY
                       MOVE SPACES TO EmployeeRecord
               END-READ
               IF ws-Emp-Status = "00" AND NOT PAY-GROUP-WEEKLY
                   MOVE Emp-Pay-Group TO WS-Emp-Group
               END-IF
           END-IF.

      * An employee paid in another group - listed on the proof, and
      *    their changes taken out of this run so they stay off the
      *    register until their own group's run works them.
       OTHER-GROUP-PARA.
           ADD 1 TO WS-Other-Group-Count
           MOVE WS-Chg-EmpID(WS-SalChg-Sub) TO WS-Cur-EmpID
           PERFORM VARYING WS-SalChg-Find-Sub FROM 1 BY 1
                   UNTIL WS-SalChg-Find-Sub > WS-SalChg-Count
               IF WS-Chg-Retro-Flag(WS-SalChg-Find-Sub) = "Y" AND
                       WS-Chg-EmpID(WS-SalChg-Find-Sub) =
                       WS-Cur-EmpID
                   MOVE "G" TO WS-Chg-Retro-Flag(WS-SalChg-Find-Sub)
                   SUBTRACT 1 FROM WS-Change-Count
               END-IF
           END-PERFORM
           MOVE SPACES TO RetroRptRec
           STRING "EMPLOYEE " DELIMITED BY SIZE
               WS-Cur-EmpID DELIMITED BY SIZE
               "  PAY GROUP " DELIMITED BY SIZE
               WS-Emp-Group DELIMITED BY SIZE
               " - NOT WORKED, RUN RETRO PAY FOR GROUP "
                   DELIMITED BY SIZE
               WS-Emp-Group DELIMITED BY SIZE
               INTO RetroRptRec
           WRITE RetroRptRec AFTER ADVANCING 2.

      * One employee. Their earliest back-dated change sets where the
      *    walk starts; every posted week from there is governed by
      *    whichever change was in effect for it, the same ruling the
      *    weekly run's FIND-SALARY-CHANGE-PARA gives. A week governed
      *    by a change already on the register was settled before.
       EMPLOYEE-PARA.
           ADD 1 TO WS-Emp-Count
           MOVE WS-Chg-EmpID(WS-SalChg-Sub) TO WS-Cur-EmpID
           MOVE WS-Chg-Effective(WS-SalChg-Sub) TO WS-Cur-From
           PERFORM VARYING WS-SalChg-Find-Sub FROM 1 BY 1
                   UNTIL WS-SalChg-Find-Sub > WS-SalChg-Count
               IF WS-Chg-Retro-Flag(WS-SalChg-Find-Sub) = "Y" AND
                       WS-Chg-EmpID(WS-SalChg-Find-Sub) =
                       WS-Cur-EmpID AND
                       WS-Chg-Effective(WS-SalChg-Find-Sub) <
                       WS-Cur-From
                   MOVE WS-Chg-Effective(WS-SalChg-Find-Sub) TO
                       WS-Cur-From
               END-IF
           END-PERFORM
           MOVE 0 TO WS-Emp-Weeks
           MOVE 0 TO WS-Emp-Back-Pay
           PERFORM EMPLOYEE-HEADER-PARA
           PERFORM VARYING WS-Week-Sub FROM 1 BY 1
                   UNTIL WS-Week-Sub > WS-Week-Count
               IF WS-Posted-Week(WS-Week-Sub) >= WS-Cur-From
                   PERFORM WEEK-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO RetroRptRec
           MOVE "  Employee back pay :" TO RetroRptRec(1:21)
           MOVE WS-Emp-Weeks TO RetroRptRec(23:3)
           MOVE "week(s)" TO RetroRptRec(27:7)
           MOVE WS-Emp-Back-Pay TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO RetroRptRec(36:14)
           WRITE RetroRptRec AFTER ADVANCING 1.

      * One posted week - the governing change found, the week's pay
      *    history read, and what was paid set against a week of the
      *    new salary. Only a shortfall is owed; a week that paid at
      *    or above the new rate is listed for the proof but left be.
       WEEK-PARA.
           MOVE 0 TO WS-SalChg-Find-Sub
           PERFORM VARYING WS-SalChg-Scan-Sub FROM 1 BY 1
                   UNTIL WS-SalChg-Scan-Sub > WS-SalChg-Count
               IF WS-Chg-EmpID(WS-SalChg-Scan-Sub) = WS-Cur-EmpID AND
                       WS-Chg-Effective(WS-SalChg-Scan-Sub) <=
                       WS-Posted-Week(WS-Week-Sub)
                   IF WS-SalChg-Find-Sub = 0 OR
                           WS-Chg-Effective(WS-SalChg-Scan-Sub) >
                           WS-Chg-Effective(WS-SalChg-Find-Sub)
                       MOVE WS-SalChg-Scan-Sub TO WS-SalChg-Find-Sub
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SalChg-Find-Sub NOT = 0
               IF WS-Chg-Retro-Flag(WS-SalChg-Find-Sub) = "Y"
                   MOVE WS-Cur-EmpID TO PayH-EmpID
                   MOVE WS-Posted-Week(WS-Week-Sub) TO PayH-WeekEnding
                   READ PAYHISTFILE
                       INVALID KEY
                           MOVE SPACES TO PayHistRec
                           MOVE 0 TO PayH-WeeklySalary
                           MOVE 0 TO PayH-StoreNumber
                   END-READ
                   PERFORM WEEK-COMPARE-PARA
               END-IF
           END-IF.

      * A period of the new salary is the annual over the group's
      *    periods in a year.
       WEEK-COMPARE-PARA.
           COMPUTE WS-New-Weekly ROUNDED =
               WS-Chg-Salary(WS-SalChg-Find-Sub) / WS-Periods-Per-Year
           MOVE WS-Posted-Week(WS-Week-Sub) TO WL-WeekEnding
           MOVE PayH-StoreNumber TO WL-Store
           MOVE PayH-JobCode TO WL-JobCode
           MOVE PayH-WeeklySalary TO WL-Paid
           MOVE WS-New-Weekly TO WL-New-Rate
           IF ws-PayHist-Status NOT = "00"
               MOVE 0 TO WS-Week-Diff
               MOVE "NOT PAID THAT WEEK" TO WS-Line-Status
           ELSE
               COMPUTE WS-Week-Diff =
                   WS-New-Weekly - PayH-WeeklySalary
               IF WS-Week-Diff > 0
                   MOVE "OWED" TO WS-Line-Status
                   ADD 1 TO WS-Emp-Weeks
                   ADD WS-Week-Diff TO WS-Emp-Back-Pay
                   ADD 1 TO WS-Chg-Weeks(WS-SalChg-Find-Sub)
                   ADD WS-Week-Diff TO
                       WS-Chg-Back-Pay(WS-SalChg-Find-Sub)
                   ADD 1 TO WS-Tot-Weeks
                   ADD WS-Week-Diff TO WS-Tot-Back-Pay
                   PERFORM DELTA-KEEP-PARA
               ELSE
                   MOVE "PAID AT/ABOVE NEW RATE" TO WS-Line-Status
               END-IF
           END-IF
           MOVE WS-Week-Diff TO WL-Diff
           MOVE WS-Line-Status TO WL-Status
           MOVE WS-Week-Line TO RetroRptRec
           WRITE RetroRptRec AFTER ADVANCING 1.

      * The week's delta against the store and job code the pay
      *    history carries - the cell the adjustment run posts into.
       DELTA-KEEP-PARA.
           IF WS-Delta-Count < WS-Max-Deltas
               ADD 1 TO WS-Delta-Count
               MOVE WS-Posted-Week(WS-Week-Sub) TO
                   WS-Dlt-WeekEnding(WS-Delta-Count)
               MOVE WS-Cur-EmpID TO WS-Dlt-EmpID(WS-Delta-Count)
               MOVE PayH-StoreNumber TO WS-Dlt-Store(WS-Delta-Count)
               MOVE PayH-JobCode TO WS-Dlt-JobCode(WS-Delta-Count)
               MOVE WS-Week-Diff TO WS-Dlt-Amount(WS-Delta-Count)
           ELSE
               ADD 1 TO WS-Delta-Dropped
           END-IF.

       REPORT-HEADER-PARA.
           MOVE SPACES TO RetroRptRec
           STRING "RETROACTIVE PAY PROOF     Run " DELIMITED BY SIZE
               WS-Run-Date DELIMITED BY SIZE
               "     Last posted period " DELIMITED BY SIZE
               WS-Last-Posted DELIMITED BY SIZE
               "     Pay group " DELIMITED BY SIZE
               WS-Run-Group DELIMITED BY SIZE
               INTO RetroRptRec
           WRITE RetroRptRec
           MOVE "  Week End  Store  J        Paid    New Rate  "-
                "Difference  Status" TO RetroRptRec
           WRITE RetroRptRec AFTER ADVANCING 2.

      * The employee's heading - name off the master when it's
      *    there, and each back-dated change being worked.
       EMPLOYEE-HEADER-PARA.
           MOVE SPACES TO RetroRptRec
           MOVE SPACES TO EmployeeRecord
           IF MASTER-AVAILABLE
               MOVE WS-Cur-EmpID TO Emp-ID
               READ EMPFILE
                   INVALID KEY
                       MOVE SPACES TO EmployeeRecord
                       MOVE "NOT ON MASTER" TO Emp-Surname
               END-READ
           END-IF
           IF Emp-GivenName NOT = SPACES
               STRING "EMPLOYEE " DELIMITED BY SIZE
                   WS-Cur-EmpID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Emp-Surname DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   Emp-GivenName DELIMITED BY "  "
                   INTO RetroRptRec
           ELSE
               STRING "EMPLOYEE " DELIMITED BY SIZE
                   WS-Cur-EmpID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Emp-Surname DELIMITED BY "  "
                   INTO RetroRptRec
           END-IF
           IF EMP-TERMINATED
               MOVE "(TERMINATED - PAY OFF-CYCLE)" TO
                   RetroRptRec(62:28)
           END-IF
           WRITE RetroRptRec AFTER ADVANCING 2
           PERFORM VARYING WS-SalChg-Find-Sub FROM 1 BY 1
                   UNTIL WS-SalChg-Find-Sub > WS-SalChg-Count
               IF WS-Chg-Retro-Flag(WS-SalChg-Find-Sub) = "Y" AND
                       WS-Chg-EmpID(WS-SalChg-Find-Sub) =
                       WS-Cur-EmpID
                   MOVE SPACES TO RetroRptRec
                   MOVE "  Salary change effective" TO
                       RetroRptRec(1:25)
                   MOVE WS-Chg-Effective(WS-SalChg-Find-Sub) TO
                       RetroRptRec(27:8)
                   MOVE "new annual" TO RetroRptRec(37:10)
                   MOVE WS-Chg-Salary(WS-SalChg-Find-Sub) TO
                       WS-Amount-Edited
                   MOVE WS-Amount-Edited TO RetroRptRec(48:14)
                   WRITE RetroRptRec AFTER ADVANCING 1
               END-IF
           END-PERFORM.

      * The run's totals and the sign-off block.
       REPORT-TOTALS-PARA.
           MOVE "RETROACTIVE PAY TOTALS" TO RetroRptRec
           WRITE RetroRptRec AFTER ADVANCING 3
           MOVE SPACES TO RetroRptRec
           MOVE "Back-dated changes  :" TO RetroRptRec(1:21)
           MOVE WS-Change-Count TO RetroRptRec(23:5)
           WRITE RetroRptRec AFTER ADVANCING 2
           MOVE SPACES TO RetroRptRec
           MOVE "Employees           :" TO RetroRptRec(1:21)
           MOVE WS-Emp-Count TO RetroRptRec(23:5)
           WRITE RetroRptRec AFTER ADVANCING 1
           MOVE SPACES TO RetroRptRec
           MOVE "Weeks underpaid     :" TO RetroRptRec(1:21)
           MOVE WS-Tot-Weeks TO RetroRptRec(23:5)
           WRITE RetroRptRec AFTER ADVANCING 1
           MOVE SPACES TO RetroRptRec
           MOVE "Back pay owed       :" TO RetroRptRec(1:21)
           MOVE WS-Tot-Back-Pay TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO RetroRptRec(23:14)
           WRITE RetroRptRec AFTER ADVANCING 1
           MOVE "Prepared by: ____________________   Approved by: "-
                "____________________" TO RetroRptRec
           WRITE RetroRptRec AFTER ADVANCING 3.

      * Nothing is written until the proof has been seen. An
      *    adjustment file already on disk may hold deltas keyed by
      *    hand that haven't gone through yet, so replacing it takes
      *    its own answer.
       CONFIRM-PARA.
           IF WS-Delta-Count = 0
               DISPLAY "No week was underpaid - no adjustment file "-
                       "written."
               DISPLAY "Type YES to put the change(s) on the retro "-
                       "register: " WITH NO ADVANCING
               ACCEPT WS-Write-Answer
               IF WRITE-APPROVED
                   PERFORM REGISTER-WRITE-PARA
               END-IF
           ELSE
               DISPLAY "Type YES to write the adjustment file for the"-
                       " RUNMODE=A run: " WITH NO ADVANCING
               ACCEPT WS-Write-Answer
               IF WRITE-APPROVED
                   PERFORM ADJ-EXISTING-PARA
                   IF WS-Existing-Adj > 0
                       DISPLAY "*** ", WS-Existing-Adj, " ADJUSTMENT"-
                               "(S) ALREADY WAITING IN THE FILE ***"
                       DISPLAY "Type YES to replace them: "
                           WITH NO ADVANCING
                       ACCEPT WS-Replace-Answer
                   ELSE
                       MOVE "YES" TO WS-Replace-Answer
                   END-IF
                   IF REPLACE-APPROVED
                       PERFORM ADJ-WRITE-PARA
                       PERFORM REGISTER-WRITE-PARA
                       DISPLAY WS-Delta-Count, " adjustment(s) "-
                               "written - run RUNMODE=A with "-
                               "PAYGROUP=", WS-Run-Group, " once "-
                               "the proof is signed."
                   ELSE
                       DISPLAY "Adjustment file left as it was - "-
                               "nothing written."
                   END-IF
               ELSE
                   DISPLAY "Nothing written - the proof report is "-
                           "there for review."
               END-IF
           END-IF.

       ADJ-EXISTING-PARA.
           MOVE 0 TO WS-Existing-Adj
           OPEN INPUT ADJUSTFILE
           IF ws-Adjust-Status = "00"
               PERFORM ADJ-COUNT-PARA UNTIL ADJ-EOF
               CLOSE ADJUSTFILE
           END-IF.

       ADJ-COUNT-PARA.
           READ ADJUSTFILE
               AT END
                   SET ADJ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Existing-Adj
           END-READ.

       ADJ-WRITE-PARA.
           OPEN OUTPUT ADJUSTFILE
           PERFORM VARYING WS-Delta-Sub FROM 1 BY 1
                   UNTIL WS-Delta-Sub > WS-Delta-Count
               MOVE WS-Dlt-WeekEnding(WS-Delta-Sub) TO Adj-WeekEnding
               MOVE WS-Dlt-EmpID(WS-Delta-Sub) TO Adj-EmpID
               MOVE WS-Dlt-Store(WS-Delta-Sub) TO Adj-StoreNumber
               MOVE WS-Dlt-JobCode(WS-Delta-Sub) TO Adj-JobCode
               MOVE WS-Dlt-Amount(WS-Delta-Sub) TO Adj-Salary-Delta
               MOVE 0 TO Adj-Sales-Delta
               WRITE AdjustRec
           END-PERFORM
           CLOSE ADJUSTFILE.

      * Every change worked this run goes on the register - the ones
      *    that turned out to owe nothing too, so they aren't worked
      *    again.
       REGISTER-WRITE-PARA.
           OPEN EXTEND RETROREGFILE
           IF ws-RetroReg-Status NOT = "00"
               OPEN OUTPUT RETROREGFILE
           END-IF
           PERFORM VARYING WS-SalChg-Sub FROM 1 BY 1
                   UNTIL WS-SalChg-Sub > WS-SalChg-Count
               IF WS-Chg-Retro-Flag(WS-SalChg-Sub) = "Y"
                   MOVE SPACES TO RetroRegRec
                   MOVE WS-Chg-EmpID(WS-SalChg-Sub) TO Reg-EmpID
                   MOVE WS-Chg-Effective(WS-SalChg-Sub) TO
                       Reg-Effective
                   MOVE WS-Chg-Salary(WS-SalChg-Sub) TO Reg-Salary
                   MOVE WS-Run-Date TO Reg-Run-Date
                   MOVE WS-Chg-Weeks(WS-SalChg-Sub) TO Reg-Weeks
                   MOVE WS-Chg-Back-Pay(WS-SalChg-Sub) TO
                       Reg-Back-Pay
                   WRITE RetroRegRec
               END-IF
           END-PERFORM
           CLOSE RETROREGFILE.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
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
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program RetroPay.
