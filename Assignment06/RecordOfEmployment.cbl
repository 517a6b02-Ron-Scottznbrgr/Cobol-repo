      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Record of Employment (separation certificate) run.             *
      * Every termination needs a Record of Employment listing         *
      *    insurable hours and earnings per pay period over the last   *
      *    53 weeks - rebuilt by hand off printed Net Pay Registers    *
      *    until now. This run walks the Employee Master for every     *
      *    terminated employee, and for each one not yet on the ROE    *
      *    register issues one off the pay history: the reason code    *
      *    keyed with the termination, first and last day worked off   *
      *    the hire and termination dates, and the pay-period table.   *
      *    Each ROE is printed as a form page and written to the       *
      *    fixed-format submission file, and goes on the register -    *
      *    one per employee per termination date - so a rerun never    *
      *    issues one twice. A termination with no reason code on the  *
      *    master is held, listed, and picked up on the next run once  *
      *    it's keyed, so none are missed either.                      *
      * A termination is held the same way until the final-pay run    *
      *    has settled it and every pay-history posting that run owes *
      *    for them has been applied - the ROE is issued off the pay   *
      *    history, so an earlier one would leave the final period's   *
      *    money off it.                                               *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Employee Master layout picks up the banking *
      *    status byte.                                                *
      *  OCTOBER 15 2026 - Employee Master layout picks up the         *
      *    banking prenote date.                                       *
      *  OCTOBER 15 2026 - Pay-history layout picks up the bonus and   *
      *    taxable-benefit fields.                                     *
      *  OCTOBER 15 2026 - Pay-history layout picks up the             *
      *    garnishment, savings-plan and extra-withholding split of    *
      *    the elections.                                              *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group, and the pay-history record the group  *
      *    it was paid in.                                             *
      *  OCTOBER 15 2026 - A termination is held until the final-pay   *
      *    run has settled it and its pay-history postings are         *
      *    applied.                                                    *
      *  OCTOBER 15 2026 - More pay periods in the window than the     *
      *    table holds keeps the newest ones, not the oldest.          *
      ******************************************************************
       identification division.
       program-id. RecordOfEmployment.

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

      * One line per ROE ever issued - loaded first so nobody gets
      *    a second one for the same termination, appended as each
      *    new one goes out.
           SELECT ROEREGFILE ASSIGN
           "DataFiles\ROERegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RoeReg-Status.

      * The printable forms, one page per ROE, with the run's
      *    summary (and any held terminations) at the end.
           SELECT ROEFORMFILE ASSIGN
           "DataFiles\ROEForms.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RoeForm-Status.

      * The fixed-format submission file - header, one R record
      *    and its P (pay period) records per ROE, trailer.
           SELECT ROESUBFILE ASSIGN
           "DataFiles\ROESubmission.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RoeSub-Status.

      * Everyone the final-pay run has settled, as the weekly run
      *    writes it - only the EmpID is read.
           SELECT FINALPAYFILE ASSIGN
           "DataFiles\Assignment#6_FinalPaySettled.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-FinalPay-Status.

      * The pay-history postings a final-pay or off-cycle run has
      *    committed, and the applied file counting how many of them
      *    from the top have gone on - the rest are still owed.
           SELECT PENDPOSTFILE ASSIGN
           "DataFiles\Assignment#6_PendingPosts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-PendPost-Status.

           SELECT PENDDONEFILE ASSIGN
           "DataFiles\Assignment#6_PendingPostsApplied.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-PendDone-Status.

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

       FD ROEREGFILE.
       01 RoeRegRec.
           03  Reg-Serial          PIC 9(6).
           03  FILLER              PIC X(2).
           03  Reg-EmpID           PIC 9(9).
           03  FILLER              PIC X(2).
           03  Reg-TermDate        PIC 9(8).
           03  FILLER              PIC X(2).
           03  Reg-Reason          PIC X.
           03  FILLER              PIC X(2).
           03  Reg-IssueDate       PIC 9(8).

       FD ROEFORMFILE.
       01 RoeFormRec               PIC X(80).

      * Built in the WS-Sub-* layouts below and passed through here.
       FD ROESUBFILE.
       01 RoeSubRec                PIC X(120).

      * The settled file and the pending postings as the weekly run
      *    writes them - only the EmpID up front is needed here.
       FD FINALPAYFILE.
       01 FinalPayRec.
           03  Fin-EmpID           PIC 9(9).
           03  FILLER              PIC X(31).

       FD PENDPOSTFILE.
       01 PendPostRec.
           03  Pend-EmpID          PIC 9(9).
           03  FILLER              PIC X(123).

       FD PENDDONEFILE.
       01 PendDoneRec              PIC X(19).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "RecordOfEmployment".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-RoeReg-Status     PIC XX value "00".
       01 ws-RoeForm-Status    PIC XX value "00".
       01 ws-RoeSub-Status     PIC XX value "00".
       01 ws-FinalPay-Status   PIC XX value "00".
       01 ws-PendPost-Status   PIC XX value "00".
       01 ws-PendDone-Status   PIC XX value "00".
       01 WS-Master-EOF-Flag   PIC 9 value 0.
           88 MASTER-EOF       value 1.
       01 WS-Hist-EOF-Flag     PIC 9 value 0.
           88 HIST-EOF         value 1.
       01 WS-Reg-EOF-Flag      PIC 9 value 0.
           88 REG-EOF          value 1.
       01 WS-Fin-EOF-Flag      PIC 9 value 0.
           88 FIN-EOF          value 1.
       01 WS-Pend-EOF-Flag     PIC 9 value 0.
           88 PEND-EOF         value 1.
       01 WS-Issue-Date        PIC 9(8) value 0.

      * The register in memory - EmpID and termination date per
      *    ROE already issued, and the highest serial handed out.
       01 WS-Max-Reg           PIC 9(5) value 5000.
       01 WS-Reg-Count         PIC 9(5) value 0.
       01 WS-Reg-Table.
           03  WS-Reg-Entry OCCURS 5000 TIMES.
               05  WS-Reg-EmpID        PIC 9(9).
               05  WS-Reg-TermDate     PIC 9(8).
       01 WS-Reg-Sub           PIC 9(5) value 0.
       01 WS-Last-Serial       PIC 9(6) value 0.
       01 WS-Issued-Flag       PIC X value "N".
           88 ALREADY-ISSUED   value "Y".

      * Everyone the final-pay run has settled, and everyone with a
      *    committed posting not yet applied - the postings past the
      *    count the applied file holds. More pending postings than
      *    the table takes holds everybody, rather than miss one.
       01 WS-Max-Settled       PIC 9(4) value 2000.
       01 WS-Settled-Count     PIC 9(4) value 0.
       01 WS-Settled-Table.
           03  WS-Settled-EmpID OCCURS 2000 TIMES PIC 9(9).
       01 WS-Max-Pending       PIC 9(4) value 2000.
       01 WS-Pending-Count     PIC 9(4) value 0.
       01 WS-Pending-Table.
           03  WS-Pending-EmpID OCCURS 2000 TIMES PIC 9(9).
       01 WS-Pend-Done-Count   PIC 9(5) value 0.
       01 WS-Pend-Line-Count   PIC 9(5) value 0.
       01 WS-Pend-Full-Flag    PIC X value "N".
           88 PENDING-TABLE-FULL   value "Y".
       01 WS-Settle-Sub        PIC 9(4) value 0.
       01 WS-Settled-Flag      PIC X value "N".
           88 FINAL-PAY-SETTLED    value "Y".
       01 WS-Pending-Flag      PIC X value "N".
           88 POSTINGS-PENDING     value "Y".

      * The Record of Employment reason codes and what they mean -
      *    the same set Assignment03 edits the master's code against.
       01 WS-Reason-Values.
           03  FILLER  PIC X(31) VALUE "ASHORTAGE OF WORK/END OF TERM ".
           03  FILLER  PIC X(31) VALUE "BSTRIKE OR LOCKOUT            ".
           03  FILLER  PIC X(31) VALUE "DILLNESS OR INJURY            ".
           03  FILLER  PIC X(31) VALUE "EQUIT                         ".
           03  FILLER  PIC X(31) VALUE "FMATERNITY                    ".
           03  FILLER  PIC X(31) VALUE "GRETIREMENT                   ".
           03  FILLER  PIC X(31) VALUE "HWORK-SHARING                 ".
           03  FILLER  PIC X(31) VALUE "JAPPRENTICE TRAINING          ".
           03  FILLER  PIC X(31) VALUE "KOTHER                        ".
           03  FILLER  PIC X(31) VALUE "MDISMISSAL                    ".
           03  FILLER  PIC X(31) VALUE "NLEAVE OF ABSENCE             ".
           03  FILLER  PIC X(31) VALUE "PPARENTAL                     ".
           03  FILLER  PIC X(31) VALUE "ZCOMPASSIONATE CARE           ".
       01 WS-Reason-Table REDEFINES WS-Reason-Values.
           03  WS-Reason-Entry OCCURS 13 TIMES.
               05  WS-Reason-Code      PIC X.
               05  WS-Reason-Desc      PIC X(30).
       01 WS-Reason-Sub        PIC 99 value 0.
       01 WS-Reason-Text       PIC X(30) value SPACES.

      * One employee's pay periods inside the 53-week window, oldest
      *    first. The window runs back 371 days from the termination
      *    date; anything posted after it (the final-pay settlement)
      *    is the last period's money and belongs on the ROE too.
       01 WS-Max-Periods       PIC 99 value 60.
       01 WS-Period-Count      PIC 99 value 0.
       01 WS-Period-Table.
           03  WS-Period-Entry OCCURS 60 TIMES.
               05  WS-Per-WeekEnding   PIC 9(8).
               05  WS-Per-Hours        PIC 9(3)V9.
               05  WS-Per-Earnings     PIC 9(7)V99.
               05  WS-Per-Est-Flag     PIC X.
       01 WS-Period-Sub        PIC 99 value 0.
       01 WS-Period-First      PIC 99 value 0.
       01 WS-Period-No         PIC 99 value 0.
       01 WS-Window-Start      PIC 9(8) value 0.
       01 WS-Window-Serial     PIC 9(7) value 0.
       01 WS-Total-Hours       PIC 9(5)V9 value 0.
       01 WS-Total-Earnings    PIC 9(7)V99 value 0.
       01 WS-Est-Seen-Flag     PIC X value "N".

      * Run counts and the submission file's money total.
       01 WS-Issued-Count      PIC 9(5) value 0.
       01 WS-Skipped-Count     PIC 9(5) value 0.
       01 WS-Held-Count        PIC 9(5) value 0.
       01 WS-Held-Settle-Count PIC 9(5) value 0.
       01 WS-Sub-Earnings      PIC 9(9)V99 value 0.

      * YYYYMMDD to YYYY-MM-DD for the form.
       01 WS-Date-Work         PIC 9(8) value 0.
       01 WS-Date-Parts REDEFINES WS-Date-Work.
           03  WS-Date-Year        PIC 9(4).
           03  WS-Date-Month       PIC 99.
           03  WS-Date-Day         PIC 99.
       01 WS-Date-Disp         PIC X(10) value SPACES.
       01 WS-Hours-Edited      PIC ZZ,ZZ9.9.
       01 WS-Amount-Edited     PIC Z,ZZZ,ZZ9.99.

       01 WS-Period-Line.
           03  PL-Period           PIC Z9.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  PL-WeekEnding       PIC X(10).
           03  FILLER              PIC X(4) VALUE SPACES.
           03  PL-Hours            PIC ZZ9.9.
           03  PL-Est              PIC X.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  PL-Earnings         PIC Z,ZZZ,ZZ9.99.

      * The submission file's record layouts.
       01 WS-Sub-Header.
           03  SubH-Type           PIC X value "H".
           03  SubH-IssueDate      PIC 9(8).
           03  FILLER              PIC X(111) value SPACES.
       01 WS-Sub-Roe.
           03  SubR-Type           PIC X value "R".
           03  SubR-Serial         PIC 9(6).
           03  SubR-EmpID          PIC 9(9).
           03  SubR-Surname        PIC X(30).
           03  SubR-GivenName      PIC X(30).
           03  SubR-FirstDay       PIC 9(8).
           03  SubR-LastDay        PIC 9(8).
           03  SubR-Reason         PIC X.
           03  SubR-Periods        PIC 99.
           03  SubR-Hours          PIC 9(5)V9.
           03  SubR-Earnings       PIC 9(7)V99.
           03  FILLER              PIC X(10) value SPACES.
       01 WS-Sub-Period.
           03  SubP-Type           PIC X value "P".
           03  SubP-Serial         PIC 9(6).
           03  SubP-EmpID          PIC 9(9).
           03  SubP-Period         PIC 99.
           03  SubP-WeekEnding     PIC 9(8).
           03  SubP-Hours          PIC 9(3)V9.
           03  SubP-Earnings       PIC 9(7)V99.
           03  FILLER              PIC X(81) value SPACES.
       01 WS-Sub-Trailer.
           03  SubT-Type           PIC X value "T".
           03  SubT-Count          PIC 9(6).
           03  SubT-Earnings       PIC 9(9)V99.
           03  FILLER              PIC X(102) value SPACES.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM OPEN-FILES-PARA.
           IF ws-Emp-Status = "00" AND ws-PayHist-Status = "00"
               PERFORM REGISTER-LOAD-PARA
               PERFORM SETTLED-LOAD-PARA
               PERFORM PENDING-LOAD-PARA
               PERFORM ISSUE-PARA
               CLOSE EMPFILE
               CLOSE PAYHISTFILE
               DISPLAY " "
               DISPLAY WS-Issued-Count, " ROE(s) issued, ",
                       WS-Skipped-Count, " already on the register, ",
                       WS-Held-Count, " held for a reason code, ",
                       WS-Held-Settle-Count, " held for final pay."
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program issues the Record of"
           display "Employment for every terminated employee not yet"
           display "on the ROE register - a printed form and a"
           display "submission record each, off the pay history."
           DISPLAY "---------------------------------------------------"
           display " ".

      * Both the master and the pay history are needed - without
      *    the history there's no earnings table to put on the form.
       OPEN-FILES-PARA.
           ACCEPT WS-Issue-Date FROM DATE YYYYMMDD
           OPEN INPUT EMPFILE
           IF ws-Emp-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE MASTER, "-
                       "STATUS: ", ws-Emp-Status, " ***"
           ELSE
               OPEN INPUT PAYHISTFILE
               IF ws-PayHist-Status NOT = "00"
                   DISPLAY "*** COULD NOT OPEN PAY HISTORY FILE, "-
                           "STATUS: ", ws-PayHist-Status, " ***"
                   CLOSE EMPFILE
               END-IF
           END-IF.

      * The register is optional - no file just means no ROE has
      *    been issued yet.
       REGISTER-LOAD-PARA.
           OPEN INPUT ROEREGFILE
           IF ws-RoeReg-Status = "00"
               PERFORM REGISTER-READ-PARA UNTIL REG-EOF
               CLOSE ROEREGFILE
           END-IF.

       REGISTER-READ-PARA.
           READ ROEREGFILE
               AT END
                   SET REG-EOF TO TRUE
               NOT AT END
                   IF WS-Reg-Count < WS-Max-Reg
                       ADD 1 TO WS-Reg-Count
                       MOVE Reg-EmpID TO WS-Reg-EmpID(WS-Reg-Count)
                       MOVE Reg-TermDate TO
                           WS-Reg-TermDate(WS-Reg-Count)
                   END-IF
                   IF Reg-Serial > WS-Last-Serial
                       MOVE Reg-Serial TO WS-Last-Serial
                   END-IF
           END-READ.

      * The settled file is optional too - no file means nobody has
      *    been through the final-pay run yet, and nobody is settled.
       SETTLED-LOAD-PARA.
           OPEN INPUT FINALPAYFILE
           IF ws-FinalPay-Status = "00"
               PERFORM SETTLED-READ-PARA UNTIL FIN-EOF
               CLOSE FINALPAYFILE
           END-IF.

       SETTLED-READ-PARA.
           READ FINALPAYFILE
               AT END
                   SET FIN-EOF TO TRUE
               NOT AT END
                   IF WS-Settled-Count < WS-Max-Settled
                       ADD 1 TO WS-Settled-Count
                       MOVE Fin-EmpID TO
                           WS-Settled-EmpID(WS-Settled-Count)
                   END-IF
           END-READ.

      * The applied file's line count first, then every pending
      *    posting past that many - the ones still to go on.
       PENDING-LOAD-PARA.
           MOVE 0 TO WS-Pend-Done-Count
           MOVE 0 TO WS-Pend-EOF-Flag
           OPEN INPUT PENDDONEFILE
           IF ws-PendDone-Status = "00"
               PERFORM PENDDONE-READ-PARA UNTIL PEND-EOF
               CLOSE PENDDONEFILE
           END-IF
           MOVE 0 TO WS-Pend-Line-Count
           MOVE 0 TO WS-Pend-EOF-Flag
           OPEN INPUT PENDPOSTFILE
           IF ws-PendPost-Status = "00"
               PERFORM PENDPOST-READ-PARA UNTIL PEND-EOF
               CLOSE PENDPOSTFILE
           END-IF.

       PENDDONE-READ-PARA.
           READ PENDDONEFILE
               AT END
                   SET PEND-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Pend-Done-Count
           END-READ.

       PENDPOST-READ-PARA.
           READ PENDPOSTFILE
               AT END
                   SET PEND-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Pend-Line-Count
                   IF WS-Pend-Line-Count > WS-Pend-Done-Count
                       IF WS-Pending-Count < WS-Max-Pending
                           ADD 1 TO WS-Pending-Count
                           MOVE Pend-EmpID TO
                               WS-Pending-EmpID(WS-Pending-Count)
                       ELSE
                           MOVE "Y" TO WS-Pend-Full-Flag
                       END-IF
                   END-IF
           END-READ.

       ISSUE-PARA.
           OPEN EXTEND ROEREGFILE
           IF ws-RoeReg-Status NOT = "00"
               OPEN OUTPUT ROEREGFILE
           END-IF
           OPEN OUTPUT ROEFORMFILE
           OPEN OUTPUT ROESUBFILE
           MOVE WS-Issue-Date TO SubH-IssueDate
           MOVE WS-Sub-Header TO RoeSubRec
           WRITE RoeSubRec
           MOVE 0 TO Emp-ID
           START EMPFILE KEY IS GREATER THAN OR EQUAL TO Emp-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM MASTER-READ-PARA UNTIL MASTER-EOF
           MOVE WS-Issued-Count TO SubT-Count
           MOVE WS-Sub-Earnings TO SubT-Earnings
           MOVE WS-Sub-Trailer TO RoeSubRec
           WRITE RoeSubRec
           PERFORM SUMMARY-PARA
           CLOSE ROEREGFILE
           CLOSE ROEFORMFILE
           CLOSE ROESUBFILE.

       MASTER-READ-PARA.
           READ EMPFILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               IF ws-Emp-Status NOT = "00"
                   SET MASTER-EOF TO TRUE
               ELSE
                   IF EMP-TERMINATED AND Emp-Term-Date > 0
                       PERFORM REGISTER-CHECK-PARA
                       IF ALREADY-ISSUED
                           ADD 1 TO WS-Skipped-Count
                       ELSE
                           IF Emp-Term-Reason = SPACE
                               PERFORM HOLD-PARA
                           ELSE
                               PERFORM SETTLE-CHECK-PARA
                               IF FINAL-PAY-SETTLED AND
                                       NOT POSTINGS-PENDING
                                   PERFORM ROE-ISSUE-PARA
                               ELSE
                                   PERFORM SETTLE-HOLD-PARA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REGISTER-CHECK-PARA.
           MOVE "N" TO WS-Issued-Flag
           PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
                   UNTIL WS-Reg-Sub > WS-Reg-Count
               IF WS-Reg-EmpID(WS-Reg-Sub) = Emp-ID AND
                       WS-Reg-TermDate(WS-Reg-Sub) = Emp-Term-Date
                   MOVE "Y" TO WS-Issued-Flag
               END-IF
           END-PERFORM.

      * A termination keyed before the reason code was - nothing
      *    goes on the register, so it comes round again next run.
       HOLD-PARA.
           ADD 1 TO WS-Held-Count
           DISPLAY "EMPID ", Emp-ID, " TERMINATED ", Emp-Term-Date,
                   " - NO REASON CODE ON THE MASTER, ROE HELD".

      * Is the employee in hand settled, and is anything the
      *    final-pay or off-cycle run owes them still to post?
       SETTLE-CHECK-PARA.
           MOVE "N" TO WS-Settled-Flag
           PERFORM VARYING WS-Settle-Sub FROM 1 BY 1
                   UNTIL WS-Settle-Sub > WS-Settled-Count
               IF WS-Settled-EmpID(WS-Settle-Sub) = Emp-ID
                   MOVE "Y" TO WS-Settled-Flag
               END-IF
           END-PERFORM
           MOVE WS-Pend-Full-Flag TO WS-Pending-Flag
           PERFORM VARYING WS-Settle-Sub FROM 1 BY 1
                   UNTIL WS-Settle-Sub > WS-Pending-Count
               IF WS-Pending-EmpID(WS-Settle-Sub) = Emp-ID
                   MOVE "Y" TO WS-Pending-Flag
               END-IF
           END-PERFORM.

      * A termination the final pay hasn't finished with - nothing
      *    goes on the register, so it comes round again next run.
       SETTLE-HOLD-PARA.
           ADD 1 TO WS-Held-Settle-Count
           IF NOT FINAL-PAY-SETTLED
               DISPLAY "EMPID ", Emp-ID, " TERMINATED ",
                       Emp-Term-Date, " - FINAL PAY NOT SETTLED, "-
                       "ROE HELD"
           ELSE
               DISPLAY "EMPID ", Emp-ID, " TERMINATED ",
                       Emp-Term-Date, " - FINAL-PAY POSTINGS NOT "-
                       "APPLIED, ROE HELD"
           END-IF.

      * One ROE - the pay periods gathered, the form page and the
      *    submission records written, the register told.
       ROE-ISSUE-PARA.
           ADD 1 TO WS-Last-Serial
           ADD 1 TO WS-Issued-Count
           PERFORM PERIOD-GATHER-PARA
           PERFORM REASON-FIND-PARA
           PERFORM FORM-PARA
           PERFORM SUBMIT-PARA
           MOVE SPACES TO RoeRegRec
           MOVE WS-Last-Serial TO Reg-Serial
           MOVE Emp-ID TO Reg-EmpID
           MOVE Emp-Term-Date TO Reg-TermDate
           MOVE Emp-Term-Reason TO Reg-Reason
           MOVE WS-Issue-Date TO Reg-IssueDate
           WRITE RoeRegRec
           IF WS-Reg-Count < WS-Max-Reg
               ADD 1 TO WS-Reg-Count
               MOVE Emp-ID TO WS-Reg-EmpID(WS-Reg-Count)
               MOVE Emp-Term-Date TO WS-Reg-TermDate(WS-Reg-Count)
           END-IF
           DISPLAY "EMPID ", Emp-ID, " ROE ", WS-Last-Serial,
                   " ISSUED".

      * The employee's pay-history weeks inside the window, in key
      *    (week-ending) order. A week with earnings but no hours on
      *    it - a salaried week, or one posted before the history
      *    carried hours - is reported as a standard 40-hour week
      *    and flagged on the form as estimated.
       PERIOD-GATHER-PARA.
           MOVE 0 TO WS-Period-Count
           MOVE 0 TO WS-Total-Hours
           MOVE 0 TO WS-Total-Earnings
           MOVE "N" TO WS-Est-Seen-Flag
           COMPUTE WS-Window-Serial =
               FUNCTION INTEGER-OF-DATE(Emp-Term-Date) - 371
           COMPUTE WS-Window-Start =
               FUNCTION DATE-OF-INTEGER(WS-Window-Serial)
           MOVE 0 TO WS-Hist-EOF-Flag
           MOVE Emp-ID TO PayH-EmpID
           MOVE WS-Window-Start TO PayH-WeekEnding
           START PAYHISTFILE KEY IS GREATER THAN PayH-Key
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           PERFORM PERIOD-READ-PARA UNTIL HIST-EOF
      * More than 53 in the window (a final settlement on top of a
      *    full year) keeps the most recent 53.
           IF WS-Period-Count > 53
               COMPUTE WS-Period-First = WS-Period-Count - 52
           ELSE
               MOVE 1 TO WS-Period-First
           END-IF
           PERFORM VARYING WS-Period-Sub FROM WS-Period-First BY 1
                   UNTIL WS-Period-Sub > WS-Period-Count
               ADD WS-Per-Hours(WS-Period-Sub) TO WS-Total-Hours
               ADD WS-Per-Earnings(WS-Period-Sub) TO
                   WS-Total-Earnings
               IF WS-Per-Est-Flag(WS-Period-Sub) = "*"
                   MOVE "Y" TO WS-Est-Seen-Flag
               END-IF
           END-PERFORM.

       PERIOD-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               IF ws-PayHist-Status NOT = "00" OR
                       PayH-EmpID NOT = Emp-ID
                   SET HIST-EOF TO TRUE
               ELSE
      * A full table drops its oldest period to make room - the
      *    history reads oldest first, so the newest ones are the
      *    ones the form needs kept.
                   IF WS-Period-Count < WS-Max-Periods
                       ADD 1 TO WS-Period-Count
                   ELSE
                       PERFORM VARYING WS-Period-Sub FROM 1 BY 1
                               UNTIL WS-Period-Sub >= WS-Max-Periods
                           MOVE WS-Period-Entry(WS-Period-Sub + 1) TO
                               WS-Period-Entry(WS-Period-Sub)
                       END-PERFORM
                   END-IF
                   MOVE PayH-WeekEnding TO
                       WS-Per-WeekEnding(WS-Period-Count)
                   MOVE PayH-WeeklySalary TO
                       WS-Per-Earnings(WS-Period-Count)
                   MOVE SPACE TO WS-Per-Est-Flag(WS-Period-Count)
                   IF PayH-Hours = 0 AND PayH-WeeklySalary > 0
                       MOVE 40 TO WS-Per-Hours(WS-Period-Count)
                       MOVE "*" TO WS-Per-Est-Flag(WS-Period-Count)
                   ELSE
                       MOVE PayH-Hours TO WS-Per-Hours(WS-Period-Count)
                   END-IF
               END-IF
           END-IF.

       REASON-FIND-PARA.
           MOVE "(UNKNOWN CODE)" TO WS-Reason-Text
           PERFORM VARYING WS-Reason-Sub FROM 1 BY 1
                   UNTIL WS-Reason-Sub > 13
               IF WS-Reason-Code(WS-Reason-Sub) = Emp-Term-Reason
                   MOVE WS-Reason-Desc(WS-Reason-Sub) TO
                       WS-Reason-Text
               END-IF
           END-PERFORM.

      * The printed form - one page per ROE.
       FORM-PARA.
           MOVE SPACES TO RoeFormRec
           STRING "RECORD OF EMPLOYMENT          SERIAL "
               DELIMITED BY SIZE
               WS-Last-Serial DELIMITED BY SIZE
               INTO RoeFormRec
           IF WS-Issued-Count = 1
               WRITE RoeFormRec
           ELSE
               WRITE RoeFormRec AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO RoeFormRec
           MOVE "Issued           :" TO RoeFormRec(1:18)
           MOVE WS-Issue-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO RoeFormRec(20:10)
           WRITE RoeFormRec AFTER ADVANCING 1
           MOVE SPACES TO RoeFormRec
           STRING "Employee         : " DELIMITED BY SIZE
               Emp-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Emp-Surname DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               Emp-GivenName DELIMITED BY "  "
               INTO RoeFormRec
           WRITE RoeFormRec AFTER ADVANCING 2
           MOVE SPACES TO RoeFormRec
           MOVE "Address          :" TO RoeFormRec(1:18)
           MOVE Emp-Street TO RoeFormRec(20:30)
           WRITE RoeFormRec AFTER ADVANCING 1
           MOVE SPACES TO RoeFormRec
           STRING Emp-City DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Emp-Province DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Emp-Postal DELIMITED BY SIZE
               INTO RoeFormRec(20:40)
           WRITE RoeFormRec AFTER ADVANCING 1
           MOVE SPACES TO RoeFormRec
           MOVE "First Day Worked :" TO RoeFormRec(1:18)
           MOVE Emp-Hire-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO RoeFormRec(20:10)
           WRITE RoeFormRec AFTER ADVANCING 2
           MOVE SPACES TO RoeFormRec
           MOVE "Last Day Worked  :" TO RoeFormRec(1:18)
           MOVE Emp-Term-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO RoeFormRec(20:10)
           WRITE RoeFormRec AFTER ADVANCING 1
           MOVE SPACES TO RoeFormRec
           MOVE "Reason for Issue :" TO RoeFormRec(1:18)
           MOVE Emp-Term-Reason TO RoeFormRec(20:1)
           MOVE WS-Reason-Text TO RoeFormRec(23:30)
           WRITE RoeFormRec AFTER ADVANCING 1
           MOVE "Period  Week Ending   Hours    Earnings" TO
               RoeFormRec
           WRITE RoeFormRec AFTER ADVANCING 2
           MOVE 0 TO WS-Period-No
           PERFORM VARYING WS-Period-Sub FROM WS-Period-First BY 1
                   UNTIL WS-Period-Sub > WS-Period-Count
               ADD 1 TO WS-Period-No
               MOVE WS-Period-No TO PL-Period
               MOVE WS-Per-WeekEnding(WS-Period-Sub) TO WS-Date-Work
               PERFORM DATE-DISP-PARA
               MOVE WS-Date-Disp TO PL-WeekEnding
               MOVE WS-Per-Hours(WS-Period-Sub) TO PL-Hours
               MOVE WS-Per-Est-Flag(WS-Period-Sub) TO PL-Est
               MOVE WS-Per-Earnings(WS-Period-Sub) TO PL-Earnings
               MOVE WS-Period-Line TO RoeFormRec
               WRITE RoeFormRec AFTER ADVANCING 1
           END-PERFORM
           IF WS-Period-Count = 0
               MOVE "NO PAY HISTORY IN THE LAST 53 WEEKS" TO
                   RoeFormRec
               WRITE RoeFormRec AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO RoeFormRec
           MOVE "Total Insurable Hours    :" TO RoeFormRec(1:26)
           MOVE WS-Total-Hours TO WS-Hours-Edited
           MOVE WS-Hours-Edited TO RoeFormRec(28:8)
           WRITE RoeFormRec AFTER ADVANCING 2
           MOVE SPACES TO RoeFormRec
           MOVE "Total Insurable Earnings :" TO RoeFormRec(1:26)
           MOVE WS-Total-Earnings TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO RoeFormRec(28:12)
           WRITE RoeFormRec AFTER ADVANCING 1
           IF WS-Est-Seen-Flag = "Y"
               MOVE "* hours not on the pay history - reported as a "-
                    "standard 40-hour week" TO RoeFormRec
               WRITE RoeFormRec AFTER ADVANCING 2
           END-IF.

      * The same ROE onto the submission file.
       SUBMIT-PARA.
           MOVE WS-Last-Serial TO SubR-Serial
           MOVE Emp-ID TO SubR-EmpID
           MOVE Emp-Surname TO SubR-Surname
           MOVE Emp-GivenName TO SubR-GivenName
           MOVE Emp-Hire-Date TO SubR-FirstDay
           MOVE Emp-Term-Date TO SubR-LastDay
           MOVE Emp-Term-Reason TO SubR-Reason
           COMPUTE SubR-Periods = WS-Period-Count - WS-Period-First
               + 1
           MOVE WS-Total-Hours TO SubR-Hours
           MOVE WS-Total-Earnings TO SubR-Earnings
           MOVE WS-Sub-Roe TO RoeSubRec
           WRITE RoeSubRec
           ADD WS-Total-Earnings TO WS-Sub-Earnings
           MOVE 0 TO WS-Period-No
           PERFORM VARYING WS-Period-Sub FROM WS-Period-First BY 1
                   UNTIL WS-Period-Sub > WS-Period-Count
               ADD 1 TO WS-Period-No
               MOVE WS-Last-Serial TO SubP-Serial
               MOVE Emp-ID TO SubP-EmpID
               MOVE WS-Period-No TO SubP-Period
               MOVE WS-Per-WeekEnding(WS-Period-Sub) TO
                   SubP-WeekEnding
               MOVE WS-Per-Hours(WS-Period-Sub) TO SubP-Hours
               MOVE WS-Per-Earnings(WS-Period-Sub) TO SubP-Earnings
               MOVE WS-Sub-Period TO RoeSubRec
               WRITE RoeSubRec
           END-PERFORM.

      * The run's summary page - counts, and a reminder that held
      *    terminations come back once their reason is keyed or their
      *    final pay is settled and posted.
       SUMMARY-PARA.
           MOVE "ROE RUN SUMMARY" TO RoeFormRec
           IF WS-Issued-Count = 0
               WRITE RoeFormRec
           ELSE
               WRITE RoeFormRec AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO RoeFormRec
           MOVE "Issued this run          :" TO RoeFormRec(1:26)
           MOVE WS-Issued-Count TO RoeFormRec(28:5)
           WRITE RoeFormRec AFTER ADVANCING 2
           MOVE SPACES TO RoeFormRec
           MOVE "Already on the register  :" TO RoeFormRec(1:26)
           MOVE WS-Skipped-Count TO RoeFormRec(28:5)
           WRITE RoeFormRec AFTER ADVANCING 1
           MOVE SPACES TO RoeFormRec
           MOVE "Held - no reason code    :" TO RoeFormRec(1:26)
           MOVE WS-Held-Count TO RoeFormRec(28:5)
           WRITE RoeFormRec AFTER ADVANCING 1
           MOVE SPACES TO RoeFormRec
           MOVE "Held - final pay pending :" TO RoeFormRec(1:26)
           MOVE WS-Held-Settle-Count TO RoeFormRec(28:5)
           WRITE RoeFormRec AFTER ADVANCING 1
           IF WS-Held-Count > 0
               MOVE "*** KEY THE TERMINATION REASON IN ASSIGNMENT03 "-
                    "AND RERUN ***" TO RoeFormRec
               WRITE RoeFormRec AFTER ADVANCING 2
           END-IF
           IF WS-Held-Settle-Count > 0
               MOVE "*** RUN FINAL PAY FOR THEIR PAY GROUP AND RERUN "-
                    "***" TO RoeFormRec
               WRITE RoeFormRec AFTER ADVANCING 2
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

       end program RecordOfEmployment.
