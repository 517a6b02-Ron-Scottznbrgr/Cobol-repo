      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Outstanding-cheque reconciliation.                             *
      * The pay runs number every paper payment and enter it on the    *
      *    cheque register as issued. This program reads the bank's    *
      *    cleared-cheque file and marks each cheque it presents as    *
      *    cashed, applies payroll's void requests, stale-dates any    *
      *    cheque still outstanding past the stale-date limit, and     *
      *    ages what's left. Cashed, voided and stale-dated cheques    *
      *    each get their own line appended to the register, so the   *
      *    register alone says where every cheque stands. A cleared    *
      *    cheque that doesn't match the register (unknown number,     *
      *    different amount, already cashed, voided or stale) is       *
      *    reported as an exception and left for a person to chase.    *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Register source R for DepositReturns'       *
      *    replacement cheques.                                        *
      *  OCTOBER 15 2026 - Takes the suite's run lock for the length   *
      *    of the run, so no pay run numbers cheques while the         *
      *    register is being rewritten.                                *
      ******************************************************************
       identification division.
       program-id. ChequeReconcile.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The register exactly as the pay runs and earlier
      *    reconciliations left it - read in full, then reopened to
      *    append this run's cashed, void and stale entries.
           SELECT CHQREGFILE ASSIGN
           "DataFiles\Assignment#6_ChequeRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ChqReg-Status.

      * What the bank paid - one line per cheque presented: the
      *    cheque number, the amount it paid and the date it cleared.
           SELECT CLEAREDFILE ASSIGN "DataFiles\ClearedCheques.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Cleared-Status.

      * Cheques payroll has voided (lost, spoiled, reissued) - the
      *    cheque number and why. Optional; no file, no voids.
           SELECT VOIDFILE ASSIGN
           "DataFiles\Assignment#6_ChequeVoids.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Void-Status.

           SELECT RECONRPTFILE ASSIGN "DataFiles\ChequeReconcile.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ReconRpt-Status.

      * The run lock Assignment06 takes while it posts - honoured
      *    (and taken) here, so a pay run can't number cheques off
      *    the register and control file while this run rewrites
      *    them, nor this run while a pay run does.
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
      * Same layout Assignment06 writes - I = issued, C = cashed,
      *    V = voided, S = stale-dated; source W/F/M = the weekly,
      *    final-pay or off-cycle run that cut the cheque, R = a
      *    replacement DepositReturns cut for a returned deposit.
       FD CHQREGFILE.
       01 ChqRegRec.
           03  ChqReg-Number       PIC 9(8).
           03  ChqReg-Entry        PIC X.
               88 CHQREG-ISSUED        value "I".
           03  ChqReg-EmpID        PIC 9(9).
           03  ChqReg-Amount       PIC 9(7)V99.
           03  ChqReg-Issue-Date   PIC 9(8).
           03  ChqReg-Entry-Date   PIC 9(8).
           03  ChqReg-Source       PIC X.
           03  ChqReg-Payee        PIC X(30).

       FD CLEAREDFILE.
       01 ClearedRec.
           03  Clr-Number          PIC 9(8).
           03  Clr-Amount          PIC 9(7)V99.
           03  Clr-Date            PIC 9(8).

       FD VOIDFILE.
       01 VoidRec.
           03  Void-Number         PIC 9(8).
           03  Void-Reason         PIC X(30).

       FD RECONRPTFILE.
       01 ReconRptRec              PIC X(100).

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
       01 ws-ChqReg-Status     PIC XX value "00".
       01 ws-Cleared-Status    PIC XX value "00".
       01 ws-Void-Status       PIC XX value "00".
       01 ws-ReconRpt-Status   PIC XX value "00".
       01 WS-Reg-EOF-Flag      PIC 9 value 0.
           88 REG-EOF          value 1.
       01 WS-Cleared-EOF-Flag  PIC 9 value 0.
           88 CLEARED-EOF      value 1.
       01 WS-Void-EOF-Flag     PIC 9 value 0.
           88 VOID-EOF         value 1.
       01 WS-AsOf-Date         PIC 9(8) value 0.

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

      * A cheque still outstanding this many days after it was
      *    issued is stale-dated and taken off the outstanding list.
       01 WS-Stale-Days        PIC 999 value 180.

      * The register in memory, one row per cheque in issue order -
      *    the pay runs only ever number upward, so the rows are in
      *    ascending cheque number and a binary search finds one.
      *    Status is the cheque's latest entry on the register.
       01 WS-Max-Cheques       PIC 9(5) value 20000.
       01 WS-Chq-Count         PIC 9(5) value 0.
       01 WS-Chq-Table.
           03  WS-Chq-Entry OCCURS 20000 TIMES.
               05  WS-Chq-Number       PIC 9(8).
               05  WS-Chq-Status       PIC X.
                   88 CHQ-OUTSTANDING      value "I".
                   88 CHQ-CASHED           value "C".
                   88 CHQ-VOIDED           value "V".
                   88 CHQ-STALE            value "S".
               05  WS-Chq-EmpID        PIC 9(9).
               05  WS-Chq-Amount       PIC 9(7)V99.
               05  WS-Chq-Issue-Date   PIC 9(8).
               05  WS-Chq-Source       PIC X.
               05  WS-Chq-Payee        PIC X(30).
       01 WS-Chq-Sub           PIC 9(5) value 0.
       01 WS-Find-Number       PIC 9(8) value 0.
       01 WS-BS-Lo             PIC 9(5) value 0.
       01 WS-BS-Hi             PIC 9(5) value 0.
       01 WS-BS-Mid            PIC 9(5) value 0.
       01 WS-Age-Days          PIC 9(5) value 0.
       01 WS-Remark            PIC X(30) value SPACES.

      * Run counts and dollars.
       01 WS-Cashed-Count      PIC 9(5) value 0.
       01 WS-Cashed-Total      PIC 9(9)V99 value 0.
       01 WS-Except-Count      PIC 9(5) value 0.
       01 WS-Voided-Count      PIC 9(5) value 0.
       01 WS-Voided-Total      PIC 9(9)V99 value 0.
       01 WS-Stale-Count       PIC 9(5) value 0.
       01 WS-Stale-Total       PIC 9(9)V99 value 0.
       01 WS-Out-Count         PIC 9(5) value 0.
       01 WS-Out-Total         PIC 9(9)V99 value 0.

      * Aging buckets for the cheques still outstanding - up to
      *    30, 60, 90 days and on to the stale-date limit.
       01 WS-Age-Limits.
           03 FILLER PIC 999 VALUE 30.
           03 FILLER PIC 999 VALUE 60.
           03 FILLER PIC 999 VALUE 90.
           03 FILLER PIC 999 VALUE 180.
       01 WS-Age-Limit-Tbl REDEFINES WS-Age-Limits.
           03 WS-Age-Limit OCCURS 4 TIMES PIC 999.
       01 WS-Age-Labels.
           03 FILLER PIC X(16) VALUE "  0 - 30 DAYS  :".
           03 FILLER PIC X(16) VALUE " 31 - 60 DAYS  :".
           03 FILLER PIC X(16) VALUE " 61 - 90 DAYS  :".
           03 FILLER PIC X(16) VALUE " 91 - 180 DAYS :".
       01 WS-Age-Label-Tbl REDEFINES WS-Age-Labels.
           03 WS-Age-Label OCCURS 4 TIMES PIC X(16).
       01 WS-Age-Totals.
           03  WS-Age-Row OCCURS 4 TIMES.
               05  WS-Age-Count        PIC 9(5).
               05  WS-Age-Amount       PIC 9(9)V99.
       01 WS-Age-Sub           PIC 9 value 0.

      * YYYYMMDD to YYYY-MM-DD for the report.
       01 WS-Date-Work         PIC 9(8) value 0.
       01 WS-Date-Parts REDEFINES WS-Date-Work.
           03  WS-Date-Year        PIC 9(4).
           03  WS-Date-Month       PIC 99.
           03  WS-Date-Day         PIC 99.
       01 WS-Date-Disp         PIC X(10) value SPACES.
       01 WS-Total-Edited      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-Detail-Line.
           03  DL-Number           PIC 9(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-EmpID            PIC 9(9).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-Date             PIC X(10).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-Amount           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-Days             PIC ZZZZ9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-Remark           PIC X(30).

       procedure division.
       PROG.
           PERFORM INSTRUCT-PARA.
           PERFORM RUNLOCK-TAKE-PARA.
           ACCEPT WS-AsOf-Date FROM DATE YYYYMMDD.
           INITIALIZE WS-Age-Totals.
           PERFORM REGISTER-LOAD-PARA.
           IF ws-ChqReg-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CHEQUE REGISTER, "-
                       "STATUS: ", ws-ChqReg-Status, " ***"
           ELSE
               OPEN EXTEND CHQREGFILE
               OPEN OUTPUT RECONRPTFILE
               PERFORM REPORT-HEADER-PARA
               PERFORM CLEARED-PARA
               PERFORM VOID-PARA
               PERFORM AGING-PARA
               PERFORM SUMMARY-PARA
               CLOSE CHQREGFILE
               CLOSE RECONRPTFILE
               DISPLAY " "
               DISPLAY WS-Cashed-Count, " cashed, ",
                       WS-Voided-Count, " voided, ",
                       WS-Stale-Count, " stale-dated, ",
                       WS-Out-Count, " still outstanding, ",
                       WS-Except-Count, " exception(s)."
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program reconciles the cheque"
           display "register against the bank's cleared-cheque file,"
           display "applies voids, stale-dates old cheques and ages"
           display "the ones still outstanding."
           DISPLAY "---------------------------------------------------"
           display " ".

      * Issued lines build the table; every later line for the same
      *    cheque just moves its status on.
       REGISTER-LOAD-PARA.
           OPEN INPUT CHQREGFILE
           IF ws-ChqReg-Status = "00"
               PERFORM REGISTER-READ-PARA UNTIL REG-EOF
               CLOSE CHQREGFILE
           END-IF.

       REGISTER-READ-PARA.
           READ CHQREGFILE
               AT END
                   SET REG-EOF TO TRUE
               NOT AT END
                   IF CHQREG-ISSUED
                       IF WS-Chq-Count < WS-Max-Cheques
                           ADD 1 TO WS-Chq-Count
                           MOVE ChqReg-Number TO
                               WS-Chq-Number(WS-Chq-Count)
                           MOVE "I" TO WS-Chq-Status(WS-Chq-Count)
                           MOVE ChqReg-EmpID TO
                               WS-Chq-EmpID(WS-Chq-Count)
                           MOVE ChqReg-Amount TO
                               WS-Chq-Amount(WS-Chq-Count)
                           MOVE ChqReg-Issue-Date TO
                               WS-Chq-Issue-Date(WS-Chq-Count)
                           MOVE ChqReg-Source TO
                               WS-Chq-Source(WS-Chq-Count)
                           MOVE ChqReg-Payee TO
                               WS-Chq-Payee(WS-Chq-Count)
                       ELSE
                           DISPLAY "CHEQUE TABLE FULL - CHEQUE ",
                                   ChqReg-Number, " NOT LOADED"
                       END-IF
                   ELSE
                       MOVE ChqReg-Number TO WS-Find-Number
                       PERFORM CHEQUE-FIND-PARA
                       IF WS-Chq-Sub NOT = 0
                           MOVE ChqReg-Entry TO
                               WS-Chq-Status(WS-Chq-Sub)
                       END-IF
                   END-IF
           END-READ.

      * Binary search of the cheque table for WS-Find-Number -
      *    WS-Chq-Sub is zero when it isn't there.
       CHEQUE-FIND-PARA.
           MOVE 0 TO WS-Chq-Sub
           MOVE 1 TO WS-BS-Lo
           MOVE WS-Chq-Count TO WS-BS-Hi
           PERFORM UNTIL WS-BS-Lo > WS-BS-Hi
               COMPUTE WS-BS-Mid = (WS-BS-Lo + WS-BS-Hi) / 2
               EVALUATE TRUE
                   WHEN WS-Chq-Number(WS-BS-Mid) = WS-Find-Number
                       MOVE WS-BS-Mid TO WS-Chq-Sub
                       COMPUTE WS-BS-Lo = WS-BS-Hi + 1
                   WHEN WS-Chq-Number(WS-BS-Mid) < WS-Find-Number
                       COMPUTE WS-BS-Lo = WS-BS-Mid + 1
                   WHEN OTHER
                       COMPUTE WS-BS-Hi = WS-BS-Mid - 1
               END-EVALUATE
           END-PERFORM.

       REPORT-HEADER-PARA.
           MOVE WS-AsOf-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE SPACES TO ReconRptRec
           STRING "CHEQUE RECONCILIATION - AS OF " DELIMITED BY SIZE
               WS-Date-Disp DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           MOVE "CHEQUE #  EMPID      DATE                AMOUNT   "-
                "  DAYS  REMARK" TO ReconRptRec
           WRITE ReconRptRec.

      * The bank's cleared file. No file just means nothing cleared
      *    since the last run - the aging still goes ahead.
       CLEARED-PARA.
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           MOVE "CLEARED BY THE BANK" TO ReconRptRec
           WRITE ReconRptRec
           OPEN INPUT CLEAREDFILE
           IF ws-Cleared-Status = "00"
               PERFORM CLEARED-READ-PARA UNTIL CLEARED-EOF
               CLOSE CLEAREDFILE
           ELSE
               MOVE "  NO CLEARED-CHEQUE FILE FROM THE BANK"
                   TO ReconRptRec
               WRITE ReconRptRec
           END-IF.

       CLEARED-READ-PARA.
           READ CLEAREDFILE
               AT END
                   SET CLEARED-EOF TO TRUE
               NOT AT END
                   IF Clr-Number IS NUMERIC AND Clr-Amount IS NUMERIC
                       PERFORM CLEARED-ONE-PARA
                   END-IF
           END-READ.

      * One presented cheque. Only an outstanding cheque for the
      *    amount issued is marked cashed; anything else is the
      *    bank and the register disagreeing.
       CLEARED-ONE-PARA.
           MOVE Clr-Number TO WS-Find-Number
           PERFORM CHEQUE-FIND-PARA
           MOVE SPACES TO WS-Remark
           EVALUATE TRUE
               WHEN WS-Chq-Sub = 0
                   MOVE "EXCEPTION - NOT ON REGISTER" TO WS-Remark
               WHEN CHQ-CASHED(WS-Chq-Sub)
                   MOVE "EXCEPTION - ALREADY CASHED" TO WS-Remark
               WHEN CHQ-VOIDED(WS-Chq-Sub)
                   MOVE "EXCEPTION - CHEQUE WAS VOIDED" TO WS-Remark
               WHEN CHQ-STALE(WS-Chq-Sub)
                   MOVE "EXCEPTION - CHEQUE STALE-DATED" TO WS-Remark
               WHEN Clr-Amount NOT = WS-Chq-Amount(WS-Chq-Sub)
                   MOVE "EXCEPTION - AMOUNT DIFFERS" TO WS-Remark
               WHEN OTHER
                   MOVE "CASHED" TO WS-Remark
           END-EVALUATE
           MOVE Clr-Number TO DL-Number
           MOVE Clr-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO DL-Date
           MOVE Clr-Amount TO DL-Amount
           MOVE 0 TO DL-Days
           MOVE WS-Remark TO DL-Remark
           IF WS-Chq-Sub = 0
               MOVE 0 TO DL-EmpID
           ELSE
               MOVE WS-Chq-EmpID(WS-Chq-Sub) TO DL-EmpID
           END-IF
           MOVE WS-Detail-Line TO ReconRptRec
           WRITE ReconRptRec
           IF WS-Remark = "CASHED"
               MOVE "C" TO WS-Chq-Status(WS-Chq-Sub)
               MOVE Clr-Date TO ChqReg-Entry-Date
               PERFORM REGISTER-ENTRY-PARA
               ADD 1 TO WS-Cashed-Count
               ADD Clr-Amount TO WS-Cashed-Total
           ELSE
               ADD 1 TO WS-Except-Count
           END-IF.

      * Payroll's voids. Only an outstanding cheque can be voided -
      *    one the bank already paid has to be recovered instead.
       VOID-PARA.
           OPEN INPUT VOIDFILE
           IF ws-Void-Status = "00"
               MOVE SPACES TO ReconRptRec
               WRITE ReconRptRec
               MOVE "VOIDED BY PAYROLL" TO ReconRptRec
               WRITE ReconRptRec
               PERFORM VOID-READ-PARA UNTIL VOID-EOF
               CLOSE VOIDFILE
           END-IF.

       VOID-READ-PARA.
           READ VOIDFILE
               AT END
                   SET VOID-EOF TO TRUE
               NOT AT END
                   IF Void-Number IS NUMERIC
                       PERFORM VOID-ONE-PARA
                   END-IF
           END-READ.

       VOID-ONE-PARA.
           MOVE Void-Number TO WS-Find-Number
           PERFORM CHEQUE-FIND-PARA
           MOVE Void-Number TO DL-Number
           MOVE 0 TO DL-EmpID
           MOVE 0 TO DL-Amount
           MOVE 0 TO DL-Days
           MOVE WS-AsOf-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO DL-Date
           IF WS-Chq-Sub = 0
               MOVE "EXCEPTION - NOT ON REGISTER" TO DL-Remark
               ADD 1 TO WS-Except-Count
           ELSE
               MOVE WS-Chq-EmpID(WS-Chq-Sub) TO DL-EmpID
               MOVE WS-Chq-Amount(WS-Chq-Sub) TO DL-Amount
               IF CHQ-OUTSTANDING(WS-Chq-Sub)
                   MOVE Void-Reason TO DL-Remark
                   IF Void-Reason = SPACES
                       MOVE "VOIDED" TO DL-Remark
                   END-IF
                   MOVE "V" TO WS-Chq-Status(WS-Chq-Sub)
                   MOVE WS-AsOf-Date TO ChqReg-Entry-Date
                   PERFORM REGISTER-ENTRY-PARA
                   ADD 1 TO WS-Voided-Count
                   ADD WS-Chq-Amount(WS-Chq-Sub) TO WS-Voided-Total
               ELSE
                   MOVE "EXCEPTION - NOT OUTSTANDING" TO DL-Remark
                   ADD 1 TO WS-Except-Count
               END-IF
           END-IF
           MOVE WS-Detail-Line TO ReconRptRec
           WRITE ReconRptRec.

      * Every cheque still outstanding, aged from its issue date.
      *    Past the stale-date limit it's stale-dated onto the
      *    register; short of it, it lands in an aging bucket.
       AGING-PARA.
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           MOVE "OUTSTANDING AND STALE-DATED" TO ReconRptRec
           WRITE ReconRptRec
           PERFORM VARYING WS-Chq-Sub FROM 1 BY 1
                   UNTIL WS-Chq-Sub > WS-Chq-Count
               IF CHQ-OUTSTANDING(WS-Chq-Sub)
                   PERFORM AGE-ONE-PARA
               END-IF
           END-PERFORM.

       AGE-ONE-PARA.
           MOVE 0 TO WS-Age-Days
           IF WS-Chq-Issue-Date(WS-Chq-Sub) < WS-AsOf-Date
               COMPUTE WS-Age-Days =
                   FUNCTION INTEGER-OF-DATE(WS-AsOf-Date) -
                   FUNCTION INTEGER-OF-DATE
                       (WS-Chq-Issue-Date(WS-Chq-Sub))
           END-IF
           MOVE WS-Chq-Number(WS-Chq-Sub) TO DL-Number
           MOVE WS-Chq-EmpID(WS-Chq-Sub) TO DL-EmpID
           MOVE WS-Chq-Issue-Date(WS-Chq-Sub) TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO DL-Date
           MOVE WS-Chq-Amount(WS-Chq-Sub) TO DL-Amount
           MOVE WS-Age-Days TO DL-Days
           IF WS-Age-Days > WS-Stale-Days
               MOVE "STALE-DATED" TO DL-Remark
               MOVE "S" TO WS-Chq-Status(WS-Chq-Sub)
               MOVE WS-AsOf-Date TO ChqReg-Entry-Date
               PERFORM REGISTER-ENTRY-PARA
               ADD 1 TO WS-Stale-Count
               ADD WS-Chq-Amount(WS-Chq-Sub) TO WS-Stale-Total
           ELSE
               MOVE WS-Chq-Payee(WS-Chq-Sub) TO DL-Remark
               MOVE 1 TO WS-Age-Sub
               PERFORM UNTIL WS-Age-Sub = 4 OR
                       WS-Age-Days <= WS-Age-Limit(WS-Age-Sub)
                   ADD 1 TO WS-Age-Sub
               END-PERFORM
               ADD 1 TO WS-Age-Count(WS-Age-Sub)
               ADD WS-Chq-Amount(WS-Chq-Sub) TO
                   WS-Age-Amount(WS-Age-Sub)
               ADD 1 TO WS-Out-Count
               ADD WS-Chq-Amount(WS-Chq-Sub) TO WS-Out-Total
           END-IF
           MOVE WS-Detail-Line TO ReconRptRec
           WRITE ReconRptRec.

      * This cheque's new status onto the register, carrying the
      *    issue details so the line stands on its own. The caller
      *    sets the entry date.
       REGISTER-ENTRY-PARA.
           MOVE WS-Chq-Number(WS-Chq-Sub) TO ChqReg-Number
           MOVE WS-Chq-Status(WS-Chq-Sub) TO ChqReg-Entry
           MOVE WS-Chq-EmpID(WS-Chq-Sub) TO ChqReg-EmpID
           MOVE WS-Chq-Amount(WS-Chq-Sub) TO ChqReg-Amount
           MOVE WS-Chq-Issue-Date(WS-Chq-Sub) TO ChqReg-Issue-Date
           MOVE WS-Chq-Source(WS-Chq-Sub) TO ChqReg-Source
           MOVE WS-Chq-Payee(WS-Chq-Sub) TO ChqReg-Payee
           WRITE ChqRegRec.

       SUMMARY-PARA.
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           MOVE "AGING OF OUTSTANDING CHEQUES" TO ReconRptRec
           WRITE ReconRptRec
           PERFORM VARYING WS-Age-Sub FROM 1 BY 1
                   UNTIL WS-Age-Sub > 4
               MOVE WS-Age-Amount(WS-Age-Sub) TO WS-Total-Edited
               MOVE SPACES TO ReconRptRec
               STRING WS-Age-Label(WS-Age-Sub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Age-Count(WS-Age-Sub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Total-Edited DELIMITED BY SIZE
                   INTO ReconRptRec
               WRITE ReconRptRec
           END-PERFORM
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Cashed-Total TO WS-Total-Edited
           MOVE SPACES TO ReconRptRec
           STRING "CASHED THIS RUN   : " DELIMITED BY SIZE
               WS-Cashed-Count DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Total-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Voided-Total TO WS-Total-Edited
           MOVE SPACES TO ReconRptRec
           STRING "VOIDED THIS RUN   : " DELIMITED BY SIZE
               WS-Voided-Count DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Total-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Stale-Total TO WS-Total-Edited
           MOVE SPACES TO ReconRptRec
           STRING "STALE-DATED       : " DELIMITED BY SIZE
               WS-Stale-Count DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Total-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Out-Total TO WS-Total-Edited
           MOVE SPACES TO ReconRptRec
           STRING "STILL OUTSTANDING : " DELIMITED BY SIZE
               WS-Out-Count DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Total-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE SPACES TO ReconRptRec
           STRING "EXCEPTIONS        : " DELIMITED BY SIZE
               WS-Except-Count DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec.

       DATE-DISP-PARA.
           MOVE SPACES TO WS-Date-Disp
           STRING WS-Date-Year DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Date-Month DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Date-Day DELIMITED BY SIZE
               INTO WS-Date-Disp.

      * Nothing that touches the register or the control file
      *    starts while another job holds the lock - a lock left by a
      *    job that died can be overridden, with an audit line.
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
           MOVE "ChequeRecon" TO Lck-Program
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

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               PERFORM RUNLOCK-RELEASE-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program ChequeReconcile.
