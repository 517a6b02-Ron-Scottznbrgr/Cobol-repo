      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Direct-deposit returns.                                        *
      * When an account on the bank payment file is closed or wrong    *
      *    the bank bounces the deposit and sends back a returns file, *
      *    one line per returned item keyed EmpID, week-ending and     *
      *    amount. This program matches each return to the D funding  *
      *    record it came from, flags that employee's banking on the   *
      *    Employee Master as returned so the next run pays by paper   *
      *    instead of bouncing again, and cuts a numbered replacement  *
      *    cheque for the returned amount off the same cheque control  *
      *    file and register the pay runs use. Every return lands on   *
      *    the returns report; one that matches nothing we sent (or    *
      *    was already replaced on an earlier run) goes to its own     *
      *    exception section with no cheque cut.                       *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Returned prenotes (N records) are matched   *
      *    too - the banking is flagged and no cheque is cut.          *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group, and the bank transfer detail the      *
      *    group it was paid in.                                       *
      *  OCTOBER 15 2026 - Takes the suite's run lock for the length   *
      *    of the run, so no pay run numbers cheques while the         *
      *    register and control file are being rewritten.              *
      ******************************************************************
       identification division.
       program-id. DepositReturns.

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

      * The bank's returns - EmpID, the week-ending and amount of
      *    the deposit it bounced, and the bank's reason.
           SELECT RETURNSFILE ASSIGN "DataFiles\BankReturns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Returns-Status.

      * The payment file the returned deposits were sent on - the
      *    weekly BankPayments.dat unless the operator names a
      *    final-pay or off-cycle bank file instead.
           SELECT BANKPAYFILE ASSIGN TO DYNAMIC WS-BankPay-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-BankPay-Status.

      * One line per return already replaced - loaded first so a
      *    returns file run twice never cuts a second cheque.
           SELECT APPLIEDFILE ASSIGN
           "DataFiles\Assignment#6_ReturnsApplied.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Applied-Status.

      * The cheque register and control file the pay runs number
      *    cheques from, and this run's printed replacement cheques.
           SELECT CHQREGFILE ASSIGN
           "DataFiles\Assignment#6_ChequeRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ChqReg-Status.

           SELECT CHQCTLFILE ASSIGN
           "DataFiles\Assignment#6_ChequeControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ChqCtl-Status.

           SELECT CHEQUEFILE ASSIGN "DataFiles\ReturnCheques.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Cheque-Status.

           SELECT RETRPTFILE ASSIGN "DataFiles\DepositReturns.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RetRpt-Status.

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

       FD RETURNSFILE.
       01 ReturnRec.
           03  Ret-EmpID           PIC 9(9).
           03  Ret-WeekEnding      PIC 9(8).
           03  Ret-Amount          PIC 9(7)V99.
           03  Ret-Reason          PIC X(30).

      * Same layout Assignment06 writes - D = funding record,
      *    P = paper payment, N = zero-dollar prenote, T = batch total.
       FD BANKPAYFILE.
       01 BankPayRec.
           03  Bnk-Type            PIC X.
           03  Bnk-EmpID           PIC 9(9).
           03  Bnk-Transit         PIC 9(8).
           03  Bnk-Account         PIC 9(12).
           03  Bnk-Amount          PIC 9(7)V99.
           03  Bnk-WeekEnding      PIC 9(8).
      * The pay group the payment was made in - a space on a line
      *    cut before pay groups was a weekly one.
           03  Bnk-Pay-Group       PIC X.

       FD APPLIEDFILE.
       01 AppliedRec.
           03  App-EmpID           PIC 9(9).
           03  App-WeekEnding      PIC 9(8).
           03  App-Amount          PIC 9(7)V99.
           03  App-Cheque          PIC 9(8).
           03  App-Date            PIC 9(8).

      * Same layout Assignment06 writes - I = issued, C = cashed,
      *    V = voided, S = stale-dated.
       FD CHQREGFILE.
       01 ChqRegRec.
           03  ChqReg-Number       PIC 9(8).
           03  ChqReg-Entry        PIC X.
           03  ChqReg-EmpID        PIC 9(9).
           03  ChqReg-Amount       PIC 9(7)V99.
           03  ChqReg-Issue-Date   PIC 9(8).
           03  ChqReg-Entry-Date   PIC 9(8).
           03  ChqReg-Source       PIC X.
           03  ChqReg-Payee        PIC X(30).

       FD CHQCTLFILE.
       01 ChqCtlRec.
           03  ChqCtl-Next         PIC 9(8).
           03  FILLER              PIC X(22).

       FD CHEQUEFILE.
       01 ChequeRec                PIC X(100).

       FD RETRPTFILE.
       01 RetRptRec                PIC X(100).

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
           03 WS-LC-Program        PIC X(20) value "DepositReturns".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Returns-Status    PIC XX value "00".
       01 ws-BankPay-Status    PIC XX value "00".
       01 ws-Applied-Status    PIC XX value "00".
       01 ws-ChqReg-Status     PIC XX value "00".
       01 ws-ChqCtl-Status     PIC XX value "00".
       01 ws-Cheque-Status     PIC XX value "00".
       01 ws-RetRpt-Status     PIC XX value "00".

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
       01 WS-BankPay-Name      PIC X(60) value
           "DataFiles\BankPayments.dat".
       01 WS-BankPay-Entry     PIC X(60) value SPACES.
       01 WS-Returns-EOF-Flag  PIC 9 value 0.
           88 RETURNS-EOF      value 1.
       01 WS-Bank-EOF-Flag     PIC 9 value 0.
           88 BANK-EOF         value 1.
       01 WS-Applied-EOF-Flag  PIC 9 value 0.
           88 APPLIED-EOF      value 1.
       01 WS-ChqReg-EOF-Flag   PIC 9 value 0.
           88 CHQREG-EOF       value 1.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Files-Flag        PIC X value "Y".
           88 FILES-OPEN       value "Y".

      * The funding records on the bank file, and whether a return
      *    has already been matched to each one this run.
       01 WS-Max-Sent          PIC 9(5) value 10000.
       01 WS-Sent-Count        PIC 9(5) value 0.
       01 WS-Sent-Table.
           03  WS-Sent-Entry OCCURS 10000 TIMES.
               05  WS-Sent-EmpID       PIC 9(9).
               05  WS-Sent-WeekEnding  PIC 9(8).
               05  WS-Sent-Amount      PIC 9(7)V99.
               05  WS-Sent-Transit     PIC 9(8).
               05  WS-Sent-Account     PIC 9(12).
               05  WS-Sent-Matched     PIC X.
       01 WS-Sent-Sub          PIC 9(5) value 0.
       01 WS-Match-Sub         PIC 9(5) value 0.

      * Returns already replaced on an earlier run.
       01 WS-Max-Applied       PIC 9(5) value 10000.
       01 WS-Applied-Count     PIC 9(5) value 0.
       01 WS-Applied-Table.
           03  WS-Applied-Entry OCCURS 10000 TIMES.
               05  WS-App-EmpID        PIC 9(9).
               05  WS-App-WeekEnding   PIC 9(8).
               05  WS-App-Amount       PIC 9(7)V99.
       01 WS-Applied-Sub       PIC 9(5) value 0.
       01 WS-Applied-Flag      PIC X value "N".
           88 ALREADY-REPLACED value "Y".

      * Returns that went to the exception section - held until the
      *    matched section is finished.
       01 WS-Max-Except        PIC 9(4) value 1000.
       01 WS-Except-Count      PIC 9(4) value 0.
       01 WS-Except-Table.
           03  WS-Except-Entry OCCURS 1000 TIMES.
               05  WS-Exc-EmpID        PIC 9(9).
               05  WS-Exc-WeekEnding   PIC 9(8).
               05  WS-Exc-Amount       PIC 9(7)V99.
               05  WS-Exc-Reason       PIC X(20).
               05  WS-Exc-Remark       PIC X(26).
       01 WS-Except-Sub        PIC 9(4) value 0.

      * Run counts and dollars.
       01 WS-Returned-Count    PIC 9(5) value 0.
       01 WS-Returned-Total    PIC 9(9)V99 value 0.
       01 WS-Flagged-Count     PIC 9(5) value 0.
       01 WS-Prenote-Count     PIC 9(5) value 0.
       01 WS-Except-Total      PIC 9(9)V99 value 0.
       01 WS-Remark            PIC X(26) value SPACES.

      * Cheque numbering - the control file's number is the floor,
      *    pushed past anything already on the register.
       01 WS-Chq-First-Number  PIC 9(8) value 100001.
       01 WS-Chq-Next          PIC 9(8) value 0.
       01 WS-Chq-Number        PIC 9(8) value 0.
       01 WS-Chq-Count         PIC 9(4) value 0.
       01 WS-Chq-Total         PIC 9(9)V99 value 0.
       01 WS-Chq-Amt-Edited    PIC $$,$$$,$$9.99.
       01 WS-Chq-Tot-Edited    PIC $$$$,$$$,$$9.99.
       01 WS-Chq-Payee         PIC X(30) value spaces.
       01 WS-Chq-Ptr           PIC 99 value 0.
       01 WS-Chq-Line.
           03  FILLER              PIC X(11) VALUE "CHEQUE NO. ".
           03  CL-Number           PIC 9(8).
           03  FILLER              PIC X(33) VALUE SPACES.
           03  FILLER              PIC X(6) VALUE "DATE: ".
           03  CL-Date             PIC X(10).

      * The amount in words - dollars by group of three (millions,
      *    thousands, units), then the cents over 100.
       01 WS-Wrd-Text          PIC X(100) value spaces.
       01 WS-Wrd-Ptr           PIC 999 value 0.
       01 WS-Wrd-Amount        PIC 9(7)V99 value 0.
       01 WS-Wrd-Amount-Parts REDEFINES WS-Wrd-Amount.
           03  WS-Wrd-Dollars      PIC 9(7).
           03  WS-Wrd-Cents        PIC 99.
       01 WS-Wrd-Millions      PIC 9 value 0.
       01 WS-Wrd-Thousands     PIC 999 value 0.
       01 WS-Wrd-Units         PIC 999 value 0.
       01 WS-Wrd-Rest          PIC 9(6) value 0.
       01 WS-Wrd-Group         PIC 999 value 0.
       01 WS-Wrd-Hundreds      PIC 9 value 0.
       01 WS-Wrd-Tens-Units    PIC 99 value 0.
       01 WS-Wrd-Tens          PIC 9 value 0.
       01 WS-Wrd-Ones          PIC 9 value 0.
       01 WS-Wrd-Ones-Words.
           03 FILLER PIC X(9) VALUE "ONE".
           03 FILLER PIC X(9) VALUE "TWO".
           03 FILLER PIC X(9) VALUE "THREE".
           03 FILLER PIC X(9) VALUE "FOUR".
           03 FILLER PIC X(9) VALUE "FIVE".
           03 FILLER PIC X(9) VALUE "SIX".
           03 FILLER PIC X(9) VALUE "SEVEN".
           03 FILLER PIC X(9) VALUE "EIGHT".
           03 FILLER PIC X(9) VALUE "NINE".
           03 FILLER PIC X(9) VALUE "TEN".
           03 FILLER PIC X(9) VALUE "ELEVEN".
           03 FILLER PIC X(9) VALUE "TWELVE".
           03 FILLER PIC X(9) VALUE "THIRTEEN".
           03 FILLER PIC X(9) VALUE "FOURTEEN".
           03 FILLER PIC X(9) VALUE "FIFTEEN".
           03 FILLER PIC X(9) VALUE "SIXTEEN".
           03 FILLER PIC X(9) VALUE "SEVENTEEN".
           03 FILLER PIC X(9) VALUE "EIGHTEEN".
           03 FILLER PIC X(9) VALUE "NINETEEN".
       01 WS-Wrd-Ones-Tbl REDEFINES WS-Wrd-Ones-Words.
           03 WS-Wrd-Ones-Word OCCURS 19 TIMES PIC X(9).
       01 WS-Wrd-Tens-Words.
           03 FILLER PIC X(7) VALUE "TWENTY".
           03 FILLER PIC X(7) VALUE "THIRTY".
           03 FILLER PIC X(7) VALUE "FORTY".
           03 FILLER PIC X(7) VALUE "FIFTY".
           03 FILLER PIC X(7) VALUE "SIXTY".
           03 FILLER PIC X(7) VALUE "SEVENTY".
           03 FILLER PIC X(7) VALUE "EIGHTY".
           03 FILLER PIC X(7) VALUE "NINETY".
       01 WS-Wrd-Tens-Tbl REDEFINES WS-Wrd-Tens-Words.
           03 WS-Wrd-Tens-Word OCCURS 8 TIMES PIC X(7).

      * YYYYMMDD to YYYY-MM-DD.
       01 WS-Date-Work         PIC 9(8) value 0.
       01 WS-Date-Parts REDEFINES WS-Date-Work.
           03  WS-Date-Year        PIC 9(4).
           03  WS-Date-Month       PIC 99.
           03  WS-Date-Day         PIC 99.
       01 WS-Date-Disp         PIC X(10) value SPACES.
       01 WS-Total-Edited      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-Detail-Line.
           03  DL-EmpID            PIC 9(9).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-WeekEnding       PIC X(10).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-Amount           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-Cheque           PIC X(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-Reason           PIC X(20).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  DL-Remark           PIC X(26).

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM RUNLOCK-TAKE-PARA.
           PERFORM OPEN-FILES-PARA.
           IF FILES-OPEN
               PERFORM SENT-LOAD-PARA
               PERFORM APPLIED-LOAD-PARA
               PERFORM CHEQUE-OPEN-PARA
               OPEN EXTEND APPLIEDFILE
               IF ws-Applied-Status NOT = "00"
                   OPEN OUTPUT APPLIEDFILE
               END-IF
               OPEN OUTPUT CHEQUEFILE
               OPEN OUTPUT RETRPTFILE
               PERFORM REPORT-HEADER-PARA
               PERFORM RETURN-READ-PARA UNTIL RETURNS-EOF
               PERFORM EXCEPTION-SECTION-PARA
               PERFORM SUMMARY-PARA
               PERFORM CHEQUE-CLOSE-PARA
               CLOSE RETURNSFILE
               CLOSE EMPFILE
               CLOSE APPLIEDFILE
               CLOSE RETRPTFILE
               DISPLAY " "
               DISPLAY WS-Returned-Count, " return(s) replaced by "-
                       "cheque, ", WS-Flagged-Count,
                       " master banking record(s) flagged, ",
                       WS-Except-Count, " exception(s)."
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program works the bank's returned"
           display "deposits - each one is matched to the deposit we"
           display "sent, the employee's banking is flagged so the"
           display "next run pays by paper, and a replacement cheque"
           display "is cut for the returned amount."
           DISPLAY "---------------------------------------------------"
           display " ".

      * The returns, the bank file they're matched against, and the
      *    master (opened for update - that's where the flag goes)
      *    all have to be there.
       OPEN-FILES-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           DISPLAY "Bank file the deposits went out on "-
                   "(blank for BankPayments.dat): " WITH NO ADVANCING
           ACCEPT WS-BankPay-Entry
           IF WS-BankPay-Entry NOT = SPACES
               MOVE SPACES TO WS-BankPay-Name
               STRING "DataFiles\" DELIMITED BY SIZE
                   WS-BankPay-Entry DELIMITED BY SPACE
                   INTO WS-BankPay-Name
           END-IF
           OPEN INPUT RETURNSFILE
           IF ws-Returns-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE BANK RETURNS FILE, "-
                       "STATUS: ", ws-Returns-Status, " ***"
               MOVE "N" TO WS-Files-Flag
           ELSE
               OPEN INPUT BANKPAYFILE
               IF ws-BankPay-Status NOT = "00"
                   DISPLAY "*** COULD NOT OPEN ", WS-BankPay-Name,
                           " STATUS: ", ws-BankPay-Status, " ***"
                   MOVE "N" TO WS-Files-Flag
                   CLOSE RETURNSFILE
               ELSE
                   OPEN I-O EMPFILE
                   IF ws-Emp-Status NOT = "00"
                       DISPLAY "*** COULD NOT OPEN EMPLOYEE MASTER, "-
                               "STATUS: ", ws-Emp-Status, " ***"
                       MOVE "N" TO WS-Files-Flag
                       CLOSE RETURNSFILE
                       CLOSE BANKPAYFILE
                   END-IF
               END-IF
           END-IF.

      * Only the D and N records were ever sent to the bank - the
      *    paper lines and the batch total can't come back.
       SENT-LOAD-PARA.
           PERFORM SENT-READ-PARA UNTIL BANK-EOF
           CLOSE BANKPAYFILE.

       SENT-READ-PARA.
           READ BANKPAYFILE
               AT END
                   SET BANK-EOF TO TRUE
               NOT AT END
                   IF Bnk-Type = "D" OR Bnk-Type = "N"
                       IF WS-Sent-Count < WS-Max-Sent
                           ADD 1 TO WS-Sent-Count
                           MOVE Bnk-EmpID TO
                               WS-Sent-EmpID(WS-Sent-Count)
                           MOVE Bnk-WeekEnding TO
                               WS-Sent-WeekEnding(WS-Sent-Count)
                           MOVE Bnk-Amount TO
                               WS-Sent-Amount(WS-Sent-Count)
                           MOVE Bnk-Transit TO
                               WS-Sent-Transit(WS-Sent-Count)
                           MOVE Bnk-Account TO
                               WS-Sent-Account(WS-Sent-Count)
                           MOVE "N" TO WS-Sent-Matched(WS-Sent-Count)
                       ELSE
                           DISPLAY "BANK FILE TABLE FULL - EMPID ",
                                   Bnk-EmpID, " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.

      * The applied file is optional - no file just means nothing
      *    has been replaced yet.
       APPLIED-LOAD-PARA.
           OPEN INPUT APPLIEDFILE
           IF ws-Applied-Status = "00"
               PERFORM APPLIED-READ-PARA UNTIL APPLIED-EOF
               CLOSE APPLIEDFILE
           END-IF.

       APPLIED-READ-PARA.
           READ APPLIEDFILE
               AT END
                   SET APPLIED-EOF TO TRUE
               NOT AT END
                   IF WS-Applied-Count < WS-Max-Applied
                       ADD 1 TO WS-Applied-Count
                       MOVE App-EmpID TO
                           WS-App-EmpID(WS-Applied-Count)
                       MOVE App-WeekEnding TO
                           WS-App-WeekEnding(WS-Applied-Count)
                       MOVE App-Amount TO
                           WS-App-Amount(WS-Applied-Count)
                   END-IF
           END-READ.

      * Readies the cheque numbering the way the pay runs do - the
      *    control file's number, pushed past the register's highest.
       CHEQUE-OPEN-PARA.
           MOVE WS-Chq-First-Number TO WS-Chq-Next
           OPEN INPUT CHQCTLFILE
           IF ws-ChqCtl-Status = "00"
               READ CHQCTLFILE
                   NOT AT END
                       IF ChqCtl-Next IS NUMERIC AND ChqCtl-Next > 0
                           MOVE ChqCtl-Next TO WS-Chq-Next
                       END-IF
               END-READ
               CLOSE CHQCTLFILE
           END-IF
           OPEN INPUT CHQREGFILE
           IF ws-ChqReg-Status = "00"
               PERFORM CHEQUE-SCAN-PARA UNTIL CHQREG-EOF
               CLOSE CHQREGFILE
           END-IF
           OPEN EXTEND CHQREGFILE
           IF ws-ChqReg-Status NOT = "00"
               OPEN OUTPUT CHQREGFILE
           END-IF.

       CHEQUE-SCAN-PARA.
           READ CHQREGFILE
               AT END
                   SET CHQREG-EOF TO TRUE
               NOT AT END
                   IF ChqReg-Number >= WS-Chq-Next
                       COMPUTE WS-Chq-Next = ChqReg-Number + 1
                   END-IF
           END-READ.

       REPORT-HEADER-PARA.
           MOVE WS-Run-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE SPACES TO RetRptRec
           STRING "DIRECT-DEPOSIT RETURNS - " DELIMITED BY SIZE
               WS-Date-Disp DELIMITED BY SIZE
               "   MATCHED AGAINST " DELIMITED BY SIZE
               WS-BankPay-Name DELIMITED BY SPACE
               INTO RetRptRec
           WRITE RetRptRec
           MOVE SPACES TO RetRptRec
           WRITE RetRptRec
           MOVE "EMPID      WEEK ENDING       AMOUNT  CHEQUE #  "-
                "BANK REASON           REMARK" TO RetRptRec
           WRITE RetRptRec
           MOVE SPACES TO RetRptRec
           WRITE RetRptRec
           MOVE "RETURNED DEPOSITS REPLACED" TO RetRptRec
           WRITE RetRptRec.

       RETURN-READ-PARA.
           READ RETURNSFILE
               AT END
                   SET RETURNS-EOF TO TRUE
               NOT AT END
                   IF Ret-EmpID IS NUMERIC AND
                           Ret-Amount IS NUMERIC
                       PERFORM RETURN-ONE-PARA
                   END-IF
           END-READ.

      * One returned item. A match is the first funding record for
      *    the same EmpID, week and amount not already matched this
      *    run; an item replaced on an earlier run is an exception
      *    too, so it never gets a second cheque.
       RETURN-ONE-PARA.
           MOVE 0 TO WS-Match-Sub
           PERFORM VARYING WS-Sent-Sub FROM 1 BY 1
                   UNTIL WS-Sent-Sub > WS-Sent-Count OR
                         WS-Match-Sub NOT = 0
               IF WS-Sent-EmpID(WS-Sent-Sub) = Ret-EmpID AND
                       WS-Sent-WeekEnding(WS-Sent-Sub) =
                           Ret-WeekEnding AND
                       WS-Sent-Amount(WS-Sent-Sub) = Ret-Amount AND
                       WS-Sent-Matched(WS-Sent-Sub) = "N"
                   MOVE WS-Sent-Sub TO WS-Match-Sub
               END-IF
           END-PERFORM
           MOVE "N" TO WS-Applied-Flag
           PERFORM VARYING WS-Applied-Sub FROM 1 BY 1
                   UNTIL WS-Applied-Sub > WS-Applied-Count OR
                         ALREADY-REPLACED
               IF WS-App-EmpID(WS-Applied-Sub) = Ret-EmpID AND
                       WS-App-WeekEnding(WS-Applied-Sub) =
                           Ret-WeekEnding AND
                       WS-App-Amount(WS-Applied-Sub) = Ret-Amount
                   SET ALREADY-REPLACED TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Match-Sub = 0
                   MOVE "NO MATCHING DEPOSIT SENT" TO WS-Remark
                   PERFORM EXCEPTION-HOLD-PARA
               WHEN ALREADY-REPLACED
                   MOVE "ALREADY REPLACED" TO WS-Remark
                   PERFORM EXCEPTION-HOLD-PARA
               WHEN OTHER
                   MOVE "Y" TO WS-Sent-Matched(WS-Match-Sub)
                   PERFORM RETURN-MATCHED-PARA
           END-EVALUATE.

      * Flags the master banking - only if it's still the banking
      *    the deposit went to; banking HR has already re-keyed is
      *    left alone - then cuts the replacement cheque. A returned
      *    prenote carries no money, so it flags the banking (the
      *    employee stays on paper until it's re-keyed) and nothing
      *    is cut.
       RETURN-MATCHED-PARA.
           MOVE Ret-EmpID TO Emp-ID
           READ EMPFILE KEY IS Emp-ID
               INVALID KEY
                   MOVE "NOT ON MASTER - NOT FLAGGED" TO WS-Remark
                   MOVE SPACES TO EmployeeRecord
                   MOVE Ret-EmpID TO Emp-ID
               NOT INVALID KEY
                   IF Emp-Bank-Transit = WS-Sent-Transit(WS-Match-Sub)
                           AND Emp-Bank-Account =
                               WS-Sent-Account(WS-Match-Sub)
                       MOVE "I" TO Emp-Bank-Status
                       REWRITE EmployeeRecord
                           INVALID KEY
                               MOVE "MASTER REWRITE FAILED" TO
                                   WS-Remark
                           NOT INVALID KEY
                               MOVE "BANKING FLAGGED RETURNED" TO
                                   WS-Remark
                               ADD 1 TO WS-Flagged-Count
                       END-REWRITE
                   ELSE
                       MOVE "BANKING ALREADY RE-KEYED" TO WS-Remark
                   END-IF
           END-READ
           IF Ret-Amount = 0
               MOVE 0 TO WS-Chq-Number
               IF WS-Remark = "BANKING FLAGGED RETURNED"
                   MOVE "PRENOTE RETURNED - FLAGGED" TO WS-Remark
               END-IF
               ADD 1 TO WS-Prenote-Count
           ELSE
               PERFORM CHEQUE-WRITE-PARA
               ADD 1 TO WS-Returned-Count
               ADD Ret-Amount TO WS-Returned-Total
           END-IF
           MOVE SPACES TO AppliedRec
           MOVE Ret-EmpID TO App-EmpID
           MOVE Ret-WeekEnding TO App-WeekEnding
           MOVE Ret-Amount TO App-Amount
           MOVE WS-Chq-Number TO App-Cheque
           MOVE WS-Run-Date TO App-Date
           WRITE AppliedRec
           MOVE Ret-EmpID TO DL-EmpID
           MOVE Ret-WeekEnding TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO DL-WeekEnding
           MOVE Ret-Amount TO DL-Amount
           IF WS-Chq-Number = 0
               MOVE SPACES TO DL-Cheque
           ELSE
               MOVE WS-Chq-Number TO DL-Cheque
           END-IF
           MOVE Ret-Reason TO DL-Reason
           MOVE WS-Remark TO DL-Remark
           MOVE WS-Detail-Line TO RetRptRec
           WRITE RetRptRec.

       EXCEPTION-HOLD-PARA.
           ADD Ret-Amount TO WS-Except-Total
           IF WS-Except-Count < WS-Max-Except
               ADD 1 TO WS-Except-Count
               MOVE Ret-EmpID TO WS-Exc-EmpID(WS-Except-Count)
               MOVE Ret-WeekEnding TO
                   WS-Exc-WeekEnding(WS-Except-Count)
               MOVE Ret-Amount TO WS-Exc-Amount(WS-Except-Count)
               MOVE Ret-Reason TO WS-Exc-Reason(WS-Except-Count)
               MOVE WS-Remark TO WS-Exc-Remark(WS-Except-Count)
           ELSE
               DISPLAY "EXCEPTION TABLE FULL - EMPID ", Ret-EmpID,
                       " NOT LISTED"
           END-IF.

      * The replacement cheque - payee and address off the master
      *    record in hand, the returned amount in figures and words,
      *    and its issued line on the register (source R).
       CHEQUE-WRITE-PARA.
           MOVE WS-Chq-Next TO WS-Chq-Number
           MOVE WS-Chq-Number TO CL-Number
           MOVE WS-Run-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO CL-Date
           ADD 1 TO WS-Chq-Next
           ADD 1 TO WS-Chq-Count
           ADD Ret-Amount TO WS-Chq-Total
           MOVE SPACES TO WS-Chq-Payee
           MOVE 1 TO WS-Chq-Ptr
           IF Emp-Surname = SPACES
               STRING "EMPLOYEE " DELIMITED BY SIZE
                   Ret-EmpID DELIMITED BY SIZE
                   INTO WS-Chq-Payee
                   WITH POINTER WS-Chq-Ptr
               END-STRING
           ELSE
               STRING Emp-GivenName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   Emp-Surname DELIMITED BY SPACE
                   INTO WS-Chq-Payee
                   WITH POINTER WS-Chq-Ptr
               END-STRING
           END-IF
           MOVE Ret-Amount TO WS-Wrd-Amount
           PERFORM AMOUNT-WORDS-PARA
           MOVE Ret-Amount TO WS-Chq-Amt-Edited

           MOVE WS-Chq-Line TO ChequeRec
           WRITE ChequeRec
           MOVE SPACES TO ChequeRec
           WRITE ChequeRec
           MOVE SPACES TO ChequeRec
           STRING "PAY TO THE ORDER OF  " DELIMITED BY SIZE
               WS-Chq-Payee DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Chq-Amt-Edited DELIMITED BY SIZE
               INTO ChequeRec
           WRITE ChequeRec
           MOVE WS-Wrd-Text TO ChequeRec
           WRITE ChequeRec
           MOVE SPACES TO ChequeRec
           WRITE ChequeRec
           IF Emp-Street = SPACES
               MOVE "NO ADDRESS ON THE EMPLOYEE MASTER - HOLD FOR "-
                    "PICKUP" TO ChequeRec
               WRITE ChequeRec
           ELSE
               MOVE Emp-Street TO ChequeRec
               WRITE ChequeRec
               MOVE SPACES TO ChequeRec
               STRING Emp-City DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   Emp-Province DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Emp-Postal DELIMITED BY SIZE
                   INTO ChequeRec
               WRITE ChequeRec
           END-IF
           MOVE Ret-WeekEnding TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE SPACES TO ChequeRec
           STRING "MEMO: EMPID " DELIMITED BY SIZE
               Ret-EmpID DELIMITED BY SIZE
               "  REPLACES RETURNED DEPOSIT OF " DELIMITED BY SIZE
               WS-Date-Disp DELIMITED BY SIZE
               INTO ChequeRec
           WRITE ChequeRec
           MOVE ALL "-" TO ChequeRec
           WRITE ChequeRec

           MOVE SPACES TO ChqRegRec
           MOVE WS-Chq-Number TO ChqReg-Number
           MOVE "I" TO ChqReg-Entry
           MOVE Ret-EmpID TO ChqReg-EmpID
           MOVE Ret-Amount TO ChqReg-Amount
           MOVE WS-Run-Date TO ChqReg-Issue-Date
           MOVE WS-Run-Date TO ChqReg-Entry-Date
           MOVE "R" TO ChqReg-Source
           MOVE WS-Chq-Payee TO ChqReg-Payee
           WRITE ChqRegRec.

      * WS-Wrd-Amount spelled out for the cheque's words line, e.g.
      *    ONE THOUSAND TWO HUNDRED FORTY-FIVE AND 07/100 DOLLARS.
       AMOUNT-WORDS-PARA.
           MOVE SPACES TO WS-Wrd-Text
           MOVE 1 TO WS-Wrd-Ptr
           DIVIDE WS-Wrd-Dollars BY 1000000 GIVING WS-Wrd-Millions
               REMAINDER WS-Wrd-Rest
           DIVIDE WS-Wrd-Rest BY 1000 GIVING WS-Wrd-Thousands
               REMAINDER WS-Wrd-Units
           IF WS-Wrd-Dollars = 0
               STRING "ZERO " DELIMITED BY SIZE
                   INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
           END-IF
           IF WS-Wrd-Millions > 0
               MOVE WS-Wrd-Millions TO WS-Wrd-Group
               PERFORM WORDS-GROUP-PARA
               STRING "MILLION " DELIMITED BY SIZE
                   INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
           END-IF
           IF WS-Wrd-Thousands > 0
               MOVE WS-Wrd-Thousands TO WS-Wrd-Group
               PERFORM WORDS-GROUP-PARA
               STRING "THOUSAND " DELIMITED BY SIZE
                   INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
           END-IF
           IF WS-Wrd-Units > 0
               MOVE WS-Wrd-Units TO WS-Wrd-Group
               PERFORM WORDS-GROUP-PARA
           END-IF
           STRING "AND " DELIMITED BY SIZE
               WS-Wrd-Cents DELIMITED BY SIZE
               "/100 DOLLARS" DELIMITED BY SIZE
               INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr.

      * One group of three digits (1-999) onto the words line.
       WORDS-GROUP-PARA.
           DIVIDE WS-Wrd-Group BY 100 GIVING WS-Wrd-Hundreds
               REMAINDER WS-Wrd-Tens-Units
           IF WS-Wrd-Hundreds > 0
               STRING WS-Wrd-Ones-Word(WS-Wrd-Hundreds)
                       DELIMITED BY SPACE
                   " HUNDRED " DELIMITED BY SIZE
                   INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
           END-IF
           IF WS-Wrd-Tens-Units > 0
               IF WS-Wrd-Tens-Units < 20
                   STRING WS-Wrd-Ones-Word(WS-Wrd-Tens-Units)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
               ELSE
                   DIVIDE WS-Wrd-Tens-Units BY 10 GIVING WS-Wrd-Tens
                       REMAINDER WS-Wrd-Ones
                   IF WS-Wrd-Ones = 0
                       STRING WS-Wrd-Tens-Word(WS-Wrd-Tens - 1)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
                   ELSE
                       STRING WS-Wrd-Tens-Word(WS-Wrd-Tens - 1)
                               DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           WS-Wrd-Ones-Word(WS-Wrd-Ones)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
                   END-IF
               END-IF
           END-IF.

      * Returns that matched nothing sent, or were already replaced.
       EXCEPTION-SECTION-PARA.
           MOVE SPACES TO RetRptRec
           WRITE RetRptRec
           MOVE "RETURNS MATCHING NOTHING SENT - NO CHEQUE CUT"
               TO RetRptRec
           WRITE RetRptRec
           IF WS-Except-Count = 0
               MOVE "  NONE" TO RetRptRec
               WRITE RetRptRec
           END-IF
           PERFORM VARYING WS-Except-Sub FROM 1 BY 1
                   UNTIL WS-Except-Sub > WS-Except-Count
               MOVE WS-Exc-EmpID(WS-Except-Sub) TO DL-EmpID
               MOVE WS-Exc-WeekEnding(WS-Except-Sub) TO WS-Date-Work
               PERFORM DATE-DISP-PARA
               MOVE WS-Date-Disp TO DL-WeekEnding
               MOVE WS-Exc-Amount(WS-Except-Sub) TO DL-Amount
               MOVE SPACES TO DL-Cheque
               MOVE WS-Exc-Reason(WS-Except-Sub) TO DL-Reason
               MOVE WS-Exc-Remark(WS-Except-Sub) TO DL-Remark
               MOVE WS-Detail-Line TO RetRptRec
               WRITE RetRptRec
           END-PERFORM.

       SUMMARY-PARA.
           MOVE SPACES TO RetRptRec
           WRITE RetRptRec
           MOVE WS-Returned-Total TO WS-Total-Edited
           MOVE SPACES TO RetRptRec
           STRING "RETURNS REPLACED  : " DELIMITED BY SIZE
               WS-Returned-Count DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Total-Edited DELIMITED BY SIZE
               INTO RetRptRec
           WRITE RetRptRec
           MOVE SPACES TO RetRptRec
           STRING "PRENOTES RETURNED : " DELIMITED BY SIZE
               WS-Prenote-Count DELIMITED BY SIZE
               INTO RetRptRec
           WRITE RetRptRec
           MOVE SPACES TO RetRptRec
           STRING "BANKING FLAGGED   : " DELIMITED BY SIZE
               WS-Flagged-Count DELIMITED BY SIZE
               INTO RetRptRec
           WRITE RetRptRec
           MOVE WS-Except-Total TO WS-Total-Edited
           MOVE SPACES TO RetRptRec
           STRING "EXCEPTIONS        : " DELIMITED BY SIZE
               WS-Except-Count DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-Total-Edited DELIMITED BY SIZE
               INTO RetRptRec
           WRITE RetRptRec.

      * The cheque file's control line, then the next number back
      *    onto the control file for the next run to pick up.
       CHEQUE-CLOSE-PARA.
           MOVE WS-Chq-Total TO WS-Chq-Tot-Edited
           MOVE SPACES TO ChequeRec
           STRING "CHEQUES PRINTED: " DELIMITED BY SIZE
               WS-Chq-Count DELIMITED BY SIZE
               "   TOTAL: " DELIMITED BY SIZE
               WS-Chq-Tot-Edited DELIMITED BY SIZE
               INTO ChequeRec
           WRITE ChequeRec
           CLOSE CHEQUEFILE
           CLOSE CHQREGFILE
           OPEN OUTPUT CHQCTLFILE
           MOVE SPACES TO ChqCtlRec
           MOVE WS-Chq-Next TO ChqCtl-Next
           WRITE ChqCtlRec
           CLOSE CHQCTLFILE.

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
           MOVE "DepositRtns" TO Lck-Program
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

       end program DepositReturns.
