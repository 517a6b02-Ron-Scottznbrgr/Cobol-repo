      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Garnishment order balance report.                              *
      * Every garnishment dollar the weekly and final-pay runs take    *
      *    goes on the election ledger against its order; this report  *
      *    lines each garnishment election up against its ledger rows  *
      *    - the order's original amount, paid to date, what is still  *
      *    owed and the last week anything was taken - with company    *
      *    totals, so the court agencies' balance enquiries come off   *
      *    the system instead of a hand tally.                         *
      * An order with no total on file predates the order fields and   *
      *    is reported as paid to date only.                           *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group.                                       *
      ******************************************************************
       identification division.
       program-id. GarnishmentBalances.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout ElectionMaint keeps.
           SELECT ELECTFILE ASSIGN
           "DataFiles\Assignment#6_DeductElections.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Elect-Status.

      * The posted election ledger the weekly run promotes.
           SELECT ELECTLEDGERFILE ASSIGN
           "DataFiles\Assignment#6_ElectionLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Ledger-Status.

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

           SELECT BALANCERPTFILE ASSIGN
           "DataFiles\GarnishmentBalances.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-BalRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ELECTFILE.
       01 ElectRec.
           03  Ele-EmpID           PIC 9(9).
           03  Ele-Type            PIC X.
           03  Ele-Amount          PIC 9(5)V99.
           03  Ele-Percent         PIC V999.
           03  Ele-Start           PIC 9(8).
           03  Ele-End             PIC 9(8).
           03  Ele-Payee           PIC X(8).
           03  Ele-Order-Ref       PIC X(16).
           03  Ele-Total-Owed      PIC 9(7)V99.

      * Same layout the weekly run writes.
       FD ELECTLEDGERFILE.
       01 ElectLedgerRec.
           03  Eld-EmpID           PIC 9(9).
           03  Eld-Type            PIC X.
           03  Eld-Start           PIC 9(8).
           03  Eld-WeekEnding      PIC 9(8).
           03  Eld-Source          PIC X.
           03  Eld-Amount          PIC 9(7)V99.
           03  Eld-Payee           PIC X(8).
           03  Eld-Order-Ref       PIC X(16).
           03  Eld-Surname         PIC X(14).
           03  Eld-GivenName       PIC X(14).

      * Same record layout Assignment03 maintains - the programs
      *    reading this file have to agree on it byte for byte.
       FD EMPFILE.
       01 EmployeeRecord.
           03 Emp-ID                pic 9(9).
           03 Emp-Name.
               05 Emp-Surname       pic a(30).
               05 Emp-Initials      pic a(2).
               05 Emp-GivenName     pic a(30).
           03 Emp-Date-of-Birth.
               05 Emp-Birth-Year    pic 9(4).
               05 Emp-Birth-Month   pic 9(2).
               05 Emp-Birth-Day     pic 9(2).
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

       FD BALANCERPTFILE.
       01 BalanceRptRec            PIC X(120).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20)
                                   value "GarnishmentBalances".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Elect-Status      PIC XX value "00".
       01 ws-Ledger-Status     PIC XX value "00".
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-BalRpt-Status     PIC XX value "00".
       01 WS-Elect-EOF-Flag    PIC 9 value 0.
           88 ELECT-EOF        value 1.
       01 WS-Ledger-EOF-Flag   PIC 9 value 0.
           88 LEDGER-EOF       value 1.
       01 WS-Master-Avail-Flag PIC X value "N".
           88 MASTER-AVAILABLE value "Y".

      * The garnishment elections, with what the ledger says has
      *    been paid against each.
       01 WS-Max-Orders        PIC 999 value 200.
       01 WS-Order-Count       PIC 999 value 0.
       01 WS-Order-Dropped     PIC 999 value 0.
       01 WS-Order-Table.
           03 WS-Order-Entry OCCURS 200 TIMES.
               05 WS-Ord-EmpID     PIC 9(9) value 0.
               05 WS-Ord-Start     PIC 9(8) value 0.
               05 WS-Ord-End       PIC 9(8) value 0.
               05 WS-Ord-Payee     PIC X(8) value spaces.
               05 WS-Ord-Ref       PIC X(16) value spaces.
               05 WS-Ord-Owed      PIC 9(7)V99 value 0.
               05 WS-Ord-Paid      PIC 9(7)V99 value 0.
               05 WS-Ord-Last-Week PIC 9(8) value 0.
       01 WS-Order-Sub         PIC 999 value 0.

       01 WS-Today             PIC 9(8) value 0.
       01 WS-Remaining         PIC S9(7)V99 value 0.
       01 WS-Total-Owed        PIC 9(9)V99 value 0.
       01 WS-Total-Paid        PIC 9(9)V99 value 0.
       01 WS-Total-Remaining   PIC 9(9)V99 value 0.
       01 WS-Paid-Off-Count    PIC 999 value 0.
       01 WS-Tot-Edited        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Report-Line.
           03  Bal-EmpID           PIC 9(9).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  Bal-Name            PIC X(14).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  Bal-Payee           PIC X(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  Bal-Order-Ref       PIC X(16).
           03  FILLER              PIC X(1) VALUE SPACES.
           03  Bal-Owed            PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(1) VALUE SPACES.
           03  Bal-Paid            PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(1) VALUE SPACES.
           03  Bal-Remaining       PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  Bal-Last-Week       PIC 9(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  Bal-Status          PIC X(12).

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM LOAD-ORDERS-PARA.
           IF WS-Order-Count > 0
               PERFORM LOAD-LEDGER-PARA
               PERFORM REPORT-PARA
               DISPLAY " "
               DISPLAY WS-Order-Count, " garnishment order(s) on "-
                       "the report."
           END-IF.
           PERFORM END-PARA.

      * No elections file, or no garnishments on it, is nothing to
      *    report on.
       LOAD-ORDERS-PARA.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           OPEN INPUT ELECTFILE
           IF ws-Elect-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ELECTIONS FILE, "-
                       "STATUS: ", ws-Elect-Status, " ***"
           ELSE
               PERFORM ELECT-READ-PARA UNTIL ELECT-EOF
               CLOSE ELECTFILE
               IF WS-Order-Count = 0
                   DISPLAY "*** NO GARNISHMENT ORDERS ON FILE ***"
               END-IF
               IF WS-Order-Dropped > 0
                   DISPLAY "*** ", WS-Order-Dropped, " ORDER(S) DID "-
                           "NOT FIT THE TABLE AND ARE NOT REPORTED "-
                           "***"
               END-IF
           END-IF.

       ELECT-READ-PARA.
           READ ELECTFILE
               AT END
                   SET ELECT-EOF TO TRUE
               NOT AT END
                   IF Ele-Type = "G"
                       IF WS-Order-Count < WS-Max-Orders
                           ADD 1 TO WS-Order-Count
                           MOVE Ele-EmpID TO
                               WS-Ord-EmpID(WS-Order-Count)
                           MOVE Ele-Start TO
                               WS-Ord-Start(WS-Order-Count)
                           MOVE Ele-End TO WS-Ord-End(WS-Order-Count)
                           MOVE Ele-Payee TO
                               WS-Ord-Payee(WS-Order-Count)
                           MOVE Ele-Order-Ref TO
                               WS-Ord-Ref(WS-Order-Count)
                           IF Ele-Total-Owed NUMERIC
                               MOVE Ele-Total-Owed TO
                                   WS-Ord-Owed(WS-Order-Count)
                           END-IF
                       ELSE
                           ADD 1 TO WS-Order-Dropped
                       END-IF
                   END-IF
           END-READ.

      * No ledger yet just means nothing has been taken yet.
       LOAD-LEDGER-PARA.
           OPEN INPUT ELECTLEDGERFILE
           IF ws-Ledger-Status = "00"
               PERFORM LEDGER-READ-PARA UNTIL LEDGER-EOF
               CLOSE ELECTLEDGERFILE
           END-IF.

       LEDGER-READ-PARA.
           READ ELECTLEDGERFILE
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   IF Eld-Type = "G"
                       PERFORM VARYING WS-Order-Sub FROM 1 BY 1
                               UNTIL WS-Order-Sub > WS-Order-Count
                           IF WS-Ord-EmpID(WS-Order-Sub) = Eld-EmpID
                                   AND WS-Ord-Start(WS-Order-Sub) =
                                   Eld-Start
                               ADD Eld-Amount TO
                                   WS-Ord-Paid(WS-Order-Sub)
                               IF Eld-WeekEnding >
                                       WS-Ord-Last-Week(WS-Order-Sub)
                                   MOVE Eld-WeekEnding TO
                                       WS-Ord-Last-Week(WS-Order-Sub)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       REPORT-PARA.
           OPEN INPUT EMPFILE
           IF ws-Emp-Status = "00"
               MOVE "Y" TO WS-Master-Avail-Flag
           ELSE
               DISPLAY "*** EMPLOYEE MASTER UNAVAILABLE - THE "-
                       "REPORT CARRIES NUMBERS ONLY ***"
           END-IF
           OPEN OUTPUT BALANCERPTFILE
           MOVE SPACES TO BalanceRptRec
           STRING "Garnishment order balances as of "
                   DELIMITED BY SIZE
               WS-Today DELIMITED BY SIZE
               INTO BalanceRptRec
           WRITE BalanceRptRec
           MOVE "EmpID      Name            Payee     Order Ref       "-
                "     Original         Paid    Remaining  Last Paid"-
                " Status" TO BalanceRptRec
           WRITE BalanceRptRec AFTER ADVANCING 1
           PERFORM BALANCE-LINE-PARA
               VARYING WS-Order-Sub FROM 1 BY 1
               UNTIL WS-Order-Sub > WS-Order-Count
           PERFORM TRAILER-PARA
           CLOSE BALANCERPTFILE
           IF MASTER-AVAILABLE
               CLOSE EMPFILE
           END-IF.

      * Paid in full once the ledger reaches the total; an order
      *    whose end date has passed short of it has stopped
      *    without being satisfied and wants looking at.
       BALANCE-LINE-PARA.
           MOVE WS-Ord-EmpID(WS-Order-Sub) TO Bal-EmpID
           MOVE SPACES TO Bal-Name
           IF MASTER-AVAILABLE
               MOVE WS-Ord-EmpID(WS-Order-Sub) TO Emp-ID
               READ EMPFILE KEY IS Emp-ID
                   INVALID KEY
                       MOVE "(NOT ON MSTR)" TO Bal-Name
                   NOT INVALID KEY
                       MOVE Emp-Surname TO Bal-Name
               END-READ
           END-IF
           MOVE WS-Ord-Payee(WS-Order-Sub) TO Bal-Payee
           MOVE WS-Ord-Ref(WS-Order-Sub) TO Bal-Order-Ref
           MOVE WS-Ord-Owed(WS-Order-Sub) TO Bal-Owed
           MOVE WS-Ord-Paid(WS-Order-Sub) TO Bal-Paid
           MOVE WS-Ord-Last-Week(WS-Order-Sub) TO Bal-Last-Week
           ADD WS-Ord-Owed(WS-Order-Sub) TO WS-Total-Owed
           ADD WS-Ord-Paid(WS-Order-Sub) TO WS-Total-Paid
           IF WS-Ord-Owed(WS-Order-Sub) = 0
               MOVE 0 TO WS-Remaining
               MOVE "NO TOTAL" TO Bal-Status
           ELSE
               COMPUTE WS-Remaining =
                   WS-Ord-Owed(WS-Order-Sub) -
                   WS-Ord-Paid(WS-Order-Sub)
               IF WS-Remaining <= 0
                   MOVE 0 TO WS-Remaining
                   MOVE "PAID IN FULL" TO Bal-Status
                   ADD 1 TO WS-Paid-Off-Count
               ELSE
                   IF WS-Ord-End(WS-Order-Sub) NOT = 0 AND
                           WS-Ord-End(WS-Order-Sub) < WS-Today
                       MOVE "ENDED SHORT" TO Bal-Status
                   ELSE
                       MOVE "ACTIVE" TO Bal-Status
                   END-IF
               END-IF
           END-IF
           MOVE WS-Remaining TO Bal-Remaining
           ADD WS-Remaining TO WS-Total-Remaining
           MOVE WS-Report-Line TO BalanceRptRec
           WRITE BalanceRptRec AFTER ADVANCING 1.

       TRAILER-PARA.
           MOVE "COMPANY TOTALS" TO BalanceRptRec
           WRITE BalanceRptRec AFTER ADVANCING 2
           MOVE SPACES TO BalanceRptRec
           MOVE "Original :" TO BalanceRptRec(1:10)
           MOVE WS-Total-Owed TO WS-Tot-Edited
           MOVE WS-Tot-Edited TO BalanceRptRec(12:14)
           WRITE BalanceRptRec AFTER ADVANCING 1
           MOVE SPACES TO BalanceRptRec
           MOVE "Paid     :" TO BalanceRptRec(1:10)
           MOVE WS-Total-Paid TO WS-Tot-Edited
           MOVE WS-Tot-Edited TO BalanceRptRec(12:14)
           WRITE BalanceRptRec AFTER ADVANCING 1
           MOVE SPACES TO BalanceRptRec
           MOVE "Remaining:" TO BalanceRptRec(1:10)
           MOVE WS-Total-Remaining TO WS-Tot-Edited
           MOVE WS-Tot-Edited TO BalanceRptRec(12:14)
           WRITE BalanceRptRec AFTER ADVANCING 1
           MOVE SPACES TO BalanceRptRec
           STRING "Orders   : " DELIMITED BY SIZE
               WS-Order-Count DELIMITED BY SIZE
               "   Paid in full: " DELIMITED BY SIZE
               WS-Paid-Off-Count DELIMITED BY SIZE
               INTO BalanceRptRec
           WRITE BalanceRptRec AFTER ADVANCING 1.

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

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program GarnishmentBalances.
