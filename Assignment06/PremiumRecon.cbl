      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Monthly benefit premium reconciliation.                        *
      * Lines the carrier's premium bill for a month up against the    *
      *    benefit enrollment file and the pay history, so a bill for  *
      *    someone never enrolled or long gone, or a premium taken     *
      *    from pay that doesn't match the plan, is caught the month   *
      *    it happens instead of at year end.                          *
      * Billed against enrolled, per employee and plan - the           *
      *    enrollment in effect for the month (or the first to start   *
      *    in it), employee and employer share together:               *
      *    BILLED NOT ENROLLED, ENROLLED NOT BILLED, PREMIUM DIFFERS,  *
      *    COVERAGE DIFFERS, BILLED AFTER TERMINATION.                 *
      * Deducted against expected, per employee - every pay record     *
      *    dated in the month, the benefit taken against the           *
      *    employee share of each plan in effect on the record's date  *
      *    spread over the record's pay group's periods, held at       *
      *    999.99 the way the weekly run holds it:                     *
      *    DEDUCTION DIFFERS.                                          *
      *    An off-cycle payment takes no premium, so one in the month  *
      *    shows as a period short - check it against the payment.     *
      * The month is the bill's own. Lines for any other month are     *
      *    counted and left for that month's run.                      *
      * Under UNATTENDED=Y on the run control there are no prompts;    *
      *    the return code is 4 when anything was listed.              *
      ******************************************************************
       identification division.
       program-id. PremiumRecon.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The carrier's bill - one line per employee and plan billed.
           SELECT BILLFILE ASSIGN "DataFiles\CarrierPremiumBill.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Bill-Status.

      * Same layout BenefitMaint keeps.
           SELECT ENROLLFILE ASSIGN
           "DataFiles\Assignment#6_BenefitEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Enroll-Status.

      * The pay-history file exactly as the weekly run writes it.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

           SELECT EMPFILE ASSIGN "DataFiles\EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Emp-ID
           ALTERNATE RECORD KEY IS Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-Emp-Status.

           SELECT RECONRPTFILE ASSIGN "DataFiles\PremiumRecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ReconRpt-Status.

           SELECT RUNCONTROLFILE ASSIGN "DataFiles\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD BILLFILE.
       01 BillRec.
           03  Bill-Month          PIC 9(6).
           03  Bill-EmpID          PIC 9(9).
           03  Bill-Plan           PIC X.
           03  Bill-Plan-Code      PIC X(6).
           03  Bill-Coverage       PIC X.
           03  Bill-Premium        PIC 9(5)V99.

       FD ENROLLFILE.
       01 EnrollRec.
           03  Enr-EmpID           PIC 9(9).
           03  Enr-Plan            PIC X.
           03  Enr-Plan-Code       PIC X(6).
           03  Enr-Coverage        PIC X.
           03  Enr-Start           PIC 9(8).
           03  Enr-End             PIC 9(8).
           03  Enr-Emp-Share       PIC 9(4)V99.
           03  Enr-Er-Share        PIC 9(4)V99.

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
           03  PayH-Bonus            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           03  PayH-Taxable-Ben      PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           03  PayH-Garnish          PIC 9(6)V99.
           03  PayH-Savings          PIC 9(6)V99.
           03  PayH-Extra-WH         PIC 9(6)V99.
      * A space on a record posted before pay groups is a weekly one.
           03  PayH-Pay-Group        PIC X.

      * Same record layout EmployeeMaint maintains.
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
               88 EMP-ACTIVE            value "A".
               88 EMP-ON-LEAVE          value "L".
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
           03 Emp-Pay-Group         pic x.

       FD RECONRPTFILE.
       01 ReconRptRec              PIC X(132).

       FD RUNCONTROLFILE.
       01 RunControlRec        PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "PremiumRecon".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Bill-Status       PIC XX value "00".
       01 ws-Enroll-Status     PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-ReconRpt-Status   PIC XX value "00".
       01 ws-RunCtl-Status     PIC XX value "00".
       01 WS-Bill-EOF-Flag     PIC 9 value 0.
           88 BILL-EOF         value 1.
       01 WS-Enroll-EOF-Flag   PIC 9 value 0.
           88 ENROLL-EOF       value 1.
       01 WS-PayHist-EOF-Flag  PIC 9 value 0.
           88 PAYHIST-EOF      value 1.
       01 WS-RunCtl-EOF-Flag   PIC 9 value 0.
           88 RUNCTL-EOF       value 1.
       01 WS-RC-Keyword        PIC X(20) value SPACES.
       01 WS-RC-Value          PIC X(60) value SPACES.
       01 WS-Unattended-Flag   PIC X value "N".
           88 UNATTENDED-RUN   value "Y".
       01 WS-Stop-Flag         PIC X value "N".
           88 RECON-STOPPED    value "Y".
       01 WS-Master-Found-Flag PIC X value "N".
           88 MASTER-FOUND     value "Y".

      * The month being reconciled, and its first and last days as
      *    dates to compare enrollment dates against.
       01 WS-Recon-Month       PIC 9(6) value 0.
       01 WS-Month-First       PIC 9(8) value 0.
       01 WS-Month-Last        PIC 9(8) value 0.

      * The enrollment, each row marked once a bill line finds it.
       01 WS-Max-Rows          PIC 9(4) value 1500.
       01 WS-Enr-Count         PIC 9(4) value 0.
       01 WS-Enr-Dropped       PIC 9(4) value 0.
       01 WS-Enr-Table.
           03 WS-Enr-Row OCCURS 1500 TIMES.
               05 WS-Enr-EmpID     PIC 9(9).
               05 WS-Enr-Plan      PIC X.
               05 WS-Enr-Plan-Code PIC X(6).
               05 WS-Enr-Coverage  PIC X.
               05 WS-Enr-Start     PIC 9(8).
               05 WS-Enr-End       PIC 9(8).
               05 WS-Enr-Emp-Share PIC 9(4)V99.
               05 WS-Enr-Er-Share  PIC 9(4)V99.
               05 WS-Enr-Billed    PIC X.
       01 WS-Enr-Sub           PIC 9(4) value 0.
       01 WS-Enr-Found-Sub     PIC 9(4) value 0.

      * The month's deductions and what they should have been, per
      *    employee.
       01 WS-Max-Deduct        PIC 9(4) value 2000.
       01 WS-Ded-Count         PIC 9(4) value 0.
       01 WS-Ded-Dropped       PIC 9(4) value 0.
       01 WS-Ded-Table.
           03 WS-Ded-Row OCCURS 2000 TIMES.
               05 WS-Ded-EmpID     PIC 9(9).
               05 WS-Ded-Taken     PIC 9(7)V99.
               05 WS-Ded-Expected  PIC 9(7)V99.
               05 WS-Ded-Records   PIC 9(3).
       01 WS-Ded-Sub           PIC 9(4) value 0.
       01 WS-Ded-Found-Sub     PIC 9(4) value 0.
       01 WS-Periods-Per-Year  PIC 99 value 52.
       01 WS-Period-Share      PIC 9(5)V99 value 0.
       01 WS-Period-Expected   PIC 9(5)V99 value 0.

       01 WS-Enrolled-Premium  PIC 9(5)V99 value 0.
       01 WS-Difference        PIC S9(7)V99 value 0.
       01 WS-Reason            PIC X(26) value SPACES.
       01 WS-Bill-Lines        PIC 9(7) value 0.
       01 WS-Other-Month-Lines PIC 9(7) value 0.
       01 WS-Billed-Total      PIC 9(9)V99 value 0.
       01 WS-Enrolled-Total    PIC 9(9)V99 value 0.
       01 WS-Taken-Total       PIC 9(9)V99 value 0.
       01 WS-Expected-Total    PIC 9(9)V99 value 0.
       01 WS-Listed-Count      PIC 9(7) value 0.

       01 WS-Recon-Title.
           03 FILLER PIC X(40) value
               "BENEFIT PREMIUM RECONCILIATION - MONTH ".
           03 RT-Month             PIC 9999/99.
       01 WS-Recon-Heading.
           03 FILLER PIC X(11) value "EMPID".
           03 FILLER PIC X(32) value "NAME".
           03 FILLER PIC X(3)  value "PLN".
           03 FILLER PIC X(15) value "      BILLED/".
           03 FILLER PIC X(30) value "    ENROLLED/".
           03 FILLER PIC X(6)  value "REASON".
       01 WS-Recon-Heading2.
           03 FILLER PIC X(46) value SPACES.
           03 FILLER PIC X(15) value "     DEDUCTED".
           03 FILLER PIC X(15) value "     EXPECTED".
           03 FILLER PIC X(14) value "    DIFFERENCE".
       01 WS-Recon-Line.
           03 RL-EmpID             PIC 9(9).
           03 FILLER               PIC X(2) value SPACES.
           03 RL-Name              PIC X(30).
           03 FILLER               PIC X(2) value SPACES.
           03 RL-Plan              PIC X.
           03 FILLER               PIC X(2) value SPACES.
           03 RL-First             PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC X(2) value SPACES.
           03 RL-Second            PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC X(2) value SPACES.
           03 RL-Difference        PIC ZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X(1) value SPACES.
           03 RL-Reason            PIC X(26).
       01 WS-Amount-Edited     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Count-Edited      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM RUNCONTROL-PARA.
           IF NOT UNATTENDED-RUN
               PERFORM INSTRUCT-PARA
           END-IF
           PERFORM OPEN-PARA
           IF NOT RECON-STOPPED
               PERFORM ENROLL-LOAD-PARA
           END-IF
           IF NOT RECON-STOPPED
               PERFORM RECON-PARA
           END-IF
           PERFORM CLOSE-PARA
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program reconciles the benefit"
           display "carrier's monthly premium bill against the benefit"
           display "enrollments, and the premiums taken from pay that"
           display "month against what the plans call for."
           display " "
           display "Differences are listed on the report"
           display "DataFiles\PremiumRecon.rpt."
           DISPLAY "---------------------------------------------------"
           display " ".

      * UNATTENDED= off the shared run-control file; the rest
      *    belongs to the other programs.
       RUNCONTROL-PARA.
           OPEN INPUT RUNCONTROLFILE
           IF ws-RunCtl-Status = "00"
               PERFORM RUNCONTROL-READ-PARA UNTIL RUNCTL-EOF
               CLOSE RUNCONTROLFILE
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
                       IF WS-RC-Keyword = "UNATTENDED" AND
                               (WS-RC-Value(1:1) = "Y" OR
                                WS-RC-Value(1:1) = "y")
                           MOVE "Y" TO WS-Unattended-Flag
                       END-IF
                   END-IF
           END-READ.

      * Every input is needed - a reconciliation against a missing
      *    file would list everything as a difference. The month is
      *    taken off the bill's first line.
       OPEN-PARA.
           OPEN INPUT BILLFILE
           IF ws-Bill-Status NOT = "00"
               DISPLAY "*** NO CARRIER PREMIUM BILL, STATUS: ",
                       ws-Bill-Status, " - NOTHING RECONCILED ***"
               MOVE "Y" TO WS-Stop-Flag
           ELSE
               READ BILLFILE
                   AT END
                       SET BILL-EOF TO TRUE
                       DISPLAY "*** THE CARRIER PREMIUM BILL IS "-
                               "EMPTY - NOTHING RECONCILED ***"
                       MOVE "Y" TO WS-Stop-Flag
                   NOT AT END
                       MOVE Bill-Month TO WS-Recon-Month
               END-READ
           END-IF
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status NOT = "00"
               DISPLAY "*** PAY HISTORY UNAVAILABLE, STATUS: ",
                       ws-PayHist-Status, " - NOTHING RECONCILED ***"
               MOVE "Y" TO WS-Stop-Flag
           END-IF
           OPEN INPUT EMPFILE
           IF ws-Emp-Status NOT = "00"
               DISPLAY "*** EMPLOYEE MASTER UNAVAILABLE, STATUS: ",
                       ws-Emp-Status, " - NOTHING RECONCILED ***"
               MOVE "Y" TO WS-Stop-Flag
           END-IF
           IF RECON-STOPPED
               MOVE 12 TO RETURN-CODE
           ELSE
               COMPUTE WS-Month-First = WS-Recon-Month * 100 + 1
               COMPUTE WS-Month-Last = WS-Recon-Month * 100 + 31
           END-IF.

       CLOSE-PARA.
           IF ws-Bill-Status = "00"
               CLOSE BILLFILE
           END-IF
           IF ws-PayHist-Status = "00"
               CLOSE PAYHISTFILE
           END-IF
           IF ws-Emp-Status = "00"
               CLOSE EMPFILE
           END-IF.

       ENROLL-LOAD-PARA.
           OPEN INPUT ENROLLFILE
           IF ws-Enroll-Status = "00"
               PERFORM ENROLL-READ-PARA UNTIL ENROLL-EOF
               CLOSE ENROLLFILE
           ELSE
               DISPLAY "*** NO BENEFIT ENROLLMENT FILE - NOTHING "-
                       "RECONCILED ***"
               MOVE "Y" TO WS-Stop-Flag
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-Enr-Dropped > 0
               DISPLAY "*** ", WS-Enr-Dropped, " ENROLLMENT(S) DID "-
                       "NOT FIT THE TABLE - NOTHING RECONCILED ***"
               MOVE "Y" TO WS-Stop-Flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       ENROLL-READ-PARA.
           READ ENROLLFILE
               AT END
                   SET ENROLL-EOF TO TRUE
               NOT AT END
                   IF WS-Enr-Count < WS-Max-Rows
                       ADD 1 TO WS-Enr-Count
                       MOVE Enr-EmpID TO WS-Enr-EmpID(WS-Enr-Count)
                       MOVE Enr-Plan TO WS-Enr-Plan(WS-Enr-Count)
                       MOVE Enr-Plan-Code TO
                           WS-Enr-Plan-Code(WS-Enr-Count)
                       MOVE Enr-Coverage TO
                           WS-Enr-Coverage(WS-Enr-Count)
                       MOVE Enr-Start TO WS-Enr-Start(WS-Enr-Count)
                       MOVE Enr-End TO WS-Enr-End(WS-Enr-Count)
                       MOVE Enr-Emp-Share TO
                           WS-Enr-Emp-Share(WS-Enr-Count)
                       MOVE Enr-Er-Share TO
                           WS-Enr-Er-Share(WS-Enr-Count)
                       MOVE "N" TO WS-Enr-Billed(WS-Enr-Count)
                   ELSE
                       ADD 1 TO WS-Enr-Dropped
                   END-IF
           END-READ.

      * The bill, then the enrollments it missed, then the pay
      *    deductions.
       RECON-PARA.
           OPEN OUTPUT RECONRPTFILE
           MOVE WS-Recon-Month TO RT-Month
           WRITE ReconRptRec FROM WS-Recon-Title
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           WRITE ReconRptRec FROM WS-Recon-Heading
           WRITE ReconRptRec FROM WS-Recon-Heading2
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           MOVE "PREMIUM BILLED AGAINST ENROLLED" TO ReconRptRec
           WRITE ReconRptRec
           PERFORM BILL-LINE-PARA UNTIL BILL-EOF
           PERFORM NOT-BILLED-PARA
               VARYING WS-Enr-Sub FROM 1 BY 1
               UNTIL WS-Enr-Sub > WS-Enr-Count
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           MOVE "PREMIUM DEDUCTED FROM PAY AGAINST EXPECTED"
               TO ReconRptRec
           WRITE ReconRptRec
           PERFORM DEDUCT-LOAD-PARA
           PERFORM DEDUCT-REPORT-PARA
               VARYING WS-Ded-Sub FROM 1 BY 1
               UNTIL WS-Ded-Sub > WS-Ded-Count
           PERFORM RECON-TOTALS-PARA
           CLOSE RECONRPTFILE.

      * One bill line - already read - against the enrollment, then
      *    the next line read.
       BILL-LINE-PARA.
           IF Bill-Month NOT = WS-Recon-Month
               ADD 1 TO WS-Other-Month-Lines
           ELSE
               ADD 1 TO WS-Bill-Lines
               ADD Bill-Premium TO WS-Billed-Total
               PERFORM BILL-MATCH-PARA
           END-IF
           READ BILLFILE
               AT END
                   SET BILL-EOF TO TRUE
           END-READ.

       BILL-MATCH-PARA.
           PERFORM ENROLL-FIND-PARA
           MOVE SPACES TO WS-Reason
           MOVE 0 TO WS-Enrolled-Premium
           MOVE Bill-EmpID TO Emp-ID
           PERFORM MASTER-READ-PARA
           IF WS-Enr-Found-Sub NOT = 0
               MOVE "Y" TO WS-Enr-Billed(WS-Enr-Found-Sub)
               COMPUTE WS-Enrolled-Premium =
                   WS-Enr-Emp-Share(WS-Enr-Found-Sub) +
                   WS-Enr-Er-Share(WS-Enr-Found-Sub)
               ADD WS-Enrolled-Premium TO WS-Enrolled-Total
           END-IF
           EVALUATE TRUE
               WHEN MASTER-FOUND AND EMP-TERMINATED AND
                       Emp-Term-Date NUMERIC AND Emp-Term-Date > 0
                       AND Emp-Term-Date < WS-Month-First
                   MOVE "BILLED AFTER TERMINATION" TO WS-Reason
               WHEN WS-Enr-Found-Sub = 0
                   MOVE "BILLED NOT ENROLLED" TO WS-Reason
               WHEN Bill-Premium NOT = WS-Enrolled-Premium
                   MOVE "PREMIUM DIFFERS" TO WS-Reason
               WHEN Bill-Coverage NOT =
                       WS-Enr-Coverage(WS-Enr-Found-Sub) OR
                       Bill-Plan-Code NOT =
                       WS-Enr-Plan-Code(WS-Enr-Found-Sub)
                   MOVE "COVERAGE DIFFERS" TO WS-Reason
           END-EVALUATE
           IF WS-Reason NOT = SPACES
               MOVE SPACES TO WS-Recon-Line
               MOVE Bill-EmpID TO RL-EmpID
               MOVE Bill-Plan TO RL-Plan
               MOVE Bill-Premium TO RL-First
               MOVE WS-Enrolled-Premium TO RL-Second
               COMPUTE WS-Difference =
                   Bill-Premium - WS-Enrolled-Premium
               PERFORM RECON-LINE-PARA
           END-IF.

      * The enrollment for the billed employee and plan that covers
      *    the month - the earliest to start, so a mid-month change
      *    is matched on the plan in effect when the month began.
       ENROLL-FIND-PARA.
           MOVE 0 TO WS-Enr-Found-Sub
           PERFORM VARYING WS-Enr-Sub FROM 1 BY 1
                   UNTIL WS-Enr-Sub > WS-Enr-Count
               IF WS-Enr-EmpID(WS-Enr-Sub) = Bill-EmpID AND
                       WS-Enr-Plan(WS-Enr-Sub) = Bill-Plan AND
                       WS-Enr-Start(WS-Enr-Sub) <= WS-Month-Last AND
                       (WS-Enr-End(WS-Enr-Sub) = 0 OR
                       WS-Enr-End(WS-Enr-Sub) >= WS-Month-First)
                   IF WS-Enr-Found-Sub = 0
                       MOVE WS-Enr-Sub TO WS-Enr-Found-Sub
                   ELSE
                       IF WS-Enr-Start(WS-Enr-Sub) <
                               WS-Enr-Start(WS-Enr-Found-Sub)
                           MOVE WS-Enr-Sub TO WS-Enr-Found-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * An enrollment covering the month that no bill line found.
      *    A second row for the same plan in a month with a change
      *    is the one the bill wasn't expected to carry.
       NOT-BILLED-PARA.
           IF WS-Enr-Billed(WS-Enr-Sub) = "N" AND
                   WS-Enr-Start(WS-Enr-Sub) <= WS-Month-Last AND
                   (WS-Enr-End(WS-Enr-Sub) = 0 OR
                   WS-Enr-End(WS-Enr-Sub) >= WS-Month-First)
               MOVE WS-Enr-EmpID(WS-Enr-Sub) TO Bill-EmpID
               MOVE WS-Enr-Plan(WS-Enr-Sub) TO Bill-Plan
               PERFORM ENROLL-FIND-PARA
               IF WS-Enr-Found-Sub = WS-Enr-Sub
                   COMPUTE WS-Enrolled-Premium =
                       WS-Enr-Emp-Share(WS-Enr-Sub) +
                       WS-Enr-Er-Share(WS-Enr-Sub)
                   ADD WS-Enrolled-Premium TO WS-Enrolled-Total
                   MOVE SPACES TO WS-Recon-Line
                   MOVE WS-Enr-EmpID(WS-Enr-Sub) TO RL-EmpID
                   MOVE WS-Enr-Plan(WS-Enr-Sub) TO RL-Plan
                   MOVE 0 TO RL-First
                   MOVE WS-Enrolled-Premium TO RL-Second
                   COMPUTE WS-Difference = 0 - WS-Enrolled-Premium
                   MOVE "ENROLLED NOT BILLED" TO WS-Reason
                   MOVE WS-Enr-EmpID(WS-Enr-Sub) TO Emp-ID
                   PERFORM MASTER-READ-PARA
                   PERFORM RECON-LINE-PARA
               END-IF
           END-IF.

      * Every pay record dated in the month, the benefit taken and
      *    what the enrollment called for on that date.
       DEDUCT-LOAD-PARA.
           MOVE 0 TO PayH-EmpID
           MOVE 0 TO PayH-WeekEnding
           START PAYHISTFILE KEY IS GREATER THAN OR EQUAL TO PayH-Key
               INVALID KEY
                   SET PAYHIST-EOF TO TRUE
           END-START
           PERFORM DEDUCT-READ-PARA UNTIL PAYHIST-EOF
           IF WS-Ded-Dropped > 0
               MOVE SPACES TO ReconRptRec
               STRING "*** " DELIMITED BY SIZE
                   WS-Ded-Dropped DELIMITED BY SIZE
                   " PAY RECORD(S) NOT RECONCILED - EMPLOYEE TABLE "-
                   "FULL ***" DELIMITED BY SIZE
                   INTO ReconRptRec
               WRITE ReconRptRec
               ADD 1 TO WS-Listed-Count
           END-IF.

       DEDUCT-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET PAYHIST-EOF TO TRUE
               NOT AT END
                   IF PayH-WeekEnding(1:6) = WS-Recon-Month
                       PERFORM DEDUCT-ADD-PARA
                   END-IF
           END-READ.

       DEDUCT-ADD-PARA.
           MOVE 0 TO WS-Ded-Found-Sub
           PERFORM VARYING WS-Ded-Sub FROM 1 BY 1
                   UNTIL WS-Ded-Sub > WS-Ded-Count
               IF WS-Ded-EmpID(WS-Ded-Sub) = PayH-EmpID
                   MOVE WS-Ded-Sub TO WS-Ded-Found-Sub
               END-IF
           END-PERFORM
           IF WS-Ded-Found-Sub = 0
               IF WS-Ded-Count < WS-Max-Deduct
                   ADD 1 TO WS-Ded-Count
                   MOVE WS-Ded-Count TO WS-Ded-Found-Sub
                   MOVE PayH-EmpID TO WS-Ded-EmpID(WS-Ded-Found-Sub)
                   MOVE 0 TO WS-Ded-Taken(WS-Ded-Found-Sub)
                   MOVE 0 TO WS-Ded-Expected(WS-Ded-Found-Sub)
                   MOVE 0 TO WS-Ded-Records(WS-Ded-Found-Sub)
               ELSE
                   ADD 1 TO WS-Ded-Dropped
               END-IF
           END-IF
           IF WS-Ded-Found-Sub NOT = 0
               ADD 1 TO WS-Ded-Records(WS-Ded-Found-Sub)
               ADD PayH-Benefit TO WS-Ded-Taken(WS-Ded-Found-Sub)
               PERFORM DEDUCT-EXPECTED-PARA
               ADD WS-Period-Expected TO
                   WS-Ded-Expected(WS-Ded-Found-Sub)
           END-IF.

      * The same figure the weekly run takes - each plan's monthly
      *    employee share over the pay group's periods, held at
      *    999.99 for the period.
       DEDUCT-EXPECTED-PARA.
           EVALUATE PayH-Pay-Group
               WHEN "B"
                   MOVE 26 TO WS-Periods-Per-Year
               WHEN "S"
                   MOVE 24 TO WS-Periods-Per-Year
               WHEN OTHER
                   MOVE 52 TO WS-Periods-Per-Year
           END-EVALUATE
           MOVE 0 TO WS-Period-Expected
           PERFORM VARYING WS-Enr-Sub FROM 1 BY 1
                   UNTIL WS-Enr-Sub > WS-Enr-Count
               IF WS-Enr-EmpID(WS-Enr-Sub) = PayH-EmpID AND
                       WS-Enr-Start(WS-Enr-Sub) <= PayH-WeekEnding
                       AND (WS-Enr-End(WS-Enr-Sub) = 0 OR
                       WS-Enr-End(WS-Enr-Sub) >= PayH-WeekEnding)
                   COMPUTE WS-Period-Share ROUNDED =
                       WS-Enr-Emp-Share(WS-Enr-Sub) * 12
                       / WS-Periods-Per-Year
                   ADD WS-Period-Share TO WS-Period-Expected
               END-IF
           END-PERFORM
           IF WS-Period-Expected > 999.99
               MOVE 999.99 TO WS-Period-Expected
           END-IF.

       DEDUCT-REPORT-PARA.
           ADD WS-Ded-Taken(WS-Ded-Sub) TO WS-Taken-Total
           ADD WS-Ded-Expected(WS-Ded-Sub) TO WS-Expected-Total
           IF WS-Ded-Taken(WS-Ded-Sub) NOT =
                   WS-Ded-Expected(WS-Ded-Sub)
               MOVE SPACES TO WS-Recon-Line
               MOVE WS-Ded-EmpID(WS-Ded-Sub) TO RL-EmpID
               MOVE WS-Ded-Taken(WS-Ded-Sub) TO RL-First
               MOVE WS-Ded-Expected(WS-Ded-Sub) TO RL-Second
               COMPUTE WS-Difference = WS-Ded-Taken(WS-Ded-Sub) -
                   WS-Ded-Expected(WS-Ded-Sub)
               MOVE "DEDUCTION DIFFERS" TO WS-Reason
               MOVE WS-Ded-EmpID(WS-Ded-Sub) TO Emp-ID
               PERFORM MASTER-READ-PARA
               PERFORM RECON-LINE-PARA
           END-IF.

      * Finishes and writes a difference line - the name off the
      *    master record just read.
       RECON-LINE-PARA.
           MOVE SPACES TO RL-Name
           IF MASTER-FOUND
               STRING Emp-Surname DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   Emp-GivenName DELIMITED BY "  "
                   INTO RL-Name
           ELSE
               MOVE "NOT ON THE EMPLOYEE MASTER" TO RL-Name
           END-IF
           MOVE WS-Difference TO RL-Difference
           MOVE WS-Reason TO RL-Reason
           WRITE ReconRptRec FROM WS-Recon-Line
           ADD 1 TO WS-Listed-Count.

       MASTER-READ-PARA.
           MOVE "N" TO WS-Master-Found-Flag
           READ EMPFILE KEY IS Emp-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Master-Found-Flag
           END-READ.

       RECON-TOTALS-PARA.
           MOVE SPACES TO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Bill-Lines TO WS-Count-Edited
           MOVE SPACES TO ReconRptRec
           STRING "BILL LINES FOR THE MONTH  : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           IF WS-Other-Month-Lines > 0
               MOVE WS-Other-Month-Lines TO WS-Count-Edited
               MOVE SPACES TO ReconRptRec
               STRING "BILL LINES, OTHER MONTHS  : " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   "  (NOT RECONCILED)" DELIMITED BY SIZE
                   INTO ReconRptRec
               WRITE ReconRptRec
           END-IF
           MOVE WS-Billed-Total TO WS-Amount-Edited
           MOVE SPACES TO ReconRptRec
           STRING "PREMIUM BILLED            : " DELIMITED BY SIZE
               WS-Amount-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Enrolled-Total TO WS-Amount-Edited
           MOVE SPACES TO ReconRptRec
           STRING "PREMIUM ENROLLED          : " DELIMITED BY SIZE
               WS-Amount-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Taken-Total TO WS-Amount-Edited
           MOVE SPACES TO ReconRptRec
           STRING "DEDUCTED FROM PAY         : " DELIMITED BY SIZE
               WS-Amount-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Expected-Total TO WS-Amount-Edited
           MOVE SPACES TO ReconRptRec
           STRING "EXPECTED FROM PAY         : " DELIMITED BY SIZE
               WS-Amount-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           MOVE WS-Listed-Count TO WS-Count-Edited
           MOVE SPACES TO ReconRptRec
           STRING "DIFFERENCES LISTED        : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO ReconRptRec
           WRITE ReconRptRec
           DISPLAY " "
           DISPLAY "Month reconciled  : ", WS-Recon-Month
           DISPLAY "Bill lines        : ", WS-Bill-Lines
           DISPLAY "Differences listed: ", WS-Listed-Count
           DISPLAY "Report: DataFiles\PremiumRecon.rpt"
           IF WS-Listed-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "PAYHISTORY" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
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
               IF NOT UNATTENDED-RUN
                   DISPLAY " "
                   DISPLAY "Press Enter to exit..."
                   Accept ws-pressKeyToEnd
               END-IF.
               STOP RUN.

       end program PremiumRecon.
