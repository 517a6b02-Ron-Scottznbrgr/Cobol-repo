      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Year-end tax slip filing off the pay history.                  *
      * EarningsStatements prints a statement per employee, but the    *
      *    government filing was still keyed into the web portal one   *
      *    slip at a time. This run walks the pay history for one      *
      *    year and builds a slip per employee - employment income,    *
      *    tax withheld, and each deduction kind in its own box - then *
      *    writes them with a summary record in the fixed electronic   *
      *    submission layout. The slips' tax and benefit totals have   *
      *    to reconcile to the four closed quarters' remittance        *
      *    archives QuarterEndClose leaves behind; a year with a       *
      *    quarter still open isn't filed at all. Every slip filed     *
      *    goes on the slip register with the filing date. Once the    *
      *    year's original is in, an amended filing sends only the     *
      *    slips whose boxes no longer match what was last filed, plus *
      *    any employee the original missed.                           *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - Builds each slip straight off the employee  *
      *    YTD master instead of walking the pay history.              *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group, and the remittance ledger line the    *
      *    group it was paid in.                                       *
      ******************************************************************
       identification division.
       program-id. TaxSlipFiling.

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

      * The employee YTD master the weekly, adjustment and
      *    off-cycle runs post as they write the pay history - one
      *    record per employee per year, every box already totalled.
           SELECT EMPYTDFILE ASSIGN
           "DataFiles\Assignment#6_EmpYTD.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EYTD-Key
           FILE STATUS IS ws-EmpYTD-Status.

      * The closed quarters' remittance archives by dynamic name -
      *    the same names QuarterEndClose writes them under.
           SELECT REMITFILE ASSIGN TO DYNAMIC WS-Remit-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Remit-Status.

      * One line per slip ever filed - loaded first so an amended
      *    filing knows what the government already has, appended as
      *    each filing goes out.
           SELECT SLIPREGFILE ASSIGN
           "DataFiles\TaxSlipRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SlipReg-Status.

      * The fixed-format submission file - header, one S record per
      *    slip, the summary record - named for the year and the
      *    filing's number within it.
           SELECT SLIPSUBFILE ASSIGN TO DYNAMIC WS-Sub-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SlipSub-Status.

      * The slip listing and the remittance reconciliation.
           SELECT SLIPRPTFILE ASSIGN
           "DataFiles\TaxSlipFiling.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SlipRpt-Status.

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

      * Same record layout the weekly run and QuarterEndClose
      *    agree on. Only the withholding lines (Rem-Type space)
      *    count here - the employer's own contribution lines are not
      *    deducted from anyone's pay.
       FD REMITFILE.
       01 RemitRec.
           03  Rem-Year            PIC 9(4).
           03  Rem-Quarter         PIC 9.
           03  Rem-WeekEnding      PIC 9(8).
           03  Rem-Tax             PIC 9(9)V99.
           03  Rem-Benefit         PIC 9(9)V99.
           03  Rem-Type            PIC X.
      * The pay group the line was withheld in - a space on a line
      *    posted before pay groups was a weekly one.
           03  Rem-Pay-Group       PIC X.

      * Reg-Kind O is an original slip, A an amendment of one. The
      *    boxes are kept so the next amended filing can tell which
      *    slips have changed since.
       FD SLIPREGFILE.
       01 SlipRegRec.
           03  Reg-Year            PIC 9(4).
           03  FILLER              PIC X(2).
           03  Reg-Filing-No       PIC 99.
           03  FILLER              PIC X(2).
           03  Reg-EmpID           PIC 9(9).
           03  FILLER              PIC X(2).
           03  Reg-Kind            PIC X.
           03  FILLER              PIC X(2).
           03  Reg-Filed-Date      PIC 9(8).
           03  FILLER              PIC X(2).
           03  Reg-Boxes.
               05  Reg-Income      PIC 9(9)V99.
               05  Reg-Tax         PIC 9(7)V99.
               05  Reg-Benefit     PIC 9(7)V99.
               05  Reg-Garnish     PIC 9(7)V99.
               05  Reg-Savings     PIC 9(7)V99.
               05  Reg-Extra-WH    PIC 9(7)V99.
               05  Reg-Other       PIC 9(7)V99.

      * Built in the WS-Sub-* layouts below and passed through here.
       FD SLIPSUBFILE.
       01 SlipSubRec               PIC X(200).

       FD SLIPRPTFILE.
       01 SlipRptRec               PIC X(120).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "TaxSlipFiling".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-EmpYTD-Status     PIC XX value "00".
       01 ws-Remit-Status      PIC XX value "00".
       01 ws-SlipReg-Status    PIC XX value "00".
       01 ws-SlipSub-Status    PIC XX value "00".
       01 ws-SlipRpt-Status    PIC XX value "00".
       01 WS-YTD-EOF-Flag      PIC 9 value 0.
           88 YTD-EOF          value 1.
       01 WS-Remit-EOF-Flag    PIC 9 value 0.
           88 REMIT-EOF        value 1.
       01 WS-Reg-EOF-Flag      PIC 9 value 0.
           88 REG-EOF          value 1.
       01 WS-Slip-Year         PIC 9(4) value 0.
       01 WS-Filing-Kind       PIC X value SPACE.
           88 ORIGINAL-FILING  value "O" "o".
           88 AMENDED-FILING   value "A" "a".
       01 WS-Filing-Answer     PIC X(3) value SPACES.
           88 FILING-APPROVED  value "YES" "yes".
       01 WS-Filed-Date        PIC 9(8) value 0.
       01 WS-Filing-No         PIC 99 value 0.
       01 WS-Original-Flag     PIC X value "N".
           88 ORIGINAL-ON-FILE value "Y".
       01 WS-Remit-Name        PIC X(60) value SPACES.
       01 WS-Sub-Name          PIC X(60) value SPACES.
       01 WS-Remit-Quarter     PIC 9 value 0.
       01 WS-Open-Quarters     PIC 9 value 0.
       01 WS-Quarter-Seen      PIC X value "N".

      * What the government already has for the year - the latest
      *    filed boxes per employee, a later register line replacing
      *    an earlier one for the same employee.
       01 WS-Max-Filed         PIC 9(5) value 3000.
       01 WS-Filed-Count       PIC 9(5) value 0.
       01 WS-Filed-Table.
           03  WS-Filed-Entry OCCURS 3000 TIMES.
               05  WS-Fld-EmpID        PIC 9(9).
               05  WS-Fld-Boxes        PIC X(65).
       01 WS-Filed-Sub         PIC 9(5) value 0.
       01 WS-Filed-Find-Sub    PIC 9(5) value 0.

      * The year's slips, one per employee with pay history in the
      *    year, in employee order as the history walks. The boxes
      *    group lines up byte for byte with Reg-Boxes so a filed
      *    slip and a rebuilt one compare as a whole.
       01 WS-Max-Slips         PIC 9(5) value 3000.
       01 WS-Slip-Count        PIC 9(5) value 0.
       01 WS-Slip-Table.
           03  WS-Slip-Entry OCCURS 3000 TIMES.
               05  WS-Slp-EmpID        PIC 9(9).
               05  WS-Slp-Weeks        PIC 99.
               05  WS-Slp-Boxes.
                   07  WS-Slp-Income   PIC 9(9)V99.
                   07  WS-Slp-Tax      PIC 9(7)V99.
                   07  WS-Slp-Benefit  PIC 9(7)V99.
                   07  WS-Slp-Garnish  PIC 9(7)V99.
                   07  WS-Slp-Savings  PIC 9(7)V99.
                   07  WS-Slp-Extra-WH PIC 9(7)V99.
                   07  WS-Slp-Other    PIC 9(7)V99.
      *            O original, A amended, space not in this filing.
               05  WS-Slp-Kind         PIC X.
       01 WS-Slip-Sub          PIC 9(5) value 0.
       01 WS-Slip-Dropped      PIC 9(5) value 0.

      * One employee's year off the YTD master - signed where a
      *    void late in the year can net a box down.
       01 WS-Cur-EmpID         PIC 9(9) value 0.
       01 WS-Emp-Weeks         PIC 99 value 0.
       01 WS-Emp-Income        PIC S9(9)V99 value 0.
       01 WS-Emp-Tax           PIC 9(7)V99 value 0.
       01 WS-Emp-Benefit       PIC 9(7)V99 value 0.
       01 WS-Emp-Garnish       PIC 9(7)V99 value 0.
       01 WS-Emp-Savings       PIC 9(7)V99 value 0.
       01 WS-Emp-Extra-WH      PIC 9(7)V99 value 0.
       01 WS-Emp-Election      PIC 9(7)V99 value 0.
       01 WS-Emp-Other         PIC S9(7)V99 value 0.

      * The reconciliation - every slip's tax and benefit against the
      *    four closed quarters' withholding lines.
       01 WS-Slips-Tax         PIC 9(11)V99 value 0.
       01 WS-Slips-Benefit     PIC 9(11)V99 value 0.
       01 WS-Remitted-Tax      PIC 9(11)V99 value 0.
       01 WS-Remitted-Benefit  PIC 9(11)V99 value 0.
       01 WS-Balance-Flag      PIC X value "N".
           88 SLIPS-BALANCE    value "Y".

      * The filing's own counts and box totals - the summary record.
       01 WS-Filed-Slips       PIC 9(6) value 0.
       01 WS-Original-Slips    PIC 9(6) value 0.
       01 WS-Amended-Slips     PIC 9(6) value 0.
       01 WS-Unchanged-Slips   PIC 9(6) value 0.
       01 WS-Tot-Income        PIC 9(11)V99 value 0.
       01 WS-Tot-Tax           PIC 9(9)V99 value 0.
       01 WS-Tot-Benefit       PIC 9(9)V99 value 0.
       01 WS-Tot-Garnish       PIC 9(9)V99 value 0.
       01 WS-Tot-Savings       PIC 9(9)V99 value 0.
       01 WS-Tot-Extra-WH      PIC 9(9)V99 value 0.
       01 WS-Tot-Other         PIC 9(9)V99 value 0.
       01 WS-Amount-Edited     PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-Slip-Line.
           03  SL-EmpID            PIC 9(9).
           03  FILLER              PIC X VALUE SPACE.
           03  SL-Kind             PIC X.
           03  FILLER              PIC X VALUE SPACE.
           03  SL-Name             PIC X(20).
           03  SL-Income           PIC ZZZ,ZZZ,ZZ9.99.
           03  SL-Tax              PIC ZZZZ,ZZ9.99.
           03  SL-Benefit          PIC ZZZZ,ZZ9.99.
           03  SL-Garnish          PIC ZZZZ,ZZ9.99.
           03  SL-Savings          PIC ZZZZ,ZZ9.99.
           03  SL-Extra-WH         PIC ZZZZ,ZZ9.99.
           03  SL-Other            PIC ZZZZ,ZZ9.99.

      * The submission file's record layouts.
       01 WS-Sub-Header.
           03  SubH-Type           PIC X value "H".
           03  SubH-Year           PIC 9(4).
           03  SubH-Kind           PIC X.
           03  SubH-Filing-No      PIC 99.
           03  SubH-Filed-Date     PIC 9(8).
           03  FILLER              PIC X(184) value SPACES.
       01 WS-Sub-Slip.
           03  SubS-Type           PIC X value "S".
           03  SubS-Kind           PIC X.
           03  SubS-Year           PIC 9(4).
           03  SubS-EmpID          PIC 9(9).
           03  SubS-Surname        PIC X(30).
           03  SubS-GivenName      PIC X(30).
           03  SubS-Street         PIC X(30).
           03  SubS-City           PIC X(20).
           03  SubS-Province       PIC X(2).
           03  SubS-Postal         PIC X(6).
           03  SubS-Income         PIC 9(9)V99.
           03  SubS-Tax            PIC 9(7)V99.
           03  SubS-Benefit        PIC 9(7)V99.
           03  SubS-Garnish        PIC 9(7)V99.
           03  SubS-Savings        PIC 9(7)V99.
           03  SubS-Extra-WH       PIC 9(7)V99.
           03  SubS-Other          PIC 9(7)V99.
           03  FILLER              PIC X(2) value SPACES.
       01 WS-Sub-Summary.
           03  SubT-Type           PIC X value "T".
           03  SubT-Year           PIC 9(4).
           03  SubT-Kind           PIC X.
           03  SubT-Count          PIC 9(6).
           03  SubT-Income         PIC 9(11)V99.
           03  SubT-Tax            PIC 9(9)V99.
           03  SubT-Benefit        PIC 9(9)V99.
           03  SubT-Garnish        PIC 9(9)V99.
           03  SubT-Savings        PIC 9(9)V99.
           03  SubT-Extra-WH       PIC 9(9)V99.
           03  SubT-Other          PIC 9(9)V99.
           03  FILLER              PIC X(109) value SPACES.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GET-YEAR-PARA.
           PERFORM GET-KIND-PARA.
           PERFORM REGISTER-LOAD-PARA.
           IF ORIGINAL-FILING AND ORIGINAL-ON-FILE
               DISPLAY "*** THE ", WS-Slip-Year, " SLIPS HAVE "-
                       "ALREADY BEEN FILED - RUN AN AMENDED FILING "-
                       "FOR CORRECTIONS ***"
           ELSE
               IF AMENDED-FILING AND NOT ORIGINAL-ON-FILE
                   DISPLAY "*** NO ORIGINAL FILING ON THE REGISTER "-
                           "FOR ", WS-Slip-Year, " - NOTHING TO "-
                           "AMEND ***"
               ELSE
                   PERFORM QUARTER-CHECK-PARA
                   IF WS-Open-Quarters > 0
                       DISPLAY "*** ", WS-Open-Quarters, " QUARTER(S)"-
                               " OF ", WS-Slip-Year, " NOT YET "-
                               "CLOSED - RUN QUARTEREND CLOSE "-
                               "FIRST ***"
                   ELSE
                       PERFORM SLIPS-PARA
                   END-IF
               END-IF
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program builds the year-end tax"
           display "slips off the pay history and writes the"
           display "electronic filing - originals once a year, then"
           display "amended slips for anything corrected since."
           DISPLAY "---------------------------------------------------"
           display " ".

       GET-YEAR-PARA.
           DISPLAY "Slip year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-Slip-Year
           IF WS-Slip-Year < 2000 OR WS-Slip-Year > 2099
               DISPLAY "Error with provided year. Please try again."
               PERFORM GET-YEAR-PARA
           END-IF.

       GET-KIND-PARA.
           DISPLAY "Original or amended filing (O/A): "
               WITH NO ADVANCING
           ACCEPT WS-Filing-Kind
           IF NOT ORIGINAL-FILING AND NOT AMENDED-FILING
               DISPLAY "Please enter O or A."
               PERFORM GET-KIND-PARA
           END-IF
           IF WS-Filing-Kind = "o"
               MOVE "O" TO WS-Filing-Kind
           END-IF
           IF WS-Filing-Kind = "a"
               MOVE "A" TO WS-Filing-Kind
           END-IF.

      * The register is optional - no file just means nothing has
      *    been filed yet. Only the slip year's lines are kept.
       REGISTER-LOAD-PARA.
           OPEN INPUT SLIPREGFILE
           IF ws-SlipReg-Status = "00"
               PERFORM REGISTER-READ-PARA UNTIL REG-EOF
               CLOSE SLIPREGFILE
           END-IF
           ADD 1 TO WS-Filing-No.

       REGISTER-READ-PARA.
           READ SLIPREGFILE
               AT END
                   SET REG-EOF TO TRUE
               NOT AT END
                   IF Reg-Year = WS-Slip-Year
                       IF Reg-Kind = "O"
                           MOVE "Y" TO WS-Original-Flag
                       END-IF
                       IF Reg-Filing-No > WS-Filing-No
                           MOVE Reg-Filing-No TO WS-Filing-No
                       END-IF
                       PERFORM FILED-FIND-PARA
                       IF WS-Filed-Find-Sub = 0 AND
                               WS-Filed-Count < WS-Max-Filed
                           ADD 1 TO WS-Filed-Count
                           MOVE WS-Filed-Count TO WS-Filed-Find-Sub
                           MOVE Reg-EmpID TO
                               WS-Fld-EmpID(WS-Filed-Find-Sub)
                       END-IF
                       IF WS-Filed-Find-Sub NOT = 0
                           MOVE Reg-Boxes TO
                               WS-Fld-Boxes(WS-Filed-Find-Sub)
                       END-IF
                   END-IF
           END-READ.

       FILED-FIND-PARA.
           MOVE 0 TO WS-Filed-Find-Sub
           PERFORM VARYING WS-Filed-Sub FROM 1 BY 1
                   UNTIL WS-Filed-Sub > WS-Filed-Count
               IF WS-Fld-EmpID(WS-Filed-Sub) = Reg-EmpID
                   MOVE WS-Filed-Sub TO WS-Filed-Find-Sub
               END-IF
           END-PERFORM.

      * The four closed quarters' archives for the year. Slips go
      *    out once a year against remittances already made, so a
      *    quarter whose archive isn't there yet stops the filing.
       QUARTER-CHECK-PARA.
           PERFORM VARYING WS-Remit-Quarter FROM 1 BY 1
                   UNTIL WS-Remit-Quarter > 4
               MOVE SPACES TO WS-Remit-Name
               STRING "DataFiles\Assignment#6_RemitLedger_"
                   DELIMITED BY SIZE
                   WS-Slip-Year DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-Remit-Quarter DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-Remit-Name
               PERFORM REMIT-FILE-PARA
               IF WS-Quarter-Seen = "N"
                   ADD 1 TO WS-Open-Quarters
                   DISPLAY "QUARTER ", WS-Remit-Quarter,
                           " ARCHIVE NOT FOUND"
               END-IF
           END-PERFORM.

       REMIT-FILE-PARA.
           MOVE 0 TO WS-Remit-EOF-Flag
           MOVE "N" TO WS-Quarter-Seen
           OPEN INPUT REMITFILE
           IF ws-Remit-Status = "00"
               MOVE "Y" TO WS-Quarter-Seen
               PERFORM REMIT-READ-PARA UNTIL REMIT-EOF
               CLOSE REMITFILE
           END-IF.

       REMIT-READ-PARA.
           READ REMITFILE
               AT END
                   SET REMIT-EOF TO TRUE
               NOT AT END
                   IF Rem-Year = WS-Slip-Year AND
                           Rem-Type = SPACE
                       ADD Rem-Tax TO WS-Remitted-Tax ROUNDED
                       ADD Rem-Benefit TO WS-Remitted-Benefit
                           ROUNDED
                   END-IF
           END-READ.

      * Builds the slips, shows the reconciliation, and files once
      *    the operator confirms - an out-of-balance year needs the
      *    confirmation just the same, but it's called out first.
       SLIPS-PARA.
           OPEN INPUT EMPYTDFILE
           IF ws-EmpYTD-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE YTD MASTER, "-
                       "STATUS: ", ws-EmpYTD-Status, " ***"
           ELSE
               MOVE 0 TO EYTD-EmpID
               MOVE 0 TO EYTD-Year
               START EMPYTDFILE KEY IS GREATER THAN OR EQUAL TO
                       EYTD-Key
                   INVALID KEY
                       SET YTD-EOF TO TRUE
               END-START
               PERFORM YTD-READ-PARA UNTIL YTD-EOF
               CLOSE EMPYTDFILE
               PERFORM SLIP-COMPARE-PARA
               IF WS-Slips-Tax = WS-Remitted-Tax AND
                       WS-Slips-Benefit = WS-Remitted-Benefit
                   MOVE "Y" TO WS-Balance-Flag
               END-IF
               DISPLAY " "
               DISPLAY WS-Slip-Count, " slip(s) built for ",
                       WS-Slip-Year, ", ", WS-Filed-Slips,
                       " to be filed."
               IF WS-Slip-Dropped > 0
                   DISPLAY "*** ", WS-Slip-Dropped, " EMPLOYEE(S) "-
                           "OVER THE SLIP TABLE - NOT FILED ***"
               END-IF
               IF NOT SLIPS-BALANCE
                   DISPLAY "*** SLIPS DO NOT BALANCE AGAINST THE "-
                           "CLOSED QUARTERS' REMITTANCES ***"
                   MOVE WS-Slips-Tax TO WS-Amount-Edited
                   DISPLAY "    Slips tax    ", WS-Amount-Edited
                   MOVE WS-Remitted-Tax TO WS-Amount-Edited
                   DISPLAY "    Remitted tax ", WS-Amount-Edited
               END-IF
               IF WS-Filed-Slips = 0
                   DISPLAY "Nothing has changed since the last "-
                           "filing - no slips to send."
               ELSE
                   DISPLAY "Type YES to file ", WS-Filed-Slips,
                           " slip(s) under filing ", WS-Filing-No,
                           ": " WITH NO ADVANCING
                   ACCEPT WS-Filing-Answer
                   IF FILING-APPROVED
                       PERFORM FILING-PARA
                   ELSE
                       DISPLAY "Filing cancelled - nothing written."
                   END-IF
               END-IF
           END-IF.

      * The master walks in employee/year order; each of the slip
      *    year's records is one employee's slip.
       YTD-READ-PARA.
           READ EMPYTDFILE NEXT RECORD
               AT END
                   SET YTD-EOF TO TRUE
           END-READ
           IF NOT YTD-EOF
               IF ws-EmpYTD-Status NOT = "00"
                   SET YTD-EOF TO TRUE
               ELSE
                   IF EYTD-Year = WS-Slip-Year AND EYTD-Weeks > 0
                       PERFORM YTD-BOXES-PARA
                       PERFORM SLIP-KEEP-PARA
                   END-IF
               END-IF
           END-IF.

      * The employee's boxes. Income is the gross, the recognition
      *    bonus and the gift's taxable value together. Weeks posted
      *    before the elections were split carry no split - their
      *    elections all land in the other box.
       YTD-BOXES-PARA.
           MOVE EYTD-EmpID TO WS-Cur-EmpID
           MOVE EYTD-Weeks TO WS-Emp-Weeks
           COMPUTE WS-Emp-Income = EYTD-Gross + EYTD-Bonus +
               EYTD-Taxable-Ben
           MOVE EYTD-Tax TO WS-Emp-Tax
           MOVE EYTD-Benefit TO WS-Emp-Benefit
           MOVE EYTD-Other TO WS-Emp-Election
           MOVE EYTD-Garnish TO WS-Emp-Garnish
           MOVE EYTD-Savings TO WS-Emp-Savings
           MOVE EYTD-Extra-WH TO WS-Emp-Extra-WH.

      * The employee's year into the slip table.
       SLIP-KEEP-PARA.
           IF WS-Slip-Count < WS-Max-Slips
               ADD 1 TO WS-Slip-Count
               MOVE WS-Slip-Count TO WS-Slip-Sub
               MOVE WS-Cur-EmpID TO WS-Slp-EmpID(WS-Slip-Sub)
               MOVE WS-Emp-Weeks TO WS-Slp-Weeks(WS-Slip-Sub)
               IF WS-Emp-Income < 0
                   MOVE 0 TO WS-Emp-Income
               END-IF
               MOVE WS-Emp-Income TO WS-Slp-Income(WS-Slip-Sub)
               MOVE WS-Emp-Tax TO WS-Slp-Tax(WS-Slip-Sub)
               MOVE WS-Emp-Benefit TO WS-Slp-Benefit(WS-Slip-Sub)
               MOVE WS-Emp-Garnish TO WS-Slp-Garnish(WS-Slip-Sub)
               MOVE WS-Emp-Savings TO WS-Slp-Savings(WS-Slip-Sub)
               MOVE WS-Emp-Extra-WH TO WS-Slp-Extra-WH(WS-Slip-Sub)
               COMPUTE WS-Emp-Other = WS-Emp-Election -
                   WS-Emp-Garnish - WS-Emp-Savings - WS-Emp-Extra-WH
               IF WS-Emp-Other < 0
                   MOVE 0 TO WS-Emp-Other
               END-IF
               MOVE WS-Emp-Other TO WS-Slp-Other(WS-Slip-Sub)
               MOVE SPACE TO WS-Slp-Kind(WS-Slip-Sub)
               ADD WS-Emp-Tax TO WS-Slips-Tax
               ADD WS-Emp-Benefit TO WS-Slips-Benefit
           ELSE
               ADD 1 TO WS-Slip-Dropped
           END-IF
           MOVE 0 TO WS-Emp-Weeks.

      * Which slips this filing sends. An original sends them all.
      *    An amended filing sends a slip whose boxes differ from the
      *    last ones filed for the employee, and an original slip for
      *    an employee who was never filed at all.
       SLIP-COMPARE-PARA.
           PERFORM VARYING WS-Slip-Sub FROM 1 BY 1
                   UNTIL WS-Slip-Sub > WS-Slip-Count
               IF ORIGINAL-FILING
                   MOVE "O" TO WS-Slp-Kind(WS-Slip-Sub)
               ELSE
                   MOVE WS-Slp-EmpID(WS-Slip-Sub) TO Reg-EmpID
                   PERFORM FILED-FIND-PARA
                   IF WS-Filed-Find-Sub = 0
                       MOVE "O" TO WS-Slp-Kind(WS-Slip-Sub)
                   ELSE
                       IF WS-Fld-Boxes(WS-Filed-Find-Sub) NOT =
                               WS-Slp-Boxes(WS-Slip-Sub)
                           MOVE "A" TO WS-Slp-Kind(WS-Slip-Sub)
                       ELSE
                           ADD 1 TO WS-Unchanged-Slips
                       END-IF
                   END-IF
               END-IF
               IF WS-Slp-Kind(WS-Slip-Sub) NOT = SPACE
                   ADD 1 TO WS-Filed-Slips
               END-IF
           END-PERFORM.

      * Writes the submission file, the register lines and the
      *    report for the confirmed filing.
       FILING-PARA.
           ACCEPT WS-Filed-Date FROM DATE YYYYMMDD
           MOVE SPACES TO WS-Sub-Name
           STRING "DataFiles\TaxSlips_" DELIMITED BY SIZE
               WS-Slip-Year DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-Filing-No DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-Sub-Name
           OPEN INPUT EMPFILE
           IF ws-Emp-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE MASTER, "-
                       "STATUS: ", ws-Emp-Status, " - SLIPS CARRY "-
                       "NO NAME OR ADDRESS ***"
           END-IF
           OPEN EXTEND SLIPREGFILE
           IF ws-SlipReg-Status NOT = "00"
               OPEN OUTPUT SLIPREGFILE
           END-IF
           OPEN OUTPUT SLIPSUBFILE
           OPEN OUTPUT SLIPRPTFILE
           MOVE WS-Slip-Year TO SubH-Year
           MOVE WS-Filing-Kind TO SubH-Kind
           MOVE WS-Filing-No TO SubH-Filing-No
           MOVE WS-Filed-Date TO SubH-Filed-Date
           MOVE WS-Sub-Header TO SlipSubRec
           WRITE SlipSubRec
           PERFORM REPORT-HEADER-PARA
           PERFORM VARYING WS-Slip-Sub FROM 1 BY 1
                   UNTIL WS-Slip-Sub > WS-Slip-Count
               IF WS-Slp-Kind(WS-Slip-Sub) NOT = SPACE
                   PERFORM SLIP-FILE-PARA
               END-IF
           END-PERFORM
           MOVE WS-Slip-Year TO SubT-Year
           MOVE WS-Filing-Kind TO SubT-Kind
           MOVE WS-Filed-Slips TO SubT-Count
           MOVE WS-Tot-Income TO SubT-Income
           MOVE WS-Tot-Tax TO SubT-Tax
           MOVE WS-Tot-Benefit TO SubT-Benefit
           MOVE WS-Tot-Garnish TO SubT-Garnish
           MOVE WS-Tot-Savings TO SubT-Savings
           MOVE WS-Tot-Extra-WH TO SubT-Extra-WH
           MOVE WS-Tot-Other TO SubT-Other
           MOVE WS-Sub-Summary TO SlipSubRec
           WRITE SlipSubRec
           PERFORM REPORT-TOTALS-PARA
           PERFORM RECONCILE-PARA
           IF ws-Emp-Status = "00"
               CLOSE EMPFILE
           END-IF
           CLOSE SLIPREGFILE
           CLOSE SLIPSUBFILE
           CLOSE SLIPRPTFILE
           DISPLAY " "
           DISPLAY WS-Filed-Slips, " slip(s) filed - ",
                   WS-Original-Slips, " original, ",
                   WS-Amended-Slips, " amended."
           DISPLAY "Submission file: ", WS-Sub-Name.

      * One slip - the master's name and address on the submission
      *    record, a line on the report, a line on the register.
       SLIP-FILE-PARA.
           MOVE SPACES TO EmployeeRecord
           IF ws-Emp-Status = "00"
               MOVE WS-Slp-EmpID(WS-Slip-Sub) TO Emp-ID
               READ EMPFILE
                   INVALID KEY
                       MOVE SPACES TO EmployeeRecord
                       MOVE "NOT ON MASTER" TO Emp-Surname
               END-READ
           END-IF
           MOVE WS-Slp-Kind(WS-Slip-Sub) TO SubS-Kind
           MOVE WS-Slip-Year TO SubS-Year
           MOVE WS-Slp-EmpID(WS-Slip-Sub) TO SubS-EmpID
           MOVE Emp-Surname TO SubS-Surname
           MOVE Emp-GivenName TO SubS-GivenName
           MOVE Emp-Street TO SubS-Street
           MOVE Emp-City TO SubS-City
           MOVE Emp-Province TO SubS-Province
           MOVE Emp-Postal TO SubS-Postal
           MOVE WS-Slp-Income(WS-Slip-Sub) TO SubS-Income
           MOVE WS-Slp-Tax(WS-Slip-Sub) TO SubS-Tax
           MOVE WS-Slp-Benefit(WS-Slip-Sub) TO SubS-Benefit
           MOVE WS-Slp-Garnish(WS-Slip-Sub) TO SubS-Garnish
           MOVE WS-Slp-Savings(WS-Slip-Sub) TO SubS-Savings
           MOVE WS-Slp-Extra-WH(WS-Slip-Sub) TO SubS-Extra-WH
           MOVE WS-Slp-Other(WS-Slip-Sub) TO SubS-Other
           MOVE WS-Sub-Slip TO SlipSubRec
           WRITE SlipSubRec
           IF WS-Slp-Kind(WS-Slip-Sub) = "A"
               ADD 1 TO WS-Amended-Slips
           ELSE
               ADD 1 TO WS-Original-Slips
           END-IF
           ADD WS-Slp-Income(WS-Slip-Sub) TO WS-Tot-Income
           ADD WS-Slp-Tax(WS-Slip-Sub) TO WS-Tot-Tax
           ADD WS-Slp-Benefit(WS-Slip-Sub) TO WS-Tot-Benefit
           ADD WS-Slp-Garnish(WS-Slip-Sub) TO WS-Tot-Garnish
           ADD WS-Slp-Savings(WS-Slip-Sub) TO WS-Tot-Savings
           ADD WS-Slp-Extra-WH(WS-Slip-Sub) TO WS-Tot-Extra-WH
           ADD WS-Slp-Other(WS-Slip-Sub) TO WS-Tot-Other
           MOVE WS-Slp-EmpID(WS-Slip-Sub) TO SL-EmpID
           MOVE WS-Slp-Kind(WS-Slip-Sub) TO SL-Kind
           MOVE SPACES TO SL-Name
           IF Emp-GivenName NOT = SPACES
               STRING Emp-Surname DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   Emp-GivenName DELIMITED BY "  "
                   INTO SL-Name
           ELSE
               MOVE Emp-Surname TO SL-Name
           END-IF
           MOVE WS-Slp-Income(WS-Slip-Sub) TO SL-Income
           MOVE WS-Slp-Tax(WS-Slip-Sub) TO SL-Tax
           MOVE WS-Slp-Benefit(WS-Slip-Sub) TO SL-Benefit
           MOVE WS-Slp-Garnish(WS-Slip-Sub) TO SL-Garnish
           MOVE WS-Slp-Savings(WS-Slip-Sub) TO SL-Savings
           MOVE WS-Slp-Extra-WH(WS-Slip-Sub) TO SL-Extra-WH
           MOVE WS-Slp-Other(WS-Slip-Sub) TO SL-Other
           MOVE WS-Slip-Line TO SlipRptRec
           WRITE SlipRptRec AFTER ADVANCING 1
           MOVE SPACES TO SlipRegRec
           MOVE WS-Slip-Year TO Reg-Year
           MOVE WS-Filing-No TO Reg-Filing-No
           MOVE WS-Slp-EmpID(WS-Slip-Sub) TO Reg-EmpID
           MOVE WS-Slp-Kind(WS-Slip-Sub) TO Reg-Kind
           MOVE WS-Filed-Date TO Reg-Filed-Date
           MOVE WS-Slp-Boxes(WS-Slip-Sub) TO Reg-Boxes
           WRITE SlipRegRec.

       REPORT-HEADER-PARA.
           MOVE SPACES TO SlipRptRec
           STRING "Tax slip filing " DELIMITED BY SIZE
               WS-Slip-Year DELIMITED BY SIZE
               "   Filing " DELIMITED BY SIZE
               WS-Filing-No DELIMITED BY SIZE
               "   Filed " DELIMITED BY SIZE
               WS-Filed-Date DELIMITED BY SIZE
               INTO SlipRptRec
           IF ORIGINAL-FILING
               MOVE "ORIGINAL" TO SlipRptRec(60:8)
           ELSE
               MOVE "AMENDED" TO SlipRptRec(60:7)
           END-IF
           WRITE SlipRptRec
           MOVE "EmpID     K Name                        Income"-
                "        Tax    Benefit    Garnish    Savings   "-
                "Extra WH      Other" TO SlipRptRec
           WRITE SlipRptRec AFTER ADVANCING 2.

       REPORT-TOTALS-PARA.
           MOVE SPACES TO SlipRptRec
           MOVE "Slips filed       :" TO SlipRptRec(1:19)
           MOVE WS-Filed-Slips TO SlipRptRec(22:6)
           WRITE SlipRptRec AFTER ADVANCING 2
           MOVE SPACES TO SlipRptRec
           MOVE "  Original        :" TO SlipRptRec(1:19)
           MOVE WS-Original-Slips TO SlipRptRec(22:6)
           WRITE SlipRptRec AFTER ADVANCING 1
           MOVE SPACES TO SlipRptRec
           MOVE "  Amended         :" TO SlipRptRec(1:19)
           MOVE WS-Amended-Slips TO SlipRptRec(22:6)
           WRITE SlipRptRec AFTER ADVANCING 1
           IF AMENDED-FILING
               MOVE SPACES TO SlipRptRec
               MOVE "  Unchanged       :" TO SlipRptRec(1:19)
               MOVE WS-Unchanged-Slips TO SlipRptRec(22:6)
               WRITE SlipRptRec AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO SlipRptRec
           MOVE "Employment Income :" TO SlipRptRec(1:19)
           MOVE WS-Tot-Income TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO SlipRptRec(21:14)
           WRITE SlipRptRec AFTER ADVANCING 1
           MOVE SPACES TO SlipRptRec
           MOVE "Tax Withheld      :" TO SlipRptRec(1:19)
           MOVE WS-Tot-Tax TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO SlipRptRec(21:14)
           WRITE SlipRptRec AFTER ADVANCING 1.

      * The year's slips - every one, filed this time or not -
      *    against the four closed quarters' withholding lines.
       RECONCILE-PARA.
           MOVE "REMITTANCE RECONCILIATION (FOUR CLOSED QUARTERS)"
               TO SlipRptRec
           WRITE SlipRptRec AFTER ADVANCING 2
           MOVE SPACES TO SlipRptRec
           MOVE "Slips Tax         :" TO SlipRptRec(1:19)
           MOVE WS-Slips-Tax TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO SlipRptRec(21:14)
           WRITE SlipRptRec AFTER ADVANCING 1
           MOVE SPACES TO SlipRptRec
           MOVE "Remitted Tax      :" TO SlipRptRec(1:19)
           MOVE WS-Remitted-Tax TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO SlipRptRec(21:14)
           WRITE SlipRptRec AFTER ADVANCING 1
           MOVE SPACES TO SlipRptRec
           MOVE "Slips Benefit     :" TO SlipRptRec(1:19)
           MOVE WS-Slips-Benefit TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO SlipRptRec(21:14)
           WRITE SlipRptRec AFTER ADVANCING 1
           MOVE SPACES TO SlipRptRec
           MOVE "Remitted Benefit  :" TO SlipRptRec(1:19)
           MOVE WS-Remitted-Benefit TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO SlipRptRec(21:14)
           WRITE SlipRptRec AFTER ADVANCING 1
           MOVE SPACES TO SlipRptRec
           IF SLIPS-BALANCE
               MOVE "SLIPS BALANCE AGAINST THE REMITTANCES"
                   TO SlipRptRec
           ELSE
               MOVE "*** SLIPS DO NOT BALANCE AGAINST THE "-
                    "REMITTANCES - FILED ON OPERATOR CONFIRMATION ***"
                    TO SlipRptRec
           END-IF
           WRITE SlipRptRec AFTER ADVANCING 1.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "EMPYTD" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "REMITLEDGER" TO WS-LC-File-ID
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

       end program TaxSlipFiling.
