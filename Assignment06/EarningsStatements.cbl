      *    the total withheld tax and benefits against the quarterly   *
      *    remittance figures (the live ledger plus the four closed-   *
      *    quarter archives).                                          *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Pay-history layout picks up the weekly      *
      *    hours field the salary run now writes.                      *
      *  OCTOBER 15 2026 - Remittance ledger records now carry a line  *
      *    type; only the withholding lines are totalled.              *
      *  OCTOBER 15 2026 - Recognition bonus and taxable benefit shown *
      *    as their own lines.                                         *
      *  OCTOBER 15 2026 - Pay-history layout picks up the             *
      *    garnishment, savings-plan and extra-withholding split of    *
      *    the elections.                                              *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - Reads each employee's year straight off the *
      *    employee YTD master instead of walking the pay history;     *
      *    overtime shown inside the gross.                            *
      *  OCTOBER 15 2026 - The remittance ledger line picks up the pay *
      *    group.                                                      *
      ******************************************************************
       identification division.
       program-id. EarningsStatements.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The employee YTD master the weekly, adjustment and
      *    off-cycle runs post as they write the pay history - one
      *    record per employee per year, already totalled.
           SELECT EMPYTDFILE ASSIGN
           "DataFiles\Assignment#6_EmpYTD.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EYTD-Key
           FILE STATUS IS ws-EmpYTD-Status.

      * The live remittance ledger, and the closed quarters'
      *    archives by dynamic name - together they hold the year's

       DATA DIVISION.
       FILE SECTION.
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
           03  Rem-WeekEnding      PIC 9(8).
           03  Rem-Tax             PIC 9(9)V99.
           03  Rem-Benefit         PIC 9(9)V99.
           03  Rem-Type            PIC X.
      * The pay group the line was withheld in - a space on a line
      *    posted before pay groups was a weekly one.
           03  Rem-Pay-Group       PIC X.

       FD STMTRPTFILE.
       01 StmtRptRec               PIC X(80).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "EarningsStatements".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-EmpYTD-Status     PIC XX value "00".
       01 ws-Remit-Status      PIC XX value "00".
       01 ws-StmtRpt-Status    PIC XX value "00".
       01 WS-YTD-EOF-Flag      PIC 9 value 0.
           88 YTD-EOF          value 1.
       01 WS-Remit-EOF-Flag    PIC 9 value 0.
           88 REMIT-EOF        value 1.
       01 WS-Statement-Year    PIC 9(4) value 0.
       01 WS-Remit-Name        PIC X(60) value SPACES.
       01 WS-Remit-Quarter     PIC 9 value 0.

      * The year's totals per employee, as the YTD master holds them.
       01 WS-Cur-EmpID         PIC 9(9) value 0.
       01 WS-Emp-Weeks         PIC 999 value 0.
       01 WS-Emp-Gross         PIC 9(9)V99 value 0.
       01 WS-Emp-Benefit       PIC 9(6)V99 value 0.
       01 WS-Emp-Other         PIC 9(7)V99 value 0.
       01 WS-Emp-Net           PIC 9(9)V99 value 0.
       01 WS-Emp-OT-Pay        PIC 9(9)V99 value 0.
      * Recognition bonus paid and the gift's taxable value - signed,
      *    a void late in the year can net an employee's year down.
       01 WS-Emp-Bonus         PIC S9(9)V99 value 0.
       01 WS-Emp-Taxable-Ben   PIC S9(9)V99 value 0.
       01 WS-Statement-Count   PIC 9(5) value 0.

      * The two sides of the remittance balance.
       01 WS-Remitted-Tax      PIC 9(11)V99 value 0.
       01 WS-Remitted-Benefit  PIC 9(11)V99 value 0.
       01 WS-Amount-Edited     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Signed-Edited     PIC ZZZ,ZZZ,ZZ9.99-.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GET-YEAR-PARA.
           PERFORM STATEMENTS-PARA.
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program prints the annual earnings"
           display "statements off the employee YTD master - one per"
           display "employee, deductions itemized, balanced against"
           display "the quarterly remittance figures."
           DISPLAY "---------------------------------------------------"
           END-IF.

       STATEMENTS-PARA.
           OPEN INPUT EMPYTDFILE
           IF ws-EmpYTD-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE YTD MASTER, "-
                       "STATUS: ", ws-EmpYTD-Status, " ***"
           ELSE
               OPEN OUTPUT STMTRPTFILE
               MOVE SPACES TO StmtRptRec
                   WS-Statement-Year DELIMITED BY SIZE
                   INTO StmtRptRec
               WRITE StmtRptRec
               MOVE 0 TO EYTD-EmpID
               MOVE 0 TO EYTD-Year
               START EMPYTDFILE KEY IS GREATER THAN OR EQUAL TO
                       EYTD-Key
                   INVALID KEY
                       SET YTD-EOF TO TRUE
               END-START
               PERFORM YTD-READ-PARA UNTIL YTD-EOF
               CLOSE EMPYTDFILE
               PERFORM REMIT-BALANCE-PARA
               CLOSE STMTRPTFILE
               DISPLAY " "
               DISPLAY WS-Statement-Count, " statement(s) printed."
           END-IF.

      * The master walks in employee/year order; only the statement
      *    year's records make a statement, and an employee who was on
      *    the payroll that year but has no weeks left on it (every
      *    week reversed out) doesn't get one.
       YTD-READ-PARA.
           READ EMPYTDFILE NEXT RECORD
               AT END
                   SET YTD-EOF TO TRUE
           END-READ
           IF NOT YTD-EOF
               IF ws-EmpYTD-Status NOT = "00"
                   SET YTD-EOF TO TRUE
               ELSE
                   IF EYTD-Year = WS-Statement-Year AND
                           EYTD-Weeks > 0
                       MOVE EYTD-EmpID TO WS-Cur-EmpID
                       MOVE EYTD-Weeks TO WS-Emp-Weeks
                       MOVE EYTD-Gross TO WS-Emp-Gross
                       MOVE EYTD-OT-Pay TO WS-Emp-OT-Pay
                       MOVE EYTD-Tax TO WS-Emp-Tax
                       MOVE EYTD-Benefit TO WS-Emp-Benefit
                       MOVE EYTD-Other TO WS-Emp-Other
                       MOVE EYTD-Net TO WS-Emp-Net
                       MOVE EYTD-Bonus TO WS-Emp-Bonus
                       MOVE EYTD-Taxable-Ben TO WS-Emp-Taxable-Ben
                       ADD EYTD-Tax TO WS-Year-Tax
                       ADD EYTD-Benefit TO WS-Year-Benefit
                       PERFORM STATEMENT-SECTION-PARA
                   END-IF
               END-IF
           END-IF.
           MOVE WS-Emp-Gross TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO StmtRptRec(21:14)
           WRITE StmtRptRec AFTER ADVANCING 1
      * The overtime pay is already inside the gross - shown
      *    for the employee's information, not added again.
           IF WS-Emp-OT-Pay NOT = 0
               MOVE SPACES TO StmtRptRec
               MOVE "  incl. Overtime  :" TO StmtRptRec(1:19)
               MOVE WS-Emp-OT-Pay TO WS-Amount-Edited
               MOVE WS-Amount-Edited TO StmtRptRec(21:14)
               WRITE StmtRptRec AFTER ADVANCING 1
           END-IF
      * The bonus came in cash on top of the gross; the gift was
      *    taxed but never paid out, so it's flagged non-cash.
           IF WS-Emp-Bonus NOT = 0
               MOVE SPACES TO StmtRptRec
               MOVE "Recognition Bonus :" TO StmtRptRec(1:19)
               MOVE WS-Emp-Bonus TO WS-Signed-Edited
               MOVE WS-Signed-Edited TO StmtRptRec(21:15)
               WRITE StmtRptRec AFTER ADVANCING 1
           END-IF
           IF WS-Emp-Taxable-Ben NOT = 0
               MOVE SPACES TO StmtRptRec
               MOVE "Taxable Benefit   :" TO StmtRptRec(1:19)
               MOVE WS-Emp-Taxable-Ben TO WS-Signed-Edited
               MOVE WS-Signed-Edited TO StmtRptRec(21:15)
               MOVE "(NON-CASH)" TO StmtRptRec(38:10)
               WRITE StmtRptRec AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO StmtRptRec
           MOVE "Tax Withheld      :" TO StmtRptRec(1:19)
           MOVE WS-Emp-Tax TO WS-Amount-Edited
               AT END
                   SET REMIT-EOF TO TRUE
               NOT AT END
                   IF Rem-Year = WS-Statement-Year AND
                           Rem-Type = SPACE
                       ADD Rem-Tax TO WS-Remitted-Tax ROUNDED
                       ADD Rem-Benefit TO WS-Remitted-Benefit
                           ROUNDED
                   END-IF
           END-READ.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
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
