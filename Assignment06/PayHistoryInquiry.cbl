      *    one employee at a time - each week's store, job code,      *
      *    salary and sales, plus the year-to-date pay - the same     *
      *    kind of screen inquiry Assignment03 gives on the master.   *
      *                                                               *
      *MODIFICATION HISTORY:                                          *
      *  OCTOBER 15 2026 - Pay-history layout picks up the weekly     *
      *    hours field the salary run now writes.                     *
      *  OCTOBER 15 2026 - Pay-history layout picks up the bonus and  *
      *    taxable-benefit fields.                                    *
      *  OCTOBER 15 2026 - Pay-history layout picks up the            *
      *    garnishment, savings-plan and extra-withholding split of   *
      *    the elections.                                             *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - Year totals come off the employee YTD      *
      *    master instead of being summed from the weeks, and every   *
      *    year shows, rolled-up ones included.                       *
      *  OCTOBER 15 2026 - The pay-history record picks up the pay    *
      *    group it was paid in.                                      *
      ******************************************************************
       identification division.
       program-id. PayHistoryInquiry.
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * The employee YTD master the weekly run posts as it writes
      *    the history - the year figures come straight off it.
           SELECT EMPYTDFILE ASSIGN
           "DataFiles\Assignment#6_EmpYTD.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EYTD-Key
           FILE STATUS IS ws-EmpYTD-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHISTFILE.
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

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "PayHistoryInquiry".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-EmpYTD-Status     PIC XX value "00".
       01 WS-EmpYTD-Avail-Flag PIC X value "N".
           88 EMPYTD-AVAILABLE value "Y".
       01 WS-YTD-EOF-Flag      PIC 9 value 0.
           88 YTD-EOF          value 1.
       01 WS-Lookup-ID         PIC 9(9) value 0.
       01 WS-Inquiry-Done-Flag PIC X value "N".
           88 DONE-WITH-INQUIRY value "Y".
       01 WS-Hist-EOF-Flag     PIC 9 value 0.
           88 HIST-EOF         value 1.
       01 WS-Week-Count        PIC 9(4) value 0.
       01 WS-Salary-Edited     PIC Z,ZZZ,ZZ9.99.
       01 WS-Sales-Edited      PIC ZZ,ZZZ,ZZ9.
       01 WS-YTD-Edited        PIC ---,---,--9.99.
       01 WS-YTD-Net-Edited    PIC ---,---,--9.99.
       01 WS-YTD-OT-Edited     PIC ---,---,--9.99.
       01 WS-YTD-Weeks-Edited  PIC --9.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM OPEN-FILE-PARA.
           IF ws-PayHist-Status = "00"
               PERFORM INQUIRE-PARA UNTIL DONE-WITH-INQUIRY
               CLOSE PAYHISTFILE
               IF EMPYTD-AVAILABLE
                   CLOSE EMPYTDFILE
               END-IF
           END-IF.
           PERFORM END-PARA.

           display "week-by-week pay history."
           display " "
           display "Enter an Employee ID to list every week on file"
           display "for them, with each year's totals at the end."
           DISPLAY "---------------------------------------------------"
           display " ".

                       "STATUS: ", ws-PayHist-Status, " ***"
               DISPLAY "Run the weekly salary job at least once "-
                       "first."
           END-IF
           OPEN INPUT EMPYTDFILE
           IF ws-EmpYTD-Status = "00"
               MOVE "Y" TO WS-EmpYTD-Avail-Flag
           ELSE
               DISPLAY "*** EMPLOYEE YTD MASTER NOT AVAILABLE, "-
                       "STATUS: ", ws-EmpYTD-Status, " - WEEKS "-
                       "ONLY ***"
           END-IF.

      * One inquiry - prompts for an Employee ID, positions to that
           END-IF
           IF NOT DONE-WITH-INQUIRY
               MOVE 0 TO WS-Week-Count
               MOVE 0 TO WS-Hist-EOF-Flag
               MOVE WS-Lookup-ID TO PayH-EmpID
               MOVE 0 TO PayH-WeekEnding
               IF WS-Week-Count = 0
                   DISPLAY "No pay history on file for that ID."
               ELSE
                   DISPLAY " "
                   DISPLAY "Weeks on file  : ", WS-Week-Count
               END-IF
               IF EMPYTD-AVAILABLE
                   PERFORM YTD-LIST-PARA
               END-IF
           END-IF.

      * The employee's year totals straight off the YTD master -
      *    every year on it, rolled-up years included, which the
      *    weeks above no longer show.
       YTD-LIST-PARA.
           MOVE 0 TO WS-YTD-EOF-Flag
           MOVE WS-Lookup-ID TO EYTD-EmpID
           MOVE 0 TO EYTD-Year
           START EMPYTDFILE KEY IS GREATER THAN OR EQUAL TO EYTD-Key
               INVALID KEY
                   SET YTD-EOF TO TRUE
           END-START
           IF NOT YTD-EOF
               DISPLAY " "
               DISPLAY "Year  Weeks      Gross Pay       Overtime"-
                       "        Net Pay"
               DISPLAY "----  -----      ---------       --------"-
                       "        -------"
               PERFORM YTD-READ-PARA UNTIL YTD-EOF
           END-IF.

       YTD-READ-PARA.
           READ EMPYTDFILE NEXT RECORD
               AT END
                   SET YTD-EOF TO TRUE
           END-READ
           IF NOT YTD-EOF
               IF ws-EmpYTD-Status NOT = "00" OR
                       EYTD-EmpID NOT = WS-Lookup-ID
                   SET YTD-EOF TO TRUE
               ELSE
                   MOVE EYTD-Weeks TO WS-YTD-Weeks-Edited
                   MOVE EYTD-Gross TO WS-YTD-Edited
                   MOVE EYTD-OT-Pay TO WS-YTD-OT-Edited
                   MOVE EYTD-Net TO WS-YTD-Net-Edited
                   DISPLAY EYTD-Year, "   ", WS-YTD-Weeks-Edited, "  ",
                           WS-YTD-Edited, " ", WS-YTD-OT-Edited, " ",
                           WS-YTD-Net-Edited
               END-IF
           END-IF.

                   SET HIST-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-Week-Count
                   MOVE PayH-WeeklySalary TO WS-Salary-Edited
                   MOVE PayH-SalesAmount TO WS-Sales-Edited
                   DISPLAY PayH-WeekEnding, "      ",
               END-IF
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
