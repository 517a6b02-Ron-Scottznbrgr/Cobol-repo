      *    total pay, total sales, weeks paid - purges the weekly      *
      *    detail, and prints a proof report showing the summarized    *
      *    totals equal the purged detail to the penny.                *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Pay-history layout picks up the weekly      *
      *    hours field the salary run now writes.                      *
      *  OCTOBER 15 2026 - Pay-history layout picks up the bonus and   *
      *    taxable-benefit fields.                                     *
      *  OCTOBER 15 2026 - Pay-history layout picks up the             *
      *    garnishment, savings-plan and extra-withholding split of    *
      *    the elections.                                              *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The pay-history record picks up the pay     *
      *    group it was paid in.                                       *
      ******************************************************************
       identification division.
       program-id. PayHistRetention.
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

       FD SUMMARYFILE.
       01 SummaryRec.

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "PayHistRetention".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-Summary-Status    PIC XX value "00".
       01 ws-ProofRpt-Status   PIC XX value "00".

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GET-CUTOFF-PARA.
           PERFORM CONFIRM-PARA.
           MOVE WS-Sales-Edited TO ProofRptRec(46:15)
           WRITE ProofRptRec AFTER ADVANCING 1.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
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
