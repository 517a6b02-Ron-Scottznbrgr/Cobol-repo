      *    orphans-and-dangling-references report by file and key -    *
      *    the quarterly cleanup works from a listing instead of       *
      *    folklore.                                                   *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Pay-history layout picks up the weekly      *
      *    hours field, and the Employee Master layout the termination *
      *    reason code.                                                *
      *  OCTOBER 15 2026 - Employee Master layout picks up the banking *
      *    status byte.                                                *
      *  OCTOBER 15 2026 - Employee Master layout picks up the         *
      *    banking prenote date.                                       *
      *  OCTOBER 15 2026 - Pay-history layout picks up the bonus and   *
      *    taxable-benefit fields.                                     *
      *  OCTOBER 15 2026 - Region Master layout picks up Region-       *
      *    Target-Ratio.                                               *
      *  OCTOBER 15 2026 - Pay-history layout picks up the             *
      *    garnishment, savings-plan and extra-withholding split of    *
      *    the elections.                                              *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    weather city.                                               *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group, and the pay-history record the group  *
      *    it was paid in.                                             *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    province.                                                   *
      ******************************************************************
       identification division.
       program-id. IntegrityCheck.
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

       FD STOREMASTER.
       01 StoreRecord.
           03  Store-Manager       PIC X(20).
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
      * The weather city whose temperature history stands for the
      *    store - a name on Assignment05's city list, blank if none.
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

       FD REGIONMASTER.
       01 RegionRecord.
           03  Region-Code         PIC X(10).
           03  Region-Name         PIC X(20).
           03  Region-Manager      PIC X(20).
      * Salary expense as a percent of sales the region's stores are
      *    held to on the labour-to-sales report. Zero = none set.
           03  Region-Target-Ratio PIC 99V9.

       FD PAYHISTFILE.
       01 PayHistRec.
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

       FD RECOGREGFILE.
       01 RecogRegRec.

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "IntegrityCheck".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Store-Status      PIC XX value "00".
       01 ws-Region-Status     PIC XX value "00".

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM MASTERS-OPEN-PARA.
           OPEN OUTPUT INTEGRPTFILE
               END-IF
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "PAYHISTORY" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "RECOGNITION" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "STOREMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "REGIONMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "BUDGETMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "COMMISSION" TO WS-LC-File-ID
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
