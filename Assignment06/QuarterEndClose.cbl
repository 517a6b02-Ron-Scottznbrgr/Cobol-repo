      *    the YTD master. The quarter's boundary comes off the pay    *
      *    calendar - its weeks not yet on the ledger are called out   *
      *    before the close is confirmed.                              *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Employer contribution lines in the          *
      *    remittance ledger are tallied and listed separately from    *
      *    withholding.                                                *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The remittance ledger line picks up the pay *
      *    group.                                                      *
      ******************************************************************
       identification division.
       program-id. QuarterEndClose.
       FILE SECTION.
      * Same record layout the weekly run writes - the two programs
      *    have to agree on it byte for byte.
      *    Rem-Type space is a week's withholding line; S, P and W
      *    lines carry the employer's statutory share, pension match
      *    and workers' compensation premium, one amount each.
       FD REMITFILE.
       01 RemitRec.
           03  Rem-Year            PIC 9(4).
           03  Rem-Quarter         PIC 9.
           03  Rem-WeekEnding      PIC 9(8).
           03  Rem-Amounts.
               05  Rem-Tax         PIC 9(9)V99.
               05  Rem-Benefit     PIC 9(9)V99.
           03  Rem-Employer-Amounts REDEFINES Rem-Amounts.
               05  Rem-Er-Amount   PIC 9(9)V99.
               05  FILLER          PIC X(11).
           03  Rem-Type            PIC X.
      * The pay group the line was withheld in - a space on a line
      *    posted before pay groups was a weekly one.
           03  Rem-Pay-Group       PIC X.

       FD ARCHIVEFILE.
       01 ArchiveRec.
           03  Arc-WeekEnding      PIC 9(8).
           03  Arc-Tax             PIC 9(9)V99.
           03  Arc-Benefit         PIC 9(9)V99.
           03  Arc-Type            PIC X.
           03  Arc-Pay-Group       PIC X.

       FD CALFILE.
       01 CalRec.

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "QuarterEndClose".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Remit-Status      PIC XX value "00".
       01 ws-Archive-Status    PIC XX value "00".
       01 ws-RemitRpt-Status   PIC XX value "00".
               05 WS-Row-Week      PIC 9(8) value 0.
               05 WS-Row-Tax       PIC 9(9)V99 value 0.
               05 WS-Row-Benefit   PIC 9(9)V99 value 0.
               05 WS-Row-Type      PIC X value space.
               05 WS-Row-Group     PIC X value space.
       01 WS-Row-Sub           PIC 999 value 0.
       01 ws-Cal-Status        PIC XX value "00".
       01 WS-Cal-EOF-Flag      PIC 9 value 0.
       01 WS-Quarter-Weeks     PIC 999 value 0.
       01 WS-Quarter-Tax       PIC 9(9)V99 value 0.
       01 WS-Quarter-Benefit   PIC 9(9)V99 value 0.
       01 WS-Quarter-Er-Stat   PIC 9(9)V99 value 0.
       01 WS-Quarter-Er-Pension PIC 9(9)V99 value 0.
       01 WS-Quarter-Er-WCB    PIC 9(9)V99 value 0.
       01 WS-Amount-Edited     PIC ZZZ,ZZZ,ZZ9.99.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM LEDGER-LOAD-PARA.
           IF WS-Row-Count = 0 OR WS-Dropped-Count > 0
           display " "
           display "It prints the quarter's remittance report - the"
           display "withheld tax and benefit totals per posted week"
           display "and for the quarter, and the employer's own"
           display "contributions - archives the quarter's"
           display "ledger records, and zeroes them for the next."
           DISPLAY "---------------------------------------------------"
           display " ".
                       MOVE Rem-Tax TO WS-Row-Tax(WS-Row-Count)
                       MOVE Rem-Benefit TO
                           WS-Row-Benefit(WS-Row-Count)
                       MOVE Rem-Type TO WS-Row-Type(WS-Row-Count)
                       MOVE Rem-Pay-Group TO
                           WS-Row-Group(WS-Row-Count)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           MOVE 0 TO WS-Quarter-Weeks
           MOVE 0 TO WS-Quarter-Tax
           MOVE 0 TO WS-Quarter-Benefit
           MOVE 0 TO WS-Quarter-Er-Stat
           MOVE 0 TO WS-Quarter-Er-Pension
           MOVE 0 TO WS-Quarter-Er-WCB
           PERFORM QUARTER-TALLY-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count.

      * The employer lines carry their one amount where the
      *    withholding line carries its tax.
       QUARTER-TALLY-ROW-PARA.
           IF WS-Row-Year(WS-Row-Sub) = WS-Close-Year AND
                   WS-Row-Quarter(WS-Row-Sub) = WS-Close-Quarter
               EVALUATE WS-Row-Type(WS-Row-Sub)
                   WHEN "S"
                       ADD WS-Row-Tax(WS-Row-Sub) TO
                           WS-Quarter-Er-Stat
                   WHEN "P"
                       ADD WS-Row-Tax(WS-Row-Sub) TO
                           WS-Quarter-Er-Pension
                   WHEN "W"
                       ADD WS-Row-Tax(WS-Row-Sub) TO
                           WS-Quarter-Er-WCB
                   WHEN OTHER
                       ADD 1 TO WS-Quarter-Weeks
                       ADD WS-Row-Tax(WS-Row-Sub) TO WS-Quarter-Tax
                           ROUNDED
                       ADD WS-Row-Benefit(WS-Row-Sub) TO
                           WS-Quarter-Benefit ROUNDED
               END-EVALUATE
           END-IF.

      * The quarter's boundary comes off the pay calendar - any of
           MOVE "Weeks Posted :" TO RemitRptRec(1:14)
           MOVE WS-Quarter-Weeks TO RemitRptRec(16:3)
           WRITE RemitRptRec AFTER ADVANCING 1

      * The employer's own contributions for the quarter, week by
      *    week, and what each kind comes to.
           MOVE "EMPLOYER CONTRIBUTIONS" TO RemitRptRec
           WRITE RemitRptRec AFTER ADVANCING 2
           MOVE "Week Ending   Contribution              Amount" TO
               RemitRptRec
           WRITE RemitRptRec AFTER ADVANCING 1
           PERFORM EMPLOYER-REPORT-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           MOVE SPACES TO RemitRptRec
           MOVE "Statutory    :" TO RemitRptRec(1:14)
           MOVE WS-Quarter-Er-Stat TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO RemitRptRec(16:14)
           WRITE RemitRptRec AFTER ADVANCING 2
           MOVE SPACES TO RemitRptRec
           MOVE "Pension Match:" TO RemitRptRec(1:14)
           MOVE WS-Quarter-Er-Pension TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO RemitRptRec(16:14)
           WRITE RemitRptRec AFTER ADVANCING 1
           MOVE SPACES TO RemitRptRec
           MOVE "Workers Comp :" TO RemitRptRec(1:14)
           MOVE WS-Quarter-Er-WCB TO WS-Amount-Edited
           MOVE WS-Amount-Edited TO RemitRptRec(16:14)
           WRITE RemitRptRec AFTER ADVANCING 1
           CLOSE REMITRPTFILE.

       REMIT-REPORT-ROW-PARA.
           IF WS-Row-Year(WS-Row-Sub) = WS-Close-Year AND
                   WS-Row-Quarter(WS-Row-Sub) = WS-Close-Quarter AND
                   WS-Row-Type(WS-Row-Sub) = SPACE
               MOVE SPACES TO RemitRptRec
               MOVE WS-Row-Week(WS-Row-Sub) TO RemitRptRec(1:8)
               PERFORM REPORT-GROUP-PARA
               MOVE WS-Row-Tax(WS-Row-Sub) TO WS-Amount-Edited
               MOVE WS-Amount-Edited TO RemitRptRec(14:14)
               MOVE WS-Row-Benefit(WS-Row-Sub) TO WS-Amount-Edited
               WRITE RemitRptRec AFTER ADVANCING 1
           END-IF.

       EMPLOYER-REPORT-ROW-PARA.
           IF WS-Row-Year(WS-Row-Sub) = WS-Close-Year AND
                   WS-Row-Quarter(WS-Row-Sub) = WS-Close-Quarter AND
                   WS-Row-Type(WS-Row-Sub) NOT = SPACE
               MOVE SPACES TO RemitRptRec
               MOVE WS-Row-Week(WS-Row-Sub) TO RemitRptRec(1:8)
               PERFORM REPORT-GROUP-PARA
               EVALUATE WS-Row-Type(WS-Row-Sub)
                   WHEN "S"
                       MOVE "STATUTORY SHARE" TO RemitRptRec(14:20)
                   WHEN "P"
                       MOVE "PENSION MATCH" TO RemitRptRec(14:20)
                   WHEN "W"
                       MOVE "WORKERS COMP" TO RemitRptRec(14:20)
                   WHEN OTHER
                       MOVE WS-Row-Type(WS-Row-Sub) TO
                           RemitRptRec(14:1)
               END-EVALUATE
               MOVE WS-Row-Tax(WS-Row-Sub) TO WS-Amount-Edited
               MOVE WS-Amount-Edited TO RemitRptRec(34:14)
               WRITE RemitRptRec AFTER ADVANCING 1
           END-IF.

      * A bi-weekly or semi-monthly line carries its pay group
      *    beside the period-ending date; a weekly line prints as
      *    it always has.
       REPORT-GROUP-PARA.
           IF WS-Row-Group(WS-Row-Sub) = "B" OR
                   WS-Row-Group(WS-Row-Sub) = "S"
               MOVE WS-Row-Group(WS-Row-Sub) TO RemitRptRec(10:1)
           END-IF.

      * Writes the quarter's ledger records, exactly as loaded, to
      *    the archive file named for the year and quarter.
       ARCHIVE-PARA.
               MOVE WS-Row-Week(WS-Row-Sub) TO Arc-WeekEnding
               MOVE WS-Row-Tax(WS-Row-Sub) TO Arc-Tax
               MOVE WS-Row-Benefit(WS-Row-Sub) TO Arc-Benefit
               MOVE WS-Row-Type(WS-Row-Sub) TO Arc-Type
               MOVE WS-Row-Group(WS-Row-Sub) TO Arc-Pay-Group
               WRITE ArchiveRec
           END-IF.

               MOVE WS-Row-Week(WS-Row-Sub) TO Rem-WeekEnding
               MOVE WS-Row-Tax(WS-Row-Sub) TO Rem-Tax
               MOVE WS-Row-Benefit(WS-Row-Sub) TO Rem-Benefit
               MOVE WS-Row-Type(WS-Row-Sub) TO Rem-Type
               MOVE WS-Row-Group(WS-Row-Sub) TO Rem-Pay-Group
               WRITE RemitRec
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
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
