      *    home store - each store's people on their own page, off    *
      *    the master's new home-store field, so "who works at store  *
      *    12" is one page instead of last week's pay file.           *
      *  OCTOBER 15 2026 - Employee Master layout picks up the        *
      *    termination reason code.                                   *
      *  OCTOBER 15 2026 - Employee Master layout picks up the        *
      *    banking status byte.                                       *
      *  OCTOBER 15 2026 - Employee Master layout picks up the        *
      *    banking prenote date.                                      *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - The Employee Master record picks up the    *
      *    employee's pay group.                                      *
      ******************************************************************
       identification division.
       program-id. EmployeeRoster.
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

      * Detail lines are built in WS-Roster-Detail below and only
      *    pass through here - FD VALUE clauses are not initialized

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "EmployeeRoster".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Roster-Status     PIC XX value "00".
       01 WS-EOF-Flag          PIC 9 value 0.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           DISPLAY "Pages by (I)D order or by home (S)tore? : "
           WITH NO ADVANCING
           ACCEPT WS-Mode-Choice
                "-  ----------  ----------  ------" TO RosterLine
           WRITE RosterLine AFTER ADVANCING 1.

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
