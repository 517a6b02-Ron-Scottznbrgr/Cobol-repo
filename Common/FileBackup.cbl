      *    a flat backup with a record-count trailer, verifies a      *
      *    backup against the live file, and rebuilds the indexed     *
      *    file from the backup.                                      *
      *                                                               *
      *MODIFICATION HISTORY:                                          *
      *  OCTOBER 15 2026 - Employee Master layout picks up the        *
      *    termination reason code - the backup image and trailer     *
      *    widen with the record.                                     *
      *  OCTOBER 15 2026 - Employee Master layout picks up the        *
      *    banking status byte.                                       *
      *  OCTOBER 15 2026 - Employee Master layout picks up the        *
      *    banking prenote date.                                      *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - The Employee Master record picks up the    *
      *    employee's pay group, and the weekly file the second       *
      *    week's hours.                                              *
      ******************************************************************
       identification division.
       program-id. FileBackup.
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

      * Same record layout Assignment06 reads - keyed employee plus
      *    store since the split-store pay change.
           03  In-EmpSalesAmount  PIC 9(8).
           03  In-EmpHoursWorked  PIC 99V9.
           03  In-EmpHourlyRate   PIC 99V99.
           03  In-EmpHoursWeek2   PIC 99V9.

      * D = one data record image, T = the count trailer.
       FD EMPBACKUP.
       01 EmpBkpRec.
           03 EBkp-Type         PIC X.
           03 EBkp-Image        PIC X(207).
       01 EmpBkpTrailer.
           03 EBkp-Trl-Type     PIC X.
           03 EBkp-Trl-Count    PIC 9(8).
           03 FILLER            PIC X(199).

       FD WEEKBACKUP.
       01 WeekBkpRec.
           03 WBkp-Type         PIC X.
           03 WBkp-Image        PIC X(74).
       01 WeekBkpTrailer.
           03 WBkp-Trl-Type     PIC X.
           03 WBkp-Trl-Count    PIC 9(8).
           03 FILLER            PIC X(66).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "FileBackup".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-InFile-Status     PIC XX value "00".
       01 ws-EmpBkp-Status     PIC XX value "00".
       01 WS-Trailer-Seen-Flag PIC X value "N".
       01 WS-Mismatch-Count    PIC 9(8) value 0.
       01 WS-Missing-Count     PIC 9(8) value 0.
       01 WS-Compare-Image     PIC X(207) value SPACES.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GET-FILE-PARA.
           PERFORM GET-ACTION-PARA.
                               ADD 1 TO WS-Missing-Count
                           NOT INVALID KEY
                               IF EmployeeRecord NOT =
                                       WS-Compare-Image(1:207)
                                   ADD 1 TO WS-Mismatch-Count
                               END-IF
                       END-READ
                           INVALID KEY
                               ADD 1 TO WS-Missing-Count
                           NOT INVALID KEY
                               IF InRec NOT = WS-Compare-Image(1:74)
                                   ADD 1 TO WS-Mismatch-Count
                               END-IF
                       END-READ
               DISPLAY "*** NO COUNT TRAILER ON THE BACKUP ***"
           END-IF.

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
