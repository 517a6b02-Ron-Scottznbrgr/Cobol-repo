      *  SEPTEMBER 2 2026 - The week-ending date is checked against   *
      *    the 52-week pay calendar - a date that isn't a calendar    *
      *    week warns before anything loads under it.                 *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's   *
      *    weather city.                                              *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - PAYGROUP= on the run control picks the bi- *
      *    weekly or semi-monthly pay calendar, and the extract's     *
      *    second-week hours load into the weekly file.               *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's   *
      *    province.                                                  *
      ******************************************************************
       identification division.
       program-id. WeeklyLoad.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

      * The 52-week pay calendar the control date has to sit on -
      *    or the bi-weekly or semi-monthly group's own calendar when
      *    PAYGROUP= names one.
           SELECT CALFILE ASSIGN TO WS-Cal-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Cal-Status.

           03  Ext-SalesAmount     PIC X(8).
           03  Ext-HoursWorked     PIC X(3).
           03  Ext-HourlyRate      PIC X(4).
      * A bi-weekly period's second week of hours - blank on every
      *    other group's extract.
           03  Ext-HoursWeek2      PIC X(3).

      * Same record layout Assignment06 reads - the two programs
      *    have to agree on it byte for byte.
           03  In-EmpSalesAmount  PIC 9(8).
           03  In-EmpHoursWorked  PIC 99V9.
           03  In-EmpHourlyRate   PIC 99V99.
           03  In-EmpHoursWeek2   PIC 99V9.

       FD CTLFILE.
       01 CtlRec.
           03  Store-Manager       PIC X(20).
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
      * The weather city whose temperature history stands for the
      *    store - a name on Assignment05's city list, blank if none.
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

       FD RUNCONTROLFILE.
       01 RunControlRec            PIC X(80).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "WeeklyLoad".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Extract-Status    PIC XX value "00".
       01 ws-InFile-Status     PIC XX value "00".
       01 ws-Ctl-Status        PIC XX value "00".

      * Pay-calendar check state.
       01 ws-Cal-Status        PIC XX value "00".
       01 WS-Cal-Name          PIC X(60) value
           "DataFiles\Assignment#6_PayCalendar.dat".
       01 WS-Cal-EOF-Flag      PIC 9 value 0.
           88 CAL-EOF          value 1.
       01 WS-Cal-On-File-Flag  PIC X value "N".

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM RUNCONTROL-PARA.
           IF NOT WEEK-DATE-OK
               IF UNATTENDED-RUN
           PERFORM LOAD-PARA.
           PERFORM END-PARA.

      * Reads WEEKENDING= (UNATTENDED= and PAYGROUP= too) off the shared
      *    run-control file; every other keyword belongs to another
      *    program in the suite and passes quietly.
       RUNCONTROL-PARA.
                                       WS-RC-Value(1:1) = "y"
                                   MOVE "Y" TO WS-Unattended-Flag
                               END-IF
                           WHEN "PAYGROUP"
                               PERFORM PAYGROUP-CAL-PARA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      * The pay group's calendar - the weekly one unless PAYGROUP=
      *    names the bi-weekly or semi-monthly group.
       PAYGROUP-CAL-PARA.
           EVALUATE WS-RC-Value(1:1)
               WHEN "B"
                   MOVE "DataFiles\Assignment#6_PayCalendar_B.dat"
                       TO WS-Cal-Name
               WHEN "S"
                   MOVE "DataFiles\Assignment#6_PayCalendar_S.dat"
                       TO WS-Cal-Name
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GET-WEEK-PARA.
           DISPLAY "Week-ending date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Week-Ending
               MOVE "HOURLY RATE NOT NUMERIC" TO WS-Edit-Reason
               SET EDIT-FAILED TO TRUE
           END-IF
           IF EDIT-PASSED AND Ext-HoursWeek2 NOT NUMERIC AND
                   Ext-HoursWeek2 NOT = SPACES
               MOVE "WEEK-2 HOURS NOT NUMERIC" TO WS-Edit-Reason
               SET EDIT-FAILED TO TRUE
           END-IF
           IF EDIT-PASSED
               PERFORM EDIT-STARTDATE-PARA
           END-IF
           ELSE
               MOVE Ext-HourlyRate TO In-EmpHourlyRate(1:4)
           END-IF
           IF Ext-HoursWeek2 = SPACES
               MOVE 0 TO In-EmpHoursWeek2
           ELSE
               MOVE Ext-HoursWeek2 TO In-EmpHoursWeek2(1:3)
           END-IF
           WRITE InRec
               INVALID KEY
                   MOVE "DUPLICATE EMPLOYEE/STORE PAIR"
               MOVE "N" TO WS-Lock-Held-Flag
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "STOREMASTER" TO WS-LC-File-ID
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
