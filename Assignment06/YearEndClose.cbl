      *    run prints the full-year report by store and job code,     *
      *    archives the year's master under its year, and resets the  *
      *    file so week one of the new year starts from zero.         *
      *                                                               *
      *MODIFICATION HISTORY:                                          *
      *  OCTOBER 15 2026 - Posted-register entries marked as manual   *
      *    off-cycle runs are not counted as posted weeks.            *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - Posted-week register entries carry their   *
      *    pay group - only weekly-group entries count as posted      *
      *    weeks here.                                                *
      ******************************************************************
       identification division.
       program-id. YearEndClose.
       FD POSTEDFILE.
       01 PostedRec.
           03  Posted-WeekEnding   PIC 9(8).
      * O marks a manual off-cycle run's entry, not a posted week.
           03  Posted-Type         PIC X.
               88 POSTED-OFF-CYCLE     value "O".
           03  Posted-OffCycle-Seq PIC 9(4).
      * The pay group the entry was posted for - a space on an entry
      *    posted before pay groups is a weekly one; the week-ending
      *    field then holds the period's ending date.
           03  Posted-Pay-Group    PIC X.
               88 POSTED-WEEKLY-GROUP  value "W" " ".

       FD RUNLOCKFILE.
       01 RunLockRec.

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "YearEndClose".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-YTD-Status        PIC XX value "00".
       01 ws-Archive-Status    PIC XX value "00".
       01 ws-YearRpt-Status    PIC XX value "00".

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM RUNLOCK-TAKE-PARA.
           PERFORM YTD-LOAD-PARA.
               AT END
                   SET POSTED-EOF TO TRUE
               NOT AT END
                   IF WS-Posted-Count < WS-Max-Posted AND
                           NOT POSTED-OFF-CYCLE AND POSTED-WEEKLY-GROUP
                       ADD 1 TO WS-Posted-Count
                       MOVE Posted-WeekEnding TO
                           WS-Posted-Week(WS-Posted-Count)
               MOVE "N" TO WS-Lock-Held-Flag
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "YTDMASTER" TO WS-LC-File-ID
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
