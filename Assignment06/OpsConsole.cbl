      *    off each run-log line, plus the latest run's batch          *
      *    statistics - and drills into any listed run's event-log     *
      *    lines by message ID and severity.                           *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Posted-register entries marked as manual    *
      *    off-cycle runs are not counted as posted weeks.             *
      *  OCTOBER 15 2026 - Posted-week register entries carry their    *
      *    pay group - only weekly-group entries count as posted weeks *
      *    here.                                                       *
      ******************************************************************
       identification division.
       program-id. OpsConsole.
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

       FD RUNSUMMARYFILE.
       01 RunSummaryRec            PIC X(52).
               AT END
                   SET POSTED-EOF TO TRUE
               NOT AT END
                   IF WS-Posted-Count < WS-Max-Posted AND
                           NOT POSTED-OFF-CYCLE AND POSTED-WEEKLY-GROUP
                       ADD 1 TO WS-Posted-Count
                       MOVE Posted-WeekEnding TO
                           WS-Posted-Week(WS-Posted-Count)
