      *    table, zero-fills and reports genuinely missing city/day   *
      *    combinations, and rejects unknown cities to an exception   *
      *    report the way the salary run rejects bad job codes.       *
      *  OCTOBER 15 2026 - PAYDATE, the salary run's final-pay date,   *
      *    is recognised in the run-control file and left alone.       *
      *  OCTOBER 15 2026 - PRENOTEDAYS (Assignment06's prenote period) *
      *    is a known run-control keyword.                             *
      *  OCTOBER 15 2026 - The weekly salary run's quota, what-if and  *
      *    RUNBY keywords and the red-flag report's keywords are       *
      *    accepted quietly instead of reported as unknown.            *
      *  OCTOBER 15 2026 - PASSWORDDAYS= on the run control belongs to *
      *    the shared sign-on and is no longer reported as unknown.    *
      *  OCTOBER 15 2026 - PAYGROUP= on the run control belongs to the *
      *    weekly salary run and is accepted quietly.                  *
      *  OCTOBER 15 2026 - UNAPPROVEDOT= on the run control belongs to *
      *    the weekly salary run and is accepted quietly.              *
      *  OCTOBER 15 2026 - MINWAGEDAYS= on the run control belongs to  *
      *    the weekly salary run and is accepted quietly.              *
      *  OCTOBER 15 2026 - POSVACANTDAYS= on the run control belongs   *
      *    to the position control report and is passed over without a *
      *    warning.                                                    *
      *  OCTOBER 15 2026 - The FINALPAYFROM run-control keyword is     *
      *    accepted and left to the payroll run.                       *
      ******************************************************************
       identification division.
       program-id. Assignment05.
                   CONTINUE
               WHEN "WEEKENDING"
                   CONTINUE
               WHEN "PAYDATE"
                   CONTINUE
               WHEN "FINALPAYFROM"
                   CONTINUE
               WHEN "PRENOTEDAYS"
                   CONTINUE
               WHEN "RETAINDAYS"
                   CONTINUE
               WHEN "WOWPCT"
                   CONTINUE
               WHEN "TOPN"
                   CONTINUE
               WHEN "QUOTAMARGIN"
                   CONTINUE
               WHEN "SIMWEEK"
                   CONTINUE
               WHEN "SIMDEDUCT"
                   CONTINUE
               WHEN "SIMCOMMISSION"
                   CONTINUE
               WHEN "SIMSALCHG"
                   CONTINUE
               WHEN "RUNBY"
                   CONTINUE
      * The red-flag report's keywords - not ours, not typos.
               WHEN "REDFLAGNET"
                   CONTINUE
               WHEN "REDFLAGWEEKS"
                   CONTINUE
      * The shared sign-on's keyword - not ours, not a typo.
               WHEN "PASSWORDDAYS"
                   CONTINUE
      * The salary run's pay group - not ours, not a typo.
               WHEN "PAYGROUP"
                   CONTINUE
      * The salary run's unapproved-overtime rule - not ours, not
      *    a typo.
               WHEN "UNAPPROVEDOT"
                   CONTINUE
      * The salary run's minimum-wage look-ahead - not ours, not a
      *    typo.
               WHEN "MINWAGEDAYS"
                   CONTINUE
      * The position control report's keyword - not ours, not a
      *    typo.
               WHEN "POSVACANTDAYS"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN RUN-CONTROL KEYWORD: ",
                           WS-RC-Keyword
