      * Before the parallel test, copy the trusted run's outputs to    *
      *    Baseline_SalaryExpense.rpt, Baseline_GLExtract.csv and      *
      *    Baseline_NetPayRegister.rpt in DataFiles.                   *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - GL extract rows are keyed on line type as   *
      *    well as store, job code and week.                           *
      ******************************************************************
       identification division.
       program-id. RunCompare.
       01 WS-Load-Side         PIC X value "A".
       01 WS-Diff-Count        PIC 9(5) value 0.

      * The GL extract cells, both sides, keyed store/job/week/type.
       01 WS-Max-GL            PIC 9(4) value 2000.
       01 WS-GL-A-Count        PIC 9(4) value 0.
       01 WS-GL-A-Table.
           03 WS-GL-A-Row OCCURS 2000 TIMES.
               05 WS-GLA-Key       PIC X(14).
               05 WS-GLA-Amount    PIC X(10).
               05 WS-GLA-Matched   PIC X.
       01 WS-GL-B-Count        PIC 9(4) value 0.
       01 WS-GL-B-Table.
           03 WS-GL-B-Row OCCURS 2000 TIMES.
               05 WS-GLB-Key       PIC X(14).
               05 WS-GLB-Amount    PIC X(10).
               05 WS-GLB-Matched   PIC X.
       01 WS-GL-Sub            PIC 9(4) value 0.
       01 WS-CSV-Job           PIC X value SPACE.
       01 WS-CSV-Amount        PIC X(10) value SPACES.
       01 WS-CSV-Week          PIC X(8) value SPACES.
       01 WS-CSV-Type          PIC X value SPACE.
       01 WS-GL-Key-Work       PIC X(14) value SPACES.

      * The salary report's D-record values with their tracked
      *    context - the store off the last "STORE #" M line and
                   MOVE SPACES TO WS-CSV-Job
                   MOVE SPACES TO WS-CSV-Amount
                   MOVE SPACES TO WS-CSV-Week
                   MOVE SPACE TO WS-CSV-Type
                   UNSTRING SideRec DELIMITED BY ","
                       INTO WS-CSV-Store, WS-CSV-Job,
                            WS-CSV-Amount, WS-CSV-Week,
                            WS-CSV-Type
      * An extract cut before the type column was added has only
      *    salary rows on it.
                   IF WS-CSV-Type = SPACE
                       MOVE "S" TO WS-CSV-Type
                   END-IF
                   IF WS-CSV-Store NUMERIC AND WS-CSV-Week NUMERIC
                       MOVE SPACES TO WS-GL-Key-Work
                       STRING WS-CSV-Store DELIMITED BY SIZE
                           WS-CSV-Job DELIMITED BY SIZE
                           WS-CSV-Week DELIMITED BY SIZE
                           WS-CSV-Type DELIMITED BY SIZE
                           INTO WS-GL-Key-Work
                       PERFORM GL-STORE-ROW-PARA
                   END-IF
