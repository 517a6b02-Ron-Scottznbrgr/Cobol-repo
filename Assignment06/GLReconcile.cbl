      *    rows, and carries every still-open row forward on its own   *
      *    file so an unacknowledged week stays on the report until    *
      *    the ledger clears it.                                       *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Rows are matched on line type as well, so   *
      *    employer cost rows clear separately from salary rows.       *
      *  OCTOBER 15 2026 - Acknowledgments are matched against the     *
      *    payroll journal lines by week, store, account, cost centre  *
      *    and line code; open lines carry on GLJournalUnacked.dat.    *
      ******************************************************************
       identification division.
       program-id. GLReconcile.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The payroll journal exactly as the pay runs cut it - header
      *    row, then weekending,store,account,costcentre,debit,
      *    credit,line rows.
           SELECT GLJOURNALFILE ASSIGN "DataFiles\GLJournal.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

      * What the ledger says it accepted - same row shape as the
      *    journal, cut by the ledger system after it posts.
           SELECT GLACKFILE ASSIGN "DataFiles\GLAck.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Ack-Status.

      * Rows still waiting on the ledger, carried run to run -
      *    loaded before the current journal, rewritten with
      *    whatever is still open once the matching is done.
           SELECT OPENFILE ASSIGN
           "DataFiles\Assignment#6_GLJournalUnacked.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Open-Status.


       DATA DIVISION.
       FILE SECTION.
       FD GLJOURNALFILE.
       01 GLJournalRec             PIC X(60).

       FD GLACKFILE.
       01 GLAckRec                 PIC X(60).

       FD OPENFILE.
       01 OpenRec.
           03  Opn-WeekEnding      PIC 9(8).
           03  Opn-Store           PIC 9(4).
           03  Opn-Account         PIC X(10).
           03  Opn-CostCentre      PIC X(6).
           03  Opn-Line            PIC XX.
      * Signed, sign leading separate - debit less credit, so a
      *    credit line carries a negative amount.
           03  Opn-Amount          PIC S9(7)V99 SIGN LEADING
                                   SEPARATE.


       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
       01 ws-Journal-Status    PIC XX value "00".
       01 ws-Ack-Status        PIC XX value "00".
       01 ws-Open-Status       PIC XX value "00".
       01 ws-ReconRpt-Status   PIC XX value "00".
       01 WS-Journal-EOF-Flag  PIC 9 value 0.
           88 JOURNAL-EOF      value 1.
       01 WS-Ack-EOF-Flag      PIC 9 value 0.
           88 ACK-EOF          value 1.
       01 WS-Open-EOF-Flag     PIC 9 value 0.
           88 OPEN-EOF         value 1.

      * The open rows - last run's carry-forward first, then this
      *    journal's rows that aren't already on the table, so a
      *    re-run can't double a week up.
       01 WS-Max-Rows          PIC 9(4) value 2000.
       01 WS-Row-Count         PIC 9(4) value 0.
               05 WS-Row-Key.
                   07 WS-Row-Week      PIC 9(8).
                   07 WS-Row-Store     PIC 9(4).
                   07 WS-Row-Account   PIC X(10).
                   07 WS-Row-CostCentre PIC X(6).
                   07 WS-Row-Line      PIC XX.
               05 WS-Row-Amount        PIC S9(7)V99.
      * C = cleared by a matching acknowledgment, M = acknowledged
      *    at a different amount, U = no acknowledgment at all.
               05 WS-Ack-Key.
                   07 WS-Ack-Week      PIC 9(8).
                   07 WS-Ack-Store     PIC 9(4).
                   07 WS-Ack-Account   PIC X(10).
                   07 WS-Ack-CostCentre PIC X(6).
                   07 WS-Ack-Line      PIC XX.
               05 WS-Ack-Amount        PIC S9(7)V99.
       01 WS-Ack-Sub           PIC 9(4) value 0.

      * One parsed CSV row, shared by the journal and ack loads.
       01 WS-CSV-Line          PIC X(60) value SPACES.
       01 WS-Amt-Int           PIC 9(7) value 0.
       01 WS-Amt-Dec           PIC 99 value 0.
       01 WS-CSV-Week          PIC X(8) value SPACES.
       01 WS-CSV-Store         PIC X(4) value SPACES.
       01 WS-CSV-Account       PIC X(10) value SPACES.
       01 WS-CSV-CostCentre    PIC X(6) value SPACES.
       01 WS-CSV-Debit         PIC X(12) value SPACES.
       01 WS-CSV-Credit        PIC X(12) value SPACES.
       01 WS-CSV-Line-Code     PIC XX value SPACES.
       01 WS-Parsed-Debit      PIC 9(7)V99 value 0.
       01 WS-Parsed-Amount     PIC S9(7)V99 value 0.
       01 WS-CSV-OK-Flag       PIC X value "N".
           88 CSV-ROW-OK       value "Y".
       01 WS-Amount-Edited     PIC -Z,ZZZ,ZZ9.99.
       01 WS-Report-Line.
           03  Rpt-Week            PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  Rpt-Store           PIC 9(4).
           03  FILLER              PIC X VALUE SPACE.
           03  Rpt-Line            PIC XX.
           03  FILLER              PIC X VALUE SPACE.
           03  Rpt-Account         PIC X(10).
           03  FILLER              PIC X VALUE SPACE.
           03  Rpt-CostCentre      PIC X(6).
           03  FILLER              PIC X VALUE SPACE.
           03  Rpt-Journal-Amt     PIC -Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X VALUE SPACE.
           03  Rpt-Ack-Amt         PIC X(13).
           03  FILLER              PIC X VALUE SPACE.
           03  Rpt-Reason          PIC X(16).

       procedure division.
       PROG.
           PERFORM OPEN-LOAD-PARA.
           PERFORM JOURNAL-LOAD-PARA.
           PERFORM ACK-LOAD-PARA.
           PERFORM MATCH-PARA.
           PERFORM REPORT-PARA.
                       MOVE Opn-WeekEnding TO
                           WS-Row-Week(WS-Row-Count)
                       MOVE Opn-Store TO WS-Row-Store(WS-Row-Count)
                       MOVE Opn-Account TO
                           WS-Row-Account(WS-Row-Count)
                       MOVE Opn-CostCentre TO
                           WS-Row-CostCentre(WS-Row-Count)
                       MOVE Opn-Line TO WS-Row-Line(WS-Row-Count)
                       MOVE Opn-Amount TO
                           WS-Row-Amount(WS-Row-Count)
                       MOVE "U" TO WS-Row-State(WS-Row-Count)
                   END-IF
           END-READ.

      * This week's journal rows join the table, unless the same
      *    week/store/account/cost centre/line is already being
      *    carried - a re-run of the reconciliation must not double
      *    a row up.
       JOURNAL-LOAD-PARA.
           OPEN INPUT GLJOURNALFILE
           IF ws-Journal-Status = "00"
               PERFORM JOURNAL-READ-PARA UNTIL JOURNAL-EOF
               CLOSE GLJOURNALFILE
           ELSE
               DISPLAY "*** COULD NOT OPEN GLJournal.csv, STATUS: ",
                       ws-Journal-Status, " - CARRIED ROWS ONLY ***"
           END-IF.

       JOURNAL-READ-PARA.
           READ GLJOURNALFILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   MOVE GLJournalRec TO WS-CSV-Line
                   PERFORM CSV-PARSE-PARA
                   IF CSV-ROW-OK
                       PERFORM JOURNAL-ADD-PARA
                   END-IF
           END-READ.

      * One weekending,store,account,costcentre,debit,credit,line
      *    row off either CSV - the header row and anything non-
      *    numeric fail the edit and are passed over. Both money
      *    columns ride in the journal's own 9(7).99 shape; the row
      *    is carried as debit less credit, so a credit is negative.
       CSV-PARSE-PARA.
           MOVE "N" TO WS-CSV-OK-Flag
           MOVE SPACES TO WS-CSV-Week
           MOVE SPACES TO WS-CSV-Store
           MOVE SPACES TO WS-CSV-Account
           MOVE SPACES TO WS-CSV-CostCentre
           MOVE SPACES TO WS-CSV-Debit
           MOVE SPACES TO WS-CSV-Credit
           MOVE SPACES TO WS-CSV-Line-Code
           UNSTRING WS-CSV-Line DELIMITED BY ","
               INTO WS-CSV-Week, WS-CSV-Store, WS-CSV-Account,
                    WS-CSV-CostCentre, WS-CSV-Debit, WS-CSV-Credit,
                    WS-CSV-Line-Code
           IF WS-CSV-Store NUMERIC AND WS-CSV-Week NUMERIC AND
                   WS-CSV-Debit(1:7) NUMERIC AND
                   WS-CSV-Debit(9:2) NUMERIC AND
                   WS-CSV-Credit(1:7) NUMERIC AND
                   WS-CSV-Credit(9:2) NUMERIC
               MOVE WS-CSV-Debit(1:7) TO WS-Amt-Int
               MOVE WS-CSV-Debit(9:2) TO WS-Amt-Dec
               COMPUTE WS-Parsed-Debit =
                   WS-Amt-Int + (WS-Amt-Dec / 100)
               MOVE WS-CSV-Credit(1:7) TO WS-Amt-Int
               MOVE WS-CSV-Credit(9:2) TO WS-Amt-Dec
               COMPUTE WS-Parsed-Amount = WS-Parsed-Debit -
                   (WS-Amt-Int + (WS-Amt-Dec / 100))
               MOVE "Y" TO WS-CSV-OK-Flag
           END-IF.

       JOURNAL-ADD-PARA.
           MOVE 0 TO WS-Find-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Week(WS-Row-Sub) = WS-CSV-Week AND
                       WS-Row-Store(WS-Row-Sub) = WS-CSV-Store AND
                       WS-Row-Account(WS-Row-Sub) = WS-CSV-Account AND
                       WS-Row-CostCentre(WS-Row-Sub) =
                       WS-CSV-CostCentre AND
                       WS-Row-Line(WS-Row-Sub) = WS-CSV-Line-Code
                   MOVE WS-Row-Sub TO WS-Find-Sub
               END-IF
           END-PERFORM
                   ADD 1 TO WS-Row-Count
                   MOVE WS-CSV-Week TO WS-Row-Week(WS-Row-Count)
                   MOVE WS-CSV-Store TO WS-Row-Store(WS-Row-Count)
                   MOVE WS-CSV-Account TO
                       WS-Row-Account(WS-Row-Count)
                   MOVE WS-CSV-CostCentre TO
                       WS-Row-CostCentre(WS-Row-Count)
                   MOVE WS-CSV-Line-Code TO WS-Row-Line(WS-Row-Count)
                   MOVE WS-Parsed-Amount TO
                       WS-Row-Amount(WS-Row-Count)
                   MOVE "U" TO WS-Row-State(WS-Row-Count)
                   ADD 1 TO WS-Dropped-Count
               END-IF
           ELSE
      * Same line re-cut by a repost - the fresher amount stands.
               MOVE WS-Parsed-Amount TO WS-Row-Amount(WS-Find-Sub)
           END-IF.

                       MOVE WS-CSV-Week TO WS-Ack-Week(WS-Ack-Count)
                       MOVE WS-CSV-Store TO
                           WS-Ack-Store(WS-Ack-Count)
                       MOVE WS-CSV-Account TO
                           WS-Ack-Account(WS-Ack-Count)
                       MOVE WS-CSV-CostCentre TO
                           WS-Ack-CostCentre(WS-Ack-Count)
                       MOVE WS-CSV-Line-Code TO
                           WS-Ack-Line(WS-Ack-Count)
                       MOVE WS-Parsed-Amount TO
                           WS-Ack-Amount(WS-Ack-Count)
                   END-IF

       REPORT-PARA.
           OPEN OUTPUT RECONRPTFILE
           MOVE "Payroll journal reconciliation - lines the ledger "-
                "has not cleared" TO ReconRptRec
           WRITE ReconRptRec
           MOVE "Week End Store Ln Account    CstCtr  Journal Amt "-
                "      Ack Amt Reason" TO ReconRptRec
           WRITE ReconRptRec AFTER ADVANCING 1
           PERFORM REPORT-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
           IF WS-Row-State(WS-Row-Sub) NOT = "C"
               MOVE WS-Row-Week(WS-Row-Sub) TO Rpt-Week
               MOVE WS-Row-Store(WS-Row-Sub) TO Rpt-Store
               MOVE WS-Row-Line(WS-Row-Sub) TO Rpt-Line
               MOVE WS-Row-Account(WS-Row-Sub) TO Rpt-Account
               MOVE WS-Row-CostCentre(WS-Row-Sub) TO Rpt-CostCentre
               MOVE WS-Row-Amount(WS-Row-Sub) TO Rpt-Journal-Amt
               IF WS-Row-State(WS-Row-Sub) = "M"
                   MOVE WS-Row-Ack-Amount(WS-Row-Sub) TO
                       WS-Amount-Edited
           IF WS-Row-State(WS-Row-Sub) NOT = "C"
               MOVE WS-Row-Week(WS-Row-Sub) TO Opn-WeekEnding
               MOVE WS-Row-Store(WS-Row-Sub) TO Opn-Store
               MOVE WS-Row-Account(WS-Row-Sub) TO Opn-Account
               MOVE WS-Row-CostCentre(WS-Row-Sub) TO Opn-CostCentre
               MOVE WS-Row-Line(WS-Row-Sub) TO Opn-Line
               MOVE WS-Row-Amount(WS-Row-Sub) TO Opn-Amount
               WRITE OpenRec
           END-IF.
