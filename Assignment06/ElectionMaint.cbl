      *    (percent of gross), W = extra withholding (flat amount).    *
      * A row is keyed by EmpID + type + start date. The file is       *
      *    rewritten in full after every applied change.               *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Garnishments and savings plans carry the    *
      *    payee and order reference, and a garnishment the total owed *
      *    on the order.                                               *
      ******************************************************************
       identification division.
       program-id. ElectionMaint.
           03  Ele-Start           PIC 9(8).
      * Zero end date means the election runs until changed.
           03  Ele-End             PIC 9(8).
      * The court agency or plan custodian paid, the court order or
      *    plan account number, and the total a garnishment order
      *    is for - the weekly run stops taking it at that total.
           03  Ele-Payee           PIC X(8).
           03  Ele-Order-Ref       PIC X(16).
           03  Ele-Total-Owed      PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
               05 WS-Row-Percent   PIC V999 value 0.
               05 WS-Row-Start     PIC 9(8) value 0.
               05 WS-Row-End       PIC 9(8) value 0.
               05 WS-Row-Payee     PIC X(8) value spaces.
               05 WS-Row-Order-Ref PIC X(16) value spaces.
               05 WS-Row-Owed      PIC 9(7)V99 value 0.
       01 WS-Row-Sub           PIC 999 value 0.
       01 WS-Found-Sub         PIC 999 value 0.

       01 WS-Work-Percent      PIC V999 value 0.
       01 WS-Work-Start        PIC 9(8) value 0.
       01 WS-Work-End          PIC 9(8) value 0.
       01 WS-Work-Payee        PIC X(8) value spaces.
       01 WS-Work-Order-Ref    PIC X(16) value spaces.
       01 WS-Work-Owed         PIC 9(7)V99 value 0.
       01 WS-Amount-Edited     PIC ZZ,ZZ9.99.
       01 WS-Owed-Edited       PIC Z,ZZZ,ZZ9.99.
       01 WS-Percent-Edited    PIC .999.

      * Calendar-date edit pieces, same ruling as the masters.
           display " "
           display "Types: G = garnishment (flat), S = savings plan"
           display "(percent of gross), W = extra withholding (flat)."
           display "Garnishments carry the court order and the total"
           display "owed - the weekly run stops at that total."
           DISPLAY "---------------------------------------------------"
           display " ".

                           WS-Row-Percent(WS-Row-Count)
                       MOVE Ele-Start TO WS-Row-Start(WS-Row-Count)
                       MOVE Ele-End TO WS-Row-End(WS-Row-Count)
                       MOVE Ele-Payee TO WS-Row-Payee(WS-Row-Count)
                       MOVE Ele-Order-Ref TO
                           WS-Row-Order-Ref(WS-Row-Count)
      * A row saved before the order fields existed has no total.
                       IF Ele-Total-Owed NUMERIC
                           MOVE Ele-Total-Owed TO
                               WS-Row-Owed(WS-Row-Count)
                       ELSE
                           MOVE 0 TO WS-Row-Owed(WS-Row-Count)
                       END-IF
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           ACCEPT WS-Work-Percent
           DISPLAY "End Date (YYYYMMDD, 0 = until changed): "
           WITH NO ADVANCING
           ACCEPT WS-Work-End
           MOVE SPACES TO WS-Work-Payee
           MOVE SPACES TO WS-Work-Order-Ref
           MOVE 0 TO WS-Work-Owed
           IF WS-Work-Type = "G" OR WS-Work-Type = "S"
               DISPLAY "Payee code (court agency / plan custodian): "
               WITH NO ADVANCING
               ACCEPT WS-Work-Payee
               DISPLAY "Order reference / plan account: "
               WITH NO ADVANCING
               ACCEPT WS-Work-Order-Ref
           END-IF
           IF WS-Work-Type = "G"
               DISPLAY "Total owed on the order: " WITH NO ADVANCING
               ACCEPT WS-Work-Owed
           END-IF.

       FIND-ROW-PARA.
           MOVE 0 TO WS-Found-Sub
                   DISPLAY "End date is before the start date."
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
      * The money taken has to have somewhere to go.
           IF (WS-Work-Type = "G" OR WS-Work-Type = "S") AND
                   WS-Work-Payee = SPACES
               DISPLAY "A garnishment or savings plan needs a payee."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Type = "G"
               IF WS-Work-Order-Ref = SPACES
                   DISPLAY "A garnishment needs the court order "-
                           "reference."
                   SET EDIT-FAILED TO TRUE
               END-IF
               IF WS-Work-Owed = 0
                   DISPLAY "A garnishment needs the total owed on "-
                           "the order."
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

      * Valid month, and a day that actually exists in that month -
                           WS-Row-Start(WS-Row-Count)
                       MOVE WS-Work-End TO
                           WS-Row-End(WS-Row-Count)
                       MOVE WS-Work-Payee TO
                           WS-Row-Payee(WS-Row-Count)
                       MOVE WS-Work-Order-Ref TO
                           WS-Row-Order-Ref(WS-Row-Count)
                       MOVE WS-Work-Owed TO
                           WS-Row-Owed(WS-Row-Count)
                       PERFORM SAVE-PARA
                       DISPLAY "Election added."
                   ELSE
                   MOVE WS-Work-Percent TO
                       WS-Row-Percent(WS-Found-Sub)
                   MOVE WS-Work-End TO WS-Row-End(WS-Found-Sub)
                   MOVE WS-Work-Payee TO WS-Row-Payee(WS-Found-Sub)
                   MOVE WS-Work-Order-Ref TO
                       WS-Row-Order-Ref(WS-Found-Sub)
                   MOVE WS-Work-Owed TO WS-Row-Owed(WS-Found-Sub)
                   PERFORM SAVE-PARA
                   DISPLAY "Election changed."
               ELSE
       LIST-PARA.
           DISPLAY " "
           DISPLAY "Employee ID  T  Amount     Pct    Start     End"
                   "       Payee     Order Ref         Total Owed"
           PERFORM LIST-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count.
       LIST-ROW-PARA.
           MOVE WS-Row-Amount(WS-Row-Sub) TO WS-Amount-Edited
           MOVE WS-Row-Percent(WS-Row-Sub) TO WS-Percent-Edited
           MOVE WS-Row-Owed(WS-Row-Sub) TO WS-Owed-Edited
           DISPLAY WS-Row-EmpID(WS-Row-Sub), "    ",
                   WS-Row-Type(WS-Row-Sub), "  ",
                   WS-Amount-Edited, "  ", WS-Percent-Edited, "  ",
                   WS-Row-Start(WS-Row-Sub), "  ",
                   WS-Row-End(WS-Row-Sub), "  ",
                   WS-Row-Payee(WS-Row-Sub), "  ",
                   WS-Row-Order-Ref(WS-Row-Sub), "  ",
                   WS-Owed-Edited.

      * Rewrites the whole file from the table after every applied
      *    change - never left half-written, never saved short.
           MOVE WS-Row-Percent(WS-Row-Sub) TO Ele-Percent
           MOVE WS-Row-Start(WS-Row-Sub) TO Ele-Start
           MOVE WS-Row-End(WS-Row-Sub) TO Ele-End
           MOVE WS-Row-Payee(WS-Row-Sub) TO Ele-Payee
           MOVE WS-Row-Order-Ref(WS-Row-Sub) TO Ele-Order-Ref
           MOVE WS-Row-Owed(WS-Row-Sub) TO Ele-Total-Owed
           WRITE ElectRec.

      * Same as the continue PARA but kills the program, and cleans
