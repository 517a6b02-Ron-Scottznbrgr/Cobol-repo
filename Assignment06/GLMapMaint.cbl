      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * General-ledger account mapping maintenance.                    *
      * GLExtract.csv only says store, job code and amount, and the    *
      *    ledger team was mapping every row to its accounts by hand.  *
      *    This program keeps the account map the weekly run cuts      *
      *    the payroll journal from:                                   *
      * Kind E - one row per store/job code: the salary expense        *
      *    account and the store's cost centre.                        *
      * Kind L - the liability and clearing accounts the journal       *
      *    credits: T = tax withheld, B = benefits, G / S / W = each   *
      *    election type (garnishment, savings plan, extra             *
      *    withholding), O = any other election, N = net-pay           *
      *    clearing, I = interstore clearing (a split-store            *
      *    employee's pay charged to one store, paid through           *
      *    another). Store 0000 on an L row applies to every store;    *
      *    a row for one store overrides it for that store.            *
      * A row is keyed by kind + store + code. The file is rewritten   *
      *    in full after every applied change.                         *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Liability code A added - accrued salary,    *
      *    credited by the month-end accrual and debited back by its   *
      *    reversal.                                                   *
      *  OCTOBER 15 2026 - Kind P added - a store's recognition bonus  *
      *    expense account, falling back to the store's sales expense  *
      *    row when absent.                                            *
      ******************************************************************
       identification division.
       program-id. GLMapMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout the weekly run's GLMAP-LOAD-PARA reads.
           SELECT GLMAPFILE ASSIGN
           "DataFiles\Assignment#6_GLAccountMap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-GLMap-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GLMAPFILE.
       01 GLMapRec.
           03  Map-Kind            PIC X.
           03  Map-Store           PIC 9(4).
           03  Map-Code            PIC X.
           03  Map-Account         PIC X(10).
           03  Map-CostCentre      PIC X(6).
           03  Map-Desc            PIC X(30).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
       01 ws-GLMap-Status      PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 6.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-GLMap-EOF-Flag    PIC 9 value 0.
           88 GLMAP-EOF        value 1.

      * The whole map held in memory while the menu runs, with
      *    CommissionMaint's short-table save guard. Four job codes
      *    for each of two hundred stores, and the liability rows.
       01 WS-Max-Rows          PIC 9(4) value 1000.
       01 WS-Row-Count         PIC 9(4) value 0.
       01 WS-Dropped-Count     PIC 9(4) value 0.
       01 WS-Map-Table.
           03 WS-Map-Row OCCURS 1000 TIMES.
               05 WS-Row-Kind      PIC X value space.
               05 WS-Row-Store     PIC 9(4) value 0.
               05 WS-Row-Code      PIC X value space.
               05 WS-Row-Account   PIC X(10) value spaces.
               05 WS-Row-CostCentre PIC X(6) value spaces.
               05 WS-Row-Desc      PIC X(30) value spaces.
       01 WS-Row-Sub           PIC 9(4) value 0.
       01 WS-Found-Sub         PIC 9(4) value 0.
       01 WS-Copy-Sub          PIC 9(4) value 0.
       01 WS-Copied-Count      PIC 9(4) value 0.

      * The row being keyed in or looked for.
       01 WS-Work-Kind         PIC X value space.
       01 WS-Work-Store        PIC 9(4) value 0.
       01 WS-Work-Code         PIC X value space.
       01 WS-Work-Account      PIC X(10) value spaces.
       01 WS-Work-CostCentre   PIC X(6) value spaces.
       01 WS-Work-Desc         PIC X(30) value spaces.
       01 WS-From-Store        PIC 9(4) value 0.
       01 WS-Bad-Char-Count    PIC 99 value 0.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INSTRUCT-PARA.
           PERFORM LOAD-PARA.
           PERFORM MENU-PARA UNTIL DONE-WITH-MENU.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program maintains the general-ledger"
           display "account map the weekly run cuts the payroll"
           display "journal from."
           display " "
           display "Kind E: a store/job code's expense account and"
           display "cost centre."
           display "Kind L: T tax, B benefits, G/S/W/O elections,"
           display "N net-pay clearing, I interstore clearing - store"
           display "0000 for every store."
           display "Kind P: a store's recognition bonus expense (job"
           display "code S) - without one the bonus books to kind E."
           DISPLAY "---------------------------------------------------"
           display " ".

       LOAD-PARA.
           OPEN INPUT GLMAPFILE
           IF ws-GLMap-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL GLMAP-EOF
               CLOSE GLMAPFILE
           END-IF
           DISPLAY WS-Row-Count, " mapping row(s) on file."
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " ROW(S) DID NOT "-
                       "FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ GLMAPFILE
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE Map-Kind TO WS-Row-Kind(WS-Row-Count)
                       MOVE Map-Store TO WS-Row-Store(WS-Row-Count)
                       MOVE Map-Code TO WS-Row-Code(WS-Row-Count)
                       MOVE Map-Account TO
                           WS-Row-Account(WS-Row-Count)
                       MOVE Map-CostCentre TO
                           WS-Row-CostCentre(WS-Row-Count)
                       MOVE Map-Desc TO WS-Row-Desc(WS-Row-Count)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Add a mapping"
           display "2 - Change a mapping"
           display "3 - Delete a mapping"
           display "4 - List the map"
           display "5 - Copy one store's expense rows to a new store"
           display "6 - Exit"
           DISPLAY "Enter a selection (1-6): " WITH NO ADVANCING
           ACCEPT ws-Menu-Choice

           EVALUATE ws-Menu-Choice
               WHEN 1
                   PERFORM ADD-PARA
               WHEN 2
                   PERFORM CHANGE-PARA
               WHEN 3
                   PERFORM DELETE-PARA
               WHEN 4
                   PERFORM LIST-PARA
               WHEN 5
                   PERFORM COPY-PARA
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

      * Prompts for the three key fields a row is found by.
       GET-KEY-PARA.
           DISPLAY "Kind (E = expense, L = liability, P = bonus): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Kind
           DISPLAY "Store (0000 = every store, L rows only): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Store
           IF WS-Work-Kind = "E" OR WS-Work-Kind = "P"
               DISPLAY "Job Code (M/S/A/C): " WITH NO ADVANCING
           ELSE
               DISPLAY "Liability (T/B/G/S/W/O/N/I/A): "
               WITH NO ADVANCING
           END-IF
           ACCEPT WS-Work-Code.

       GET-VALUE-PARA.
           DISPLAY "GL Account: " WITH NO ADVANCING
           ACCEPT WS-Work-Account
           DISPLAY "Cost Centre: " WITH NO ADVANCING
           ACCEPT WS-Work-CostCentre
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-Work-Desc.

       FIND-ROW-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Kind(WS-Row-Sub) = WS-Work-Kind AND
                       WS-Row-Store(WS-Row-Sub) = WS-Work-Store AND
                       WS-Row-Code(WS-Row-Sub) = WS-Work-Code
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

      * Every journal line is posted off this map - nothing saves
      *    without passing these. The account and cost centre go
      *    straight into a comma-separated file, so neither may
      *    carry a comma or an embedded blank.
       EDIT-ROW-PARA.
           SET EDIT-PASSED TO TRUE
           EVALUATE WS-Work-Kind
               WHEN "E"
                   IF WS-Work-Store = 0
                       DISPLAY "An expense row needs a store."
                       SET EDIT-FAILED TO TRUE
                   END-IF
                   IF WS-Work-Code NOT = "M" AND
                           WS-Work-Code NOT = "S" AND
                           WS-Work-Code NOT = "A" AND
                           WS-Work-Code NOT = "C"
                       DISPLAY "Job code must be M, S, A or C."
                       SET EDIT-FAILED TO TRUE
                   END-IF
                   IF WS-Work-CostCentre = SPACES
                       DISPLAY "An expense row needs a cost centre."
                       SET EDIT-FAILED TO TRUE
                   END-IF
               WHEN "L"
                   IF WS-Work-Code NOT = "T" AND
                           WS-Work-Code NOT = "B" AND
                           WS-Work-Code NOT = "G" AND
                           WS-Work-Code NOT = "S" AND
                           WS-Work-Code NOT = "W" AND
                           WS-Work-Code NOT = "O" AND
                           WS-Work-Code NOT = "N" AND
                           WS-Work-Code NOT = "I" AND
                           WS-Work-Code NOT = "A"
                       DISPLAY "Liability must be T, B, G, S, W, O, "-
                               "N, I or A."
                       SET EDIT-FAILED TO TRUE
                   END-IF
               WHEN "P"
                   IF WS-Work-Store = 0
                       DISPLAY "A bonus row needs a store."
                       SET EDIT-FAILED TO TRUE
                   END-IF
                   IF WS-Work-Code NOT = "S"
                       DISPLAY "Only job code S earns a bonus."
                       SET EDIT-FAILED TO TRUE
                   END-IF
                   IF WS-Work-CostCentre = SPACES
                       DISPLAY "A bonus row needs a cost centre."
                       SET EDIT-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "Kind must be E, L or P."
                   SET EDIT-FAILED TO TRUE
           END-EVALUATE
           IF WS-Work-Account = SPACES
               DISPLAY "GL account cannot be blank."
               SET EDIT-FAILED TO TRUE
           ELSE
               IF WS-Work-Account(1:1) = SPACE
                   DISPLAY "GL account cannot start with a blank."
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           MOVE 0 TO WS-Bad-Char-Count
           INSPECT WS-Work-Account TALLYING WS-Bad-Char-Count
               FOR ALL ","
           INSPECT WS-Work-CostCentre TALLYING WS-Bad-Char-Count
               FOR ALL ","
           IF WS-Bad-Char-Count > 0
               DISPLAY "Account and cost centre cannot contain a "-
                       "comma."
               SET EDIT-FAILED TO TRUE
           END-IF
           PERFORM EMBEDDED-BLANK-PARA.

      * A blank followed by anything but more blanks means the
      *    value has a gap in it - the ledger would read two fields.
       EMBEDDED-BLANK-PARA.
           MOVE 0 TO WS-Bad-Char-Count
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > 9
               IF WS-Work-Account(WS-Row-Sub:1) = SPACE AND
                       WS-Work-Account(WS-Row-Sub + 1:1) NOT = SPACE
                   ADD 1 TO WS-Bad-Char-Count
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > 5
               IF WS-Work-CostCentre(WS-Row-Sub:1) = SPACE AND
                       WS-Work-CostCentre(WS-Row-Sub + 1:1) NOT =
                       SPACE
                   ADD 1 TO WS-Bad-Char-Count
               END-IF
           END-PERFORM
           IF WS-Bad-Char-Count > 0
               DISPLAY "Account and cost centre cannot contain "-
                       "embedded blanks."
               SET EDIT-FAILED TO TRUE
           END-IF.

       ADD-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "That kind, store and code is already mapped."
           ELSE
               IF WS-Row-Count >= WS-Max-Rows
                   DISPLAY "The mapping table is full."
               ELSE
                   PERFORM GET-VALUE-PARA
                   PERFORM EDIT-ROW-PARA
                   IF EDIT-PASSED
                       ADD 1 TO WS-Row-Count
                       MOVE WS-Work-Kind TO WS-Row-Kind(WS-Row-Count)
                       MOVE WS-Work-Store TO
                           WS-Row-Store(WS-Row-Count)
                       MOVE WS-Work-Code TO WS-Row-Code(WS-Row-Count)
                       MOVE WS-Work-Account TO
                           WS-Row-Account(WS-Row-Count)
                       MOVE WS-Work-CostCentre TO
                           WS-Row-CostCentre(WS-Row-Count)
                       MOVE WS-Work-Desc TO WS-Row-Desc(WS-Row-Count)
                       PERFORM SAVE-PARA
                       DISPLAY "Mapping added."
                   ELSE
                       DISPLAY "Mapping was not added."
                   END-IF
               END-IF
           END-IF.

       CHANGE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No mapping for that kind, store and code."
           ELSE
               DISPLAY "Now: ", WS-Row-Account(WS-Found-Sub), "  ",
                       WS-Row-CostCentre(WS-Found-Sub), "  ",
                       WS-Row-Desc(WS-Found-Sub)
               PERFORM GET-VALUE-PARA
               PERFORM EDIT-ROW-PARA
               IF EDIT-PASSED
                   MOVE WS-Work-Account TO
                       WS-Row-Account(WS-Found-Sub)
                   MOVE WS-Work-CostCentre TO
                       WS-Row-CostCentre(WS-Found-Sub)
                   MOVE WS-Work-Desc TO WS-Row-Desc(WS-Found-Sub)
                   PERFORM SAVE-PARA
                   DISPLAY "Mapping changed."
               ELSE
                   DISPLAY "Mapping was not changed."
               END-IF
           END-IF.

      * Deleting shuffles the tail rows down one over the hole. The
      *    next weekly run will refuse to cut a journal that needs
      *    the row, rather than drop the amount.
       DELETE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No mapping for that kind, store and code."
           ELSE
               PERFORM VARYING WS-Row-Sub FROM WS-Found-Sub BY 1
                       UNTIL WS-Row-Sub >= WS-Row-Count
                   MOVE WS-Map-Row(WS-Row-Sub + 1) TO
                       WS-Map-Row(WS-Row-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Row-Count
               PERFORM SAVE-PARA
               DISPLAY "Mapping deleted."
           END-IF.

       LIST-PARA.
           DISPLAY " "
           DISPLAY "K Store C Account    CstCtr Description"
           PERFORM LIST-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count.

       LIST-ROW-PARA.
           DISPLAY WS-Row-Kind(WS-Row-Sub), " ",
                   WS-Row-Store(WS-Row-Sub), "  ",
                   WS-Row-Code(WS-Row-Sub), " ",
                   WS-Row-Account(WS-Row-Sub), " ",
                   WS-Row-CostCentre(WS-Row-Sub), " ",
                   WS-Row-Desc(WS-Row-Sub).

      * A new store opens with the same expense accounts as an
      *    existing one - its job-code rows are copied across under
      *    the cost centre keyed here, leaving any row the new store
      *    already has alone.
       COPY-PARA.
           DISPLAY "Copy expense rows from store: " WITH NO ADVANCING
           ACCEPT WS-From-Store
           DISPLAY "To new store: " WITH NO ADVANCING
           ACCEPT WS-Work-Store
           DISPLAY "Cost centre for the new store: " WITH NO ADVANCING
           ACCEPT WS-Work-CostCentre
           MOVE 0 TO WS-Copied-Count
           IF WS-Work-Store = 0 OR WS-Work-Store = WS-From-Store OR
                   WS-Work-CostCentre = SPACES
               DISPLAY "Need two different stores and a cost centre."
           ELSE
               MOVE "E" TO WS-Work-Kind
               PERFORM COPY-ROW-PARA
                   VARYING WS-Copy-Sub FROM 1 BY 1
                   UNTIL WS-Copy-Sub > WS-Row-Count
               IF WS-Copied-Count > 0
                   PERFORM SAVE-PARA
               END-IF
               DISPLAY WS-Copied-Count, " row(s) copied."
           END-IF.

       COPY-ROW-PARA.
           IF WS-Row-Kind(WS-Copy-Sub) = "E" AND
                   WS-Row-Store(WS-Copy-Sub) = WS-From-Store
               MOVE WS-Row-Code(WS-Copy-Sub) TO WS-Work-Code
               PERFORM FIND-ROW-PARA
               IF WS-Found-Sub = 0
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE "E" TO WS-Row-Kind(WS-Row-Count)
                       MOVE WS-Work-Store TO
                           WS-Row-Store(WS-Row-Count)
                       MOVE WS-Work-Code TO WS-Row-Code(WS-Row-Count)
                       MOVE WS-Row-Account(WS-Copy-Sub) TO
                           WS-Row-Account(WS-Row-Count)
                       MOVE WS-Work-CostCentre TO
                           WS-Row-CostCentre(WS-Row-Count)
                       MOVE WS-Row-Desc(WS-Copy-Sub) TO
                           WS-Row-Desc(WS-Row-Count)
                       ADD 1 TO WS-Copied-Count
                   ELSE
                       DISPLAY "The mapping table is full - job code ",
                               WS-Work-Code, " not copied."
                   END-IF
               END-IF
           END-IF.

      * Rewrites the whole file from the table after every applied
      *    change - never left half-written, never saved short.
       SAVE-PARA.
           IF WS-Dropped-Count > 0
               DISPLAY "NOT SAVED - the file holds more rows than "-
                       "this program could load, and rewriting it "-
                       "from a short table would destroy them."
           ELSE
               PERFORM SAVE-WRITE-PARA
           END-IF.

       SAVE-WRITE-PARA.
           OPEN OUTPUT GLMAPFILE
           PERFORM SAVE-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           CLOSE GLMAPFILE.

       SAVE-ROW-PARA.
           MOVE WS-Row-Kind(WS-Row-Sub) TO Map-Kind
           MOVE WS-Row-Store(WS-Row-Sub) TO Map-Store
           MOVE WS-Row-Code(WS-Row-Sub) TO Map-Code
           MOVE WS-Row-Account(WS-Row-Sub) TO Map-Account
           MOVE WS-Row-CostCentre(WS-Row-Sub) TO Map-CostCentre
           MOVE WS-Row-Desc(WS-Row-Sub) TO Map-Desc
           WRITE GLMapRec.

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program GLMapMaint.
