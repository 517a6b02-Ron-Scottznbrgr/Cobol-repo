      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Position master maintenance.                                   *
      * The budget master says what a store should spend; this file    *
      *    says how many people it is allowed - authorized positions   *
      *    by store and job code, from an effective date. A row stays  *
      *    in force until a later row for the same store and job code  *
      *    replaces it; zero authorized closes the positions from      *
      *    that date. Stores are validated against the Store Master    *
      *    and job codes against A/C/M/S, the same as the budget       *
      *    master's cells.                                             *
      * PositionControl reports the authorized headcount against the   *
      *    Employee Master's actives and the week's pay, and           *
      *    Assignment03 warns when an Add or a move would overfill a   *
      *    store. A store with no rows here is not under position      *
      *    control at all.                                             *
      * The file is rewritten in full, in store, job code and date     *
      *    order, after every applied change, and every change is      *
      *    journalled with who keyed it. Adding and changing is level  *
      *    2; deleting a row is the supervisor's.                      *
      ******************************************************************
       identification division.
       program-id. PositionMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout PositionControl and Assignment03 read.
           SELECT POSITIONFILE ASSIGN
           "DataFiles\Assignment#6_Positions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Position-Status.

      * One journal record per applied change, with the before and
      *    after row images and who keyed it.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment06_PositionJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

      * The Store Master, for the known-store-number edit.
           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-StoreMaster-Status.

       DATA DIVISION.
       FILE SECTION.
       FD POSITIONFILE.
       01 PositionRec.
           03  Pos-StoreNumber     PIC 9(4).
           03  Pos-JobCode         PIC A.
           03  Pos-Effective       PIC 9(8).
           03  Pos-Authorized      PIC 9(3).
           03  Pos-Keyed-By        PIC X(8).

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
      * A = row added, C = changed, D = deleted.
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
      * Full row images, spaces where there was no row on that side
      *    of the action.
           03 Jrn-Before        pic x(24).
           03 Jrn-After         pic x(24).

      * Same record layout StoreMaster.cbl maintains.
       FD STOREMASTER.
       01 StoreRecord.
           03  Store-Number        PIC 9(4).
           03  Store-Name          PIC X(20).
           03  Store-Region        PIC X(10).
           03  Store-Manager       PIC X(20).
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
      * The weather city whose temperature history stands for the
      *    store - a name on Assignment05's city list, blank if none.
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "PositionMaint".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Position-Status   PIC XX value "00".
       01 ws-Journal-Status    PIC XX value "00".
       01 ws-StoreMaster-Status PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-Position-EOF-Flag PIC 9 value 0.
           88 POSITION-EOF     value 1.
       01 WS-StoreMst-Avail-Flag PIC X value "N".
           88 STOREMASTER-AVAILABLE value "Y".

      * The whole position master held in memory while the menu
      *    runs, with CommissionMaint's short-table save guard.
       01 WS-Max-Rows          PIC 9(4) value 2000.
       01 WS-Row-Count         PIC 9(4) value 0.
       01 WS-Dropped-Count     PIC 9(4) value 0.
       01 WS-Position-Table.
           03 WS-Position-Row OCCURS 2000 TIMES.
               05 WS-Row-Key.
                   07 WS-Row-Store     PIC 9(4) value 0.
                   07 WS-Row-Job       PIC A value space.
                   07 WS-Row-Effective PIC 9(8) value 0.
               05 WS-Row-Authorized    PIC 9(3) value 0.
               05 WS-Row-Keyed-By      PIC X(8) value spaces.
       01 WS-Row-Sub           PIC 9(4) value 0.
       01 WS-Swap-Sub          PIC 9(4) value 0.
       01 WS-Swap-Row          PIC X(24) value SPACES.
       01 WS-Found-Sub         PIC 9(4) value 0.
       01 WS-Listed-Count      PIC 9(4) value 0.

      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - level 1 inquires
      *    only, level 2 maintains, level 3 may also delete.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "PositionMaint".
           03 WS-SOB-Result        PIC X value "N".
               88 SIGNON-ACCEPTED  value "Y".
           03 WS-SOB-Operator-ID   PIC X(8) value SPACES.
           03 WS-SOB-Level         PIC 9 value 0.
           03 WS-SOB-EmpID         PIC X(9) value SPACES.
           03 WS-SOB-Password      PIC X(8) value SPACES.
           03 WS-SOB-Encoded       PIC 9(15) value 0.
       01 WS-Operator-ID       PIC X(8) value SPACES.
       01 WS-Operator-Level    PIC 9 value 0.
           88 INQUIRY-ONLY     value 1.
           88 MAINT-OPERATOR   value 2.
           88 SUPERVISOR       value 3.
       01 WS-SignOn-Flag       PIC X value "N".
           88 SIGNED-ON        value "Y".
       01 WS-Jrn-Action        PIC X value SPACE.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Time          PIC 9(8) value 0.

      * The row images the journal carries.
       01 WS-Before-Image      PIC X(24) value SPACES.
       01 WS-After-Image       PIC X(24) value SPACES.

      * The row being keyed in or looked for.
       01 WS-Work-Store        PIC 9(4) value 0.
       01 WS-Work-Job          PIC A value space.
       01 WS-Work-Effective    PIC 9(8) value 0.
       01 WS-Work-Authorized   PIC 9(3) value 0.
       01 WS-List-Store        PIC 9(4) value 0.
       01 WS-Count-Edited      PIC ZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM SIGN-ON-PARA.
           IF SIGNED-ON
               PERFORM JOURNAL-OPEN-PARA
               PERFORM STOREMASTER-OPEN-PARA
               PERFORM LOAD-PARA
               PERFORM MENU-PARA UNTIL DONE-WITH-MENU
           ELSE
               DISPLAY " "
               DISPLAY "SIGN-ON FAILED - the program will now end."
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program maintains the position"
           display "master - how many people each store is authorized"
           display "to carry in each job code."
           display " "
           display "Rows are keyed by store number, job code and the"
           display "date the authorized count takes effect."
           DISPLAY "---------------------------------------------------"
           display " ".

      * No Store Master on hand is warned about loudly but the
      *    menu still runs - the store edit just can't enforce.
       STOREMASTER-OPEN-PARA.
           OPEN INPUT STOREMASTER
           IF ws-StoreMaster-Status = "00"
               MOVE "Y" TO WS-StoreMst-Avail-Flag
           ELSE
               DISPLAY "*** STORE MASTER UNAVAILABLE - STORE "-
                       "NUMBERS WILL NOT BE VALIDATED THIS RUN ***"
           END-IF.

      * Pulls the whole position master in. No file yet just means
      *    no rows - the first Add creates it.
       LOAD-PARA.
           OPEN INPUT POSITIONFILE
           IF ws-Position-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL POSITION-EOF
               CLOSE POSITIONFILE
           END-IF
           DISPLAY WS-Row-Count, " position row(s) on file."
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " ROW(S) DID NOT "-
                       "FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ POSITIONFILE
               AT END
                   SET POSITION-EOF TO TRUE
               NOT AT END
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE PositionRec TO
                           WS-Position-Row(WS-Row-Count)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Add authorized positions"
           display "2 - Change authorized positions"
           display "3 - Delete a position row"
           display "4 - List the position master"
           display "5 - Exit"
           DISPLAY "Enter a selection (1-5): " WITH NO ADVANCING
           ACCEPT ws-Menu-Choice

           EVALUATE ws-Menu-Choice
               WHEN 1
                   IF INQUIRY-ONLY
                       PERFORM NOT-AUTHORIZED-PARA
                   ELSE
                       PERFORM ADD-PARA
                   END-IF
               WHEN 2
                   IF INQUIRY-ONLY
                       PERFORM NOT-AUTHORIZED-PARA
                   ELSE
                       PERFORM CHANGE-PARA
                   END-IF
               WHEN 3
                   IF SUPERVISOR
                       PERFORM DELETE-PARA
                   ELSE
                       PERFORM NOT-AUTHORIZED-PARA
                   END-IF
               WHEN 4
                   PERFORM LIST-PARA
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

      * Prompts for the three key fields a row is found by.
       GET-KEY-PARA.
           DISPLAY "Store Number: " WITH NO ADVANCING
           ACCEPT WS-Work-Store
           DISPLAY "Job Code (A/C/M/S): " WITH NO ADVANCING
           ACCEPT WS-Work-Job
           MOVE FUNCTION UPPER-CASE(WS-Work-Job) TO WS-Work-Job
           DISPLAY "Effective Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Work-Effective.

       GET-VALUE-PARA.
           DISPLAY "Authorized Positions (0 closes them): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Authorized.

       FIND-ROW-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Store(WS-Row-Sub) = WS-Work-Store AND
                       WS-Row-Job(WS-Row-Sub) = WS-Work-Job AND
                       WS-Row-Effective(WS-Row-Sub) =
                       WS-Work-Effective
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

      * Store against the Store Master, job code against the four
      *    the weekly run knows, a real effective date - and no
      *    positions opened at a store already closed by then.
       EDIT-ROW-PARA.
           SET EDIT-PASSED TO TRUE
           IF WS-Work-Store = 0
               DISPLAY "Store number cannot be zero."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF STOREMASTER-AVAILABLE AND EDIT-PASSED
               MOVE WS-Work-Store TO Store-Number
               READ STOREMASTER KEY IS Store-Number
                   INVALID KEY
                       DISPLAY "Store is not on the Store Master."
                       SET EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                       IF Store-Close-Date NOT = 0 AND
                               Store-Close-Date <= WS-Work-Effective
                               AND WS-Work-Authorized > 0
                           DISPLAY "The store is closed by that "-
                                   "date - only 0 positions can "-
                                   "take effect."
                           SET EDIT-FAILED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-Work-Job NOT = "A" AND WS-Work-Job NOT = "C" AND
                   WS-Work-Job NOT = "M" AND WS-Work-Job NOT = "S"
               DISPLAY "Job code must be A, C, M or S."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Work-Effective) NOT = 0
               DISPLAY "Effective date is not a valid calendar date."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Authorized NOT NUMERIC
               DISPLAY "Authorized positions must be a number."
               SET EDIT-FAILED TO TRUE
           END-IF.

       ADD-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "That store and job code already have a row "-
                       "from that date - change it instead."
           ELSE
               IF WS-Row-Count >= WS-Max-Rows
                   DISPLAY "The position table is full."
               ELSE
                   PERFORM GET-VALUE-PARA
                   PERFORM EDIT-ROW-PARA
                   IF EDIT-PASSED
                       ADD 1 TO WS-Row-Count
                       MOVE WS-Work-Store TO WS-Row-Store(WS-Row-Count)
                       MOVE WS-Work-Job TO WS-Row-Job(WS-Row-Count)
                       MOVE WS-Work-Effective TO
                           WS-Row-Effective(WS-Row-Count)
                       MOVE WS-Work-Authorized TO
                           WS-Row-Authorized(WS-Row-Count)
                       MOVE WS-Operator-ID TO
                           WS-Row-Keyed-By(WS-Row-Count)
                       MOVE "A" TO WS-Jrn-Action
                       MOVE SPACES TO WS-Before-Image
                       MOVE WS-Position-Row(WS-Row-Count) TO
                           WS-After-Image
                       PERFORM SAVE-PARA
                       PERFORM JOURNAL-WRITE-PARA
                       DISPLAY "Positions added."
                   ELSE
                       DISPLAY "Positions were not added."
                   END-IF
               END-IF
           END-IF.

       CHANGE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No row for that store, job code and date."
           ELSE
               MOVE WS-Row-Authorized(WS-Found-Sub) TO WS-Count-Edited
               DISPLAY "Now: ", WS-Count-Edited, " authorized, keyed "-
                       "by ", WS-Row-Keyed-By(WS-Found-Sub)
               PERFORM GET-VALUE-PARA
               PERFORM EDIT-ROW-PARA
               IF EDIT-PASSED
                   MOVE WS-Position-Row(WS-Found-Sub) TO
                       WS-Before-Image
                   MOVE WS-Work-Authorized TO
                       WS-Row-Authorized(WS-Found-Sub)
                   MOVE WS-Operator-ID TO
                       WS-Row-Keyed-By(WS-Found-Sub)
                   MOVE "C" TO WS-Jrn-Action
                   MOVE WS-Position-Row(WS-Found-Sub) TO
                       WS-After-Image
                   PERFORM SAVE-PARA
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Positions changed."
               ELSE
                   DISPLAY "Positions were not changed."
               END-IF
           END-IF.

      * Deleting shuffles the tail rows down one over the hole.
       DELETE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No row for that store, job code and date."
           ELSE
               MOVE WS-Position-Row(WS-Found-Sub) TO WS-Before-Image
               PERFORM VARYING WS-Row-Sub FROM WS-Found-Sub BY 1
                       UNTIL WS-Row-Sub >= WS-Row-Count
                   MOVE WS-Position-Row(WS-Row-Sub + 1) TO
                       WS-Position-Row(WS-Row-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Row-Count
               PERFORM SAVE-PARA
               MOVE "D" TO WS-Jrn-Action
               MOVE SPACES TO WS-After-Image
               PERFORM JOURNAL-WRITE-PARA
               DISPLAY "Position row deleted."
           END-IF.

      * One store's rows, or every store's for zero.
       LIST-PARA.
           DISPLAY "Store Number (0 = all): " WITH NO ADVANCING
           ACCEPT WS-List-Store
           MOVE 0 TO WS-Listed-Count
           DISPLAY " "
           DISPLAY "Store  Job  Effective  Auth  Keyed By"
           PERFORM LIST-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           DISPLAY WS-Listed-Count, " row(s) listed.".

       LIST-ROW-PARA.
           IF WS-List-Store = 0 OR
                   WS-Row-Store(WS-Row-Sub) = WS-List-Store
               ADD 1 TO WS-Listed-Count
               MOVE WS-Row-Authorized(WS-Row-Sub) TO WS-Count-Edited
               DISPLAY WS-Row-Store(WS-Row-Sub), "   ",
                       WS-Row-Job(WS-Row-Sub), "    ",
                       WS-Row-Effective(WS-Row-Sub), "   ",
                       WS-Count-Edited, "  ",
                       WS-Row-Keyed-By(WS-Row-Sub)
           END-IF.

      * Rewrites the whole position master from the table after
      *    every applied change - never half-written, never saved
      *    short.
       SAVE-PARA.
           IF WS-Dropped-Count > 0
               DISPLAY "NOT SAVED - the file holds more rows than "-
                       "this program could load, and rewriting it "-
                       "from a short table would destroy them."
           ELSE
               PERFORM SORT-PARA
               PERFORM SAVE-WRITE-PARA
           END-IF.

      * Store, then job code, then effective date.
       SORT-PARA.
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               PERFORM VARYING WS-Swap-Sub FROM 1 BY 1
                       UNTIL WS-Swap-Sub >
                             WS-Row-Count - WS-Row-Sub
                   IF WS-Row-Key(WS-Swap-Sub) >
                           WS-Row-Key(WS-Swap-Sub + 1)
                       MOVE WS-Position-Row(WS-Swap-Sub) TO
                           WS-Swap-Row
                       MOVE WS-Position-Row(WS-Swap-Sub + 1) TO
                           WS-Position-Row(WS-Swap-Sub)
                       MOVE WS-Swap-Row TO
                           WS-Position-Row(WS-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SAVE-WRITE-PARA.
           OPEN OUTPUT POSITIONFILE
           PERFORM SAVE-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           CLOSE POSITIONFILE.

       SAVE-ROW-PARA.
           MOVE WS-Position-Row(WS-Row-Sub) TO PositionRec
           WRITE PositionRec.

      * Who's at the keyboard - the shared operator sign-on, with
      *    its encoded passwords, expiry and lockout. A missing
      *    operator file is still the first-install bootstrap.
       SIGN-ON-PARA.
           CALL "OperSignOn" USING WS-SignOn-Block
           IF SIGNON-ACCEPTED
               MOVE WS-SOB-Operator-ID TO WS-Operator-ID
               MOVE WS-SOB-Level TO WS-Operator-Level
               SET SIGNED-ON TO TRUE
           END-IF.

       NOT-AUTHORIZED-PARA.
           DISPLAY "Your operator level is not authorized for that "-
                   "selection.".

      * Opens the audit journal for append - EXTEND once it exists,
      *    falling back to OUTPUT the very first run, the same way
      *    the Employee Master maintenance keeps its journal.
       JOURNAL-OPEN-PARA.
           OPEN EXTEND JOURNALFILE
           IF ws-Journal-Status NOT = "00"
               OPEN OUTPUT JOURNALFILE
           END-IF.

      * One journal record for the maintenance action just applied.
       JOURNAL-WRITE-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           MOVE WS-Run-Date TO Jrn-Date
           MOVE WS-Run-Time TO Jrn-Time
           MOVE WS-Jrn-Action TO Jrn-Action
           MOVE WS-Operator-ID TO Jrn-Operator
           MOVE WS-Before-Image TO Jrn-Before
           MOVE WS-After-Image TO Jrn-After
           WRITE JournalRec.

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
               IF SIGNED-ON
                   CLOSE JOURNALFILE
               END-IF.
               IF STOREMASTER-AVAILABLE
                   CLOSE STOREMASTER
               END-IF.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program PositionMaint.
