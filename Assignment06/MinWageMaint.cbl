      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Minimum-wage table maintenance.                                *
      * The weekly run checks every settled person's pay against the  *
      *    minimum wage in this table, and looks ahead for increases   *
      *    coming into effect, so each province's rates are keyed in   *
      *    here as soon as they are announced. A row is a province,    *
      *    a program code and the date the rate takes effect:          *
      *      program code spaces - the province's general rate;        *
      *      program code named  - a student or trainee rate for the   *
      *          Employee Master program code it names.                *
      *    Province ** is the rate for every province with no row of   *
      *    its own. A rate stays in effect until a later row for the   *
      *    same province and program code replaces it.                 *
      * The file is rewritten in full, in province, program code and   *
      *    date order, after every applied change, and every change is *
      *    journalled with who keyed it. Adding and changing a rate is *
      *    level 2; deleting one is the supervisor's.                  *
      ******************************************************************
       identification division.
       program-id. MinWageMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout the weekly run's MINWAGE-LOAD-PARA reads.
           SELECT MINWAGEFILE ASSIGN
           "DataFiles\Assignment#6_MinWage.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-MinWage-Status.

      * One journal record per applied change, with the before and
      *    after row images and who keyed it.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment06_MinWageJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MINWAGEFILE.
       01 MinWageRec.
           03  MW-Province         PIC X(2).
      * Spaces = the general rate; otherwise the Employee Master
      *    program code (STUDENT, TRAINEE ...) the rate is for.
           03  MW-Program-Code     PIC X(10).
           03  MW-Effective        PIC 9(8).
           03  MW-Rate             PIC 99V99.

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
      * A = rate added, C = changed, D = deleted.
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
      * Full row images, spaces where there was no row on that side
      *    of the action.
           03 Jrn-Before        pic x(24).
           03 Jrn-After         pic x(24).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
       01 ws-MinWage-Status    PIC XX value "00".
       01 ws-Journal-Status    PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-MinWage-EOF-Flag  PIC 9 value 0.
           88 MINWAGE-EOF      value 1.

      * The whole table held in memory while the menu runs, with
      *    CommissionMaint's short-table save guard.
       01 WS-Max-Rows          PIC 999 value 300.
       01 WS-Row-Count         PIC 999 value 0.
       01 WS-Dropped-Count     PIC 999 value 0.
       01 WS-MinWage-Table.
           03 WS-MinWage-Row OCCURS 300 TIMES.
               05 WS-Row-Key.
                   07 WS-Row-Province  PIC X(2) value SPACES.
                   07 WS-Row-Program-Code PIC X(10) value SPACES.
                   07 WS-Row-Effective PIC 9(8) value 0.
               05 WS-Row-Rate          PIC 99V99 value 0.
       01 WS-Row-Sub           PIC 999 value 0.
       01 WS-Swap-Sub          PIC 999 value 0.
       01 WS-Swap-Row          PIC X(24) value SPACES.
       01 WS-Found-Sub         PIC 999 value 0.
       01 WS-Listed-Count      PIC 999 value 0.

      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - level 1 inquires
      *    only, level 2 maintains, level 3 may also delete.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "MinWageMaint".
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
       01 WS-Work-Province     PIC X(2) value SPACES.
       01 WS-Work-Program-Code PIC X(10) value SPACES.
       01 WS-Work-Effective    PIC 9(8) value 0.
       01 WS-Work-Rate         PIC 99V99 value 0.
       01 WS-List-Province     PIC X(2) value SPACES.
       01 WS-Rate-Edited       PIC Z9.99.
       01 WS-Class-Disp        PIC X(10) value SPACES.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INSTRUCT-PARA.
           PERFORM SIGN-ON-PARA.
           IF SIGNED-ON
               PERFORM JOURNAL-OPEN-PARA
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
           display "Welcome! This program maintains the minimum-wage"
           display "table the weekly run checks everyone's pay"
           display "against."
           display " "
           display "Rates are keyed by province, program code (blank"
           display "for the general rate) and effective date;"
           display "province ** covers the rest."
           DISPLAY "---------------------------------------------------"
           display " ".

      * Pulls the whole table in. No file yet just means no rows -
      *    the first Add creates it.
       LOAD-PARA.
           OPEN INPUT MINWAGEFILE
           IF ws-MinWage-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL MINWAGE-EOF
               CLOSE MINWAGEFILE
           END-IF
           DISPLAY WS-Row-Count, " minimum-wage row(s) on file."
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " ROW(S) DID NOT "-
                       "FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ MINWAGEFILE
               AT END
                   SET MINWAGE-EOF TO TRUE
               NOT AT END
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE MinWageRec TO WS-MinWage-Row(WS-Row-Count)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Add a rate"
           display "2 - Change a rate"
           display "3 - Delete a rate"
           display "4 - List the table"
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
           DISPLAY "Province (** = all others): " WITH NO ADVANCING
           ACCEPT WS-Work-Province
           MOVE FUNCTION UPPER-CASE(WS-Work-Province)
               TO WS-Work-Province
           DISPLAY "Program Code (blank = general rate): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Program-Code
           MOVE FUNCTION UPPER-CASE(WS-Work-Program-Code)
               TO WS-Work-Program-Code
           DISPLAY "Effective Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Work-Effective.

       GET-VALUE-PARA.
           DISPLAY "Hourly Minimum (e.g. 16.55): " WITH NO ADVANCING
           ACCEPT WS-Work-Rate.

       FIND-ROW-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Province(WS-Row-Sub) = WS-Work-Province AND
                       WS-Row-Program-Code(WS-Row-Sub) =
                       WS-Work-Program-Code AND
                       WS-Row-Effective(WS-Row-Sub) =
                       WS-Work-Effective
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

      * A rate on a date that doesn't exist would never come into
      *    effect, and a province the run can't match would never be
      *    checked against - nothing saves without passing these.
       EDIT-ROW-PARA.
           SET EDIT-PASSED TO TRUE
           IF WS-Work-Province NOT = "**" AND
                   WS-Work-Province NOT ALPHABETIC-UPPER
               DISPLAY "Province must be a two-letter code or **."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Province(1:1) = SPACE OR
                   WS-Work-Province(2:1) = SPACE
               DISPLAY "Province must be a two-letter code or **."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Work-Effective) NOT = 0
               DISPLAY "Effective date is not a valid calendar date."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Rate NOT NUMERIC OR WS-Work-Rate = 0
               DISPLAY "The hourly minimum must be more than zero."
               SET EDIT-FAILED TO TRUE
           END-IF.

       ADD-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "That rate is already on the table - change "-
                       "it instead."
           ELSE
               IF WS-Row-Count >= WS-Max-Rows
                   DISPLAY "The minimum-wage table is full."
               ELSE
                   PERFORM GET-VALUE-PARA
                   PERFORM EDIT-ROW-PARA
                   IF EDIT-PASSED
                       ADD 1 TO WS-Row-Count
                       MOVE WS-Work-Province TO
                           WS-Row-Province(WS-Row-Count)
                       MOVE WS-Work-Program-Code TO
                           WS-Row-Program-Code(WS-Row-Count)
                       MOVE WS-Work-Effective TO
                           WS-Row-Effective(WS-Row-Count)
                       MOVE WS-Work-Rate TO WS-Row-Rate(WS-Row-Count)
                       MOVE "A" TO WS-Jrn-Action
                       MOVE SPACES TO WS-Before-Image
                       MOVE WS-MinWage-Row(WS-Row-Count) TO
                           WS-After-Image
                       PERFORM SAVE-PARA
                       PERFORM JOURNAL-WRITE-PARA
                       DISPLAY "Rate added."
                   ELSE
                       DISPLAY "Rate was not added."
                   END-IF
               END-IF
           END-IF.

       CHANGE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No such rate on the table."
           ELSE
               MOVE WS-Row-Rate(WS-Found-Sub) TO WS-Rate-Edited
               DISPLAY "Now: ", WS-Rate-Edited, " an hour."
               PERFORM GET-VALUE-PARA
               PERFORM EDIT-ROW-PARA
               IF EDIT-PASSED
                   MOVE WS-MinWage-Row(WS-Found-Sub) TO WS-Before-Image
                   MOVE WS-Work-Rate TO WS-Row-Rate(WS-Found-Sub)
                   MOVE "C" TO WS-Jrn-Action
                   MOVE WS-MinWage-Row(WS-Found-Sub) TO WS-After-Image
                   PERFORM SAVE-PARA
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Rate changed."
               ELSE
                   DISPLAY "Rate was not changed."
               END-IF
           END-IF.

      * Deleting shuffles the tail rows down one over the hole.
       DELETE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No such rate on the table."
           ELSE
               MOVE WS-MinWage-Row(WS-Found-Sub) TO WS-Before-Image
               PERFORM VARYING WS-Row-Sub FROM WS-Found-Sub BY 1
                       UNTIL WS-Row-Sub >= WS-Row-Count
                   MOVE WS-MinWage-Row(WS-Row-Sub + 1) TO
                       WS-MinWage-Row(WS-Row-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Row-Count
               PERFORM SAVE-PARA
               MOVE "D" TO WS-Jrn-Action
               MOVE SPACES TO WS-After-Image
               PERFORM JOURNAL-WRITE-PARA
               DISPLAY "Rate deleted."
           END-IF.

      * One province's rates, or the whole table for a blank.
       LIST-PARA.
           DISPLAY "Province (blank = all): " WITH NO ADVANCING
           ACCEPT WS-List-Province
           MOVE FUNCTION UPPER-CASE(WS-List-Province)
               TO WS-List-Province
           MOVE 0 TO WS-Listed-Count
           DISPLAY " "
           DISPLAY "Prov  Class       Effective   Rate"
           PERFORM LIST-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           DISPLAY WS-Listed-Count, " rate(s) listed.".

       LIST-ROW-PARA.
           IF WS-List-Province = SPACES OR
                   WS-Row-Province(WS-Row-Sub) = WS-List-Province
               ADD 1 TO WS-Listed-Count
               IF WS-Row-Program-Code(WS-Row-Sub) = SPACES
                   MOVE "GENERAL" TO WS-Class-Disp
               ELSE
                   MOVE WS-Row-Program-Code(WS-Row-Sub) TO
                       WS-Class-Disp
               END-IF
               MOVE WS-Row-Rate(WS-Row-Sub) TO WS-Rate-Edited
               DISPLAY WS-Row-Province(WS-Row-Sub), "    ",
                       WS-Class-Disp, "  ",
                       WS-Row-Effective(WS-Row-Sub), "  ",
                       WS-Rate-Edited
           END-IF.

      * Rewrites the whole table from memory after every applied
      *    change - never half-written, never saved short.
       SAVE-PARA.
           IF WS-Dropped-Count > 0
               DISPLAY "NOT SAVED - the file holds more rows than "-
                       "this program could load, and rewriting it "-
                       "from a short table would destroy them."
           ELSE
               PERFORM SORT-PARA
               PERFORM SAVE-WRITE-PARA
           END-IF.

      * Province, then program code, then effective date.
       SORT-PARA.
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               PERFORM VARYING WS-Swap-Sub FROM 1 BY 1
                       UNTIL WS-Swap-Sub >
                             WS-Row-Count - WS-Row-Sub
                   IF WS-Row-Key(WS-Swap-Sub) >
                           WS-Row-Key(WS-Swap-Sub + 1)
                       MOVE WS-MinWage-Row(WS-Swap-Sub) TO
                           WS-Swap-Row
                       MOVE WS-MinWage-Row(WS-Swap-Sub + 1) TO
                           WS-MinWage-Row(WS-Swap-Sub)
                       MOVE WS-Swap-Row TO
                           WS-MinWage-Row(WS-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SAVE-WRITE-PARA.
           OPEN OUTPUT MINWAGEFILE
           PERFORM SAVE-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           CLOSE MINWAGEFILE.

       SAVE-ROW-PARA.
           MOVE WS-MinWage-Row(WS-Row-Sub) TO MinWageRec
           WRITE MinWageRec.

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

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               IF SIGNED-ON
                   CLOSE JOURNALFILE
               END-IF.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program MinWageMaint.
