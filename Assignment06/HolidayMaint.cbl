      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Statutory holiday calendar maintenance.                        *
      * The weekly run pays holiday pay and premium time off this      *
      *    calendar, so it is keyed ahead of the year the same way     *
      *    the commission rates and gift catalog are kept. Two kinds   *
      *    of row share the file:                                      *
      *      H - a holiday: province and date, with its name.          *
      *      E - a province's eligibility rules: days of service off   *
      *          the hire date before a holiday is paid, how many      *
      *          recent weeks of pay the holiday pay averages, the     *
      *          days-per-week divisor that turns that average into    *
      *          one day's pay, and the rate holiday hours worked are  *
      *          paid at. Province ** is the rule for every province   *
      *          with no E row of its own.                             *
      * The file is rewritten in full, in province and date order,     *
      *    after every applied change.                                 *
      ******************************************************************
       identification division.
       program-id. HolidayMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout the weekly run's HOLIDAY-LOAD-PARA reads.
           SELECT HOLIDAYFILE ASSIGN
           "DataFiles\Assignment#6_HolidayCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Holiday-Status.

       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAYFILE.
       01 HolidayRec.
           03  Hol-Type            PIC X.
           03  Hol-Province        PIC X(2).
           03  Hol-Detail          PIC X(32).
           03  Hol-Holiday REDEFINES Hol-Detail.
               05  Hol-Date            PIC 9(8).
               05  Hol-Name            PIC X(24).
           03  Hol-Eligibility REDEFINES Hol-Detail.
               05  Hol-Min-Days        PIC 9(3).
               05  Hol-Avg-Weeks       PIC 99.
               05  Hol-Days-Per-Week   PIC 9.
               05  Hol-Premium         PIC 9V99.
               05  FILLER              PIC X(23).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
       01 ws-Holiday-Status    PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-Holiday-EOF-Flag  PIC 9 value 0.
           88 HOLIDAY-EOF      value 1.

      * The whole calendar held in memory while the menu runs, with
      *    CommissionMaint's short-table save guard.
       01 WS-Max-Rows          PIC 999 value 300.
       01 WS-Row-Count         PIC 999 value 0.
       01 WS-Dropped-Count     PIC 999 value 0.
       01 WS-Holiday-Table.
           03 WS-Holiday-Row OCCURS 300 TIMES.
               05 WS-Row-Key.
                   07 WS-Row-Type      PIC X value SPACE.
                   07 WS-Row-Province  PIC X(2) value SPACES.
                   07 WS-Row-Date      PIC 9(8) value 0.
               05 WS-Row-Name          PIC X(24) value SPACES.
               05 WS-Row-Min-Days      PIC 9(3) value 0.
               05 WS-Row-Avg-Weeks     PIC 99 value 0.
               05 WS-Row-Days-Per-Week PIC 9 value 0.
               05 WS-Row-Premium       PIC 9V99 value 0.
       01 WS-Row-Sub           PIC 999 value 0.
       01 WS-Swap-Sub          PIC 999 value 0.
       01 WS-Swap-Row          PIC X(44) value SPACES.
       01 WS-Found-Sub         PIC 999 value 0.

       01 WS-Work-Province     PIC X(2) value SPACES.
       01 WS-Work-Date         PIC 9(8) value 0.
       01 WS-Work-Name         PIC X(24) value SPACES.
       01 WS-Work-Min-Days     PIC 9(3) value 0.
       01 WS-Work-Avg-Weeks    PIC 99 value 0.
       01 WS-Work-Days-Per-Week PIC 9 value 0.
       01 WS-Work-Premium      PIC 9V99 value 0.
       01 WS-Premium-Edited    PIC 9.99.

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
           display "Welcome! This program maintains the statutory"
           display "holiday calendar the weekly run pays holiday pay"
           display "and holiday premium time off."
           display " "
           display "Holidays are keyed by province and date; each"
           display "province may also carry its own eligibility"
           display "rules (province ** covers the rest)."
           DISPLAY "---------------------------------------------------"
           display " ".

       LOAD-PARA.
           OPEN INPUT HOLIDAYFILE
           IF ws-Holiday-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL HOLIDAY-EOF
               CLOSE HOLIDAYFILE
           END-IF
           DISPLAY WS-Row-Count, " calendar row(s) on file."
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " ROW(S) DID NOT "-
                       "FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ HOLIDAYFILE
               AT END
                   SET HOLIDAY-EOF TO TRUE
               NOT AT END
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE Hol-Type TO WS-Row-Type(WS-Row-Count)
                       MOVE Hol-Province TO
                           WS-Row-Province(WS-Row-Count)
                       IF Hol-Type = "H"
                           MOVE Hol-Date TO WS-Row-Date(WS-Row-Count)
                           MOVE Hol-Name TO WS-Row-Name(WS-Row-Count)
                       ELSE
                           MOVE Hol-Min-Days TO
                               WS-Row-Min-Days(WS-Row-Count)
                           MOVE Hol-Avg-Weeks TO
                               WS-Row-Avg-Weeks(WS-Row-Count)
                           MOVE Hol-Days-Per-Week TO
                               WS-Row-Days-Per-Week(WS-Row-Count)
                           MOVE Hol-Premium TO
                               WS-Row-Premium(WS-Row-Count)
                       END-IF
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Add a holiday"
           display "2 - Delete a holiday"
           display "3 - Set a province's eligibility rules"
           display "4 - List the calendar"
           display "5 - Exit"
           DISPLAY "Enter a selection (1-5): " WITH NO ADVANCING
           ACCEPT ws-Menu-Choice

           EVALUATE ws-Menu-Choice
               WHEN 1
                   PERFORM ADD-PARA
               WHEN 2
                   PERFORM DELETE-PARA
               WHEN 3
                   PERFORM RULES-PARA
               WHEN 4
                   PERFORM LIST-PARA
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

       GET-PROVINCE-PARA.
           DISPLAY "Province: " WITH NO ADVANCING
           ACCEPT WS-Work-Province.

       GET-DATE-PARA.
           DISPLAY "Holiday Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Work-Date.

      * An H row is found on province and date, an E row on
      *    province alone.
       FIND-HOLIDAY-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Type(WS-Row-Sub) = "H" AND
                       WS-Row-Province(WS-Row-Sub) = WS-Work-Province
                       AND WS-Row-Date(WS-Row-Sub) = WS-Work-Date
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

       FIND-RULES-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Type(WS-Row-Sub) = "E" AND
                       WS-Row-Province(WS-Row-Sub) = WS-Work-Province
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

      * A holiday on a date that doesn't exist would never match a
      *    pay week - and silently never be paid.
       EDIT-HOLIDAY-PARA.
           SET EDIT-PASSED TO TRUE
           IF WS-Work-Province = SPACES OR WS-Work-Province = "**"
               DISPLAY "A holiday needs a real province."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Work-Date) NOT = 0
               DISPLAY "Holiday date is not a valid calendar date."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Name = SPACES
               DISPLAY "Holiday name cannot be blank."
               SET EDIT-FAILED TO TRUE
           END-IF.

      * These figures decide who is paid the holiday and how much -
      *    nothing saves without passing them.
       EDIT-RULES-PARA.
           SET EDIT-PASSED TO TRUE
           IF WS-Work-Province = SPACES
               DISPLAY "Province cannot be blank (** for the rest)."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Avg-Weeks < 1 OR WS-Work-Avg-Weeks > 13
               DISPLAY "Weeks averaged must be 1 to 13."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Days-Per-Week < 1 OR WS-Work-Days-Per-Week > 7
               DISPLAY "Days per week must be 1 to 7."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Premium < 1
               DISPLAY "Premium rate cannot be under 1.00."
               SET EDIT-FAILED TO TRUE
           END-IF.

       ADD-PARA.
           PERFORM GET-PROVINCE-PARA
           PERFORM GET-DATE-PARA
           PERFORM FIND-HOLIDAY-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "That holiday is already on the calendar."
           ELSE
               IF WS-Row-Count >= WS-Max-Rows
                   DISPLAY "The calendar table is full."
               ELSE
                   DISPLAY "Holiday Name: " WITH NO ADVANCING
                   ACCEPT WS-Work-Name
                   PERFORM EDIT-HOLIDAY-PARA
                   IF EDIT-PASSED
                       ADD 1 TO WS-Row-Count
                       MOVE "H" TO WS-Row-Type(WS-Row-Count)
                       MOVE WS-Work-Province TO
                           WS-Row-Province(WS-Row-Count)
                       MOVE WS-Work-Date TO WS-Row-Date(WS-Row-Count)
                       MOVE WS-Work-Name TO WS-Row-Name(WS-Row-Count)
                       MOVE 0 TO WS-Row-Min-Days(WS-Row-Count)
                       MOVE 0 TO WS-Row-Avg-Weeks(WS-Row-Count)
                       MOVE 0 TO WS-Row-Days-Per-Week(WS-Row-Count)
                       MOVE 0 TO WS-Row-Premium(WS-Row-Count)
                       PERFORM SAVE-PARA
                       DISPLAY "Holiday added."
                   ELSE
                       DISPLAY "Holiday was not added."
                   END-IF
               END-IF
           END-IF.

      * Deleting shuffles the tail rows down one over the hole.
       DELETE-PARA.
           PERFORM GET-PROVINCE-PARA
           PERFORM GET-DATE-PARA
           PERFORM FIND-HOLIDAY-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No such holiday on the calendar."
           ELSE
               PERFORM VARYING WS-Row-Sub FROM WS-Found-Sub BY 1
                       UNTIL WS-Row-Sub >= WS-Row-Count
                   MOVE WS-Holiday-Row(WS-Row-Sub + 1) TO
                       WS-Holiday-Row(WS-Row-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Row-Count
               PERFORM SAVE-PARA
               DISPLAY "Holiday deleted."
           END-IF.

      * Adds the province's rules row, or replaces the one on file.
       RULES-PARA.
           PERFORM GET-PROVINCE-PARA
           PERFORM FIND-RULES-PARA
           IF WS-Found-Sub NOT = 0
               MOVE WS-Row-Premium(WS-Found-Sub) TO WS-Premium-Edited
               DISPLAY "Current rules: ",
                       WS-Row-Min-Days(WS-Found-Sub), " days service, ",
                       WS-Row-Avg-Weeks(WS-Found-Sub), " weeks, /",
                       WS-Row-Days-Per-Week(WS-Found-Sub), ", x",
                       WS-Premium-Edited
           END-IF
           IF WS-Found-Sub = 0 AND WS-Row-Count >= WS-Max-Rows
               DISPLAY "The calendar table is full."
           ELSE
               DISPLAY "Days of service required: " WITH NO ADVANCING
               ACCEPT WS-Work-Min-Days
               DISPLAY "Weeks of pay averaged (1-13): "
               WITH NO ADVANCING
               ACCEPT WS-Work-Avg-Weeks
               DISPLAY "Days per week divisor (1-7): "
               WITH NO ADVANCING
               ACCEPT WS-Work-Days-Per-Week
               DISPLAY "Premium rate for hours worked (e.g. 1.50): "
               WITH NO ADVANCING
               ACCEPT WS-Work-Premium
               PERFORM EDIT-RULES-PARA
               IF EDIT-PASSED
                   IF WS-Found-Sub = 0
                       ADD 1 TO WS-Row-Count
                       MOVE WS-Row-Count TO WS-Found-Sub
                   END-IF
                   MOVE "E" TO WS-Row-Type(WS-Found-Sub)
                   MOVE WS-Work-Province TO
                       WS-Row-Province(WS-Found-Sub)
                   MOVE 0 TO WS-Row-Date(WS-Found-Sub)
                   MOVE SPACES TO WS-Row-Name(WS-Found-Sub)
                   MOVE WS-Work-Min-Days TO
                       WS-Row-Min-Days(WS-Found-Sub)
                   MOVE WS-Work-Avg-Weeks TO
                       WS-Row-Avg-Weeks(WS-Found-Sub)
                   MOVE WS-Work-Days-Per-Week TO
                       WS-Row-Days-Per-Week(WS-Found-Sub)
                   MOVE WS-Work-Premium TO
                       WS-Row-Premium(WS-Found-Sub)
                   PERFORM SAVE-PARA
                   DISPLAY "Eligibility rules saved."
               ELSE
                   DISPLAY "Eligibility rules were not saved."
               END-IF
           END-IF.

       LIST-PARA.
           DISPLAY " "
           DISPLAY "T  Prov  Date      Holiday / Rules"
           PERFORM LIST-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count.

       LIST-ROW-PARA.
           IF WS-Row-Type(WS-Row-Sub) = "H"
               DISPLAY "H  ", WS-Row-Province(WS-Row-Sub), "    ",
                       WS-Row-Date(WS-Row-Sub), "  ",
                       WS-Row-Name(WS-Row-Sub)
           ELSE
               MOVE WS-Row-Premium(WS-Row-Sub) TO WS-Premium-Edited
               DISPLAY "E  ", WS-Row-Province(WS-Row-Sub), "    ",
                       "          ",
                       WS-Row-Min-Days(WS-Row-Sub), " days service, ",
                       WS-Row-Avg-Weeks(WS-Row-Sub), " weeks, /",
                       WS-Row-Days-Per-Week(WS-Row-Sub), ", x",
                       WS-Premium-Edited
           END-IF.

      * Rewrites the whole calendar from the table after every
      *    applied change - never half-written, never saved short.
       SAVE-PARA.
           IF WS-Dropped-Count > 0
               DISPLAY "NOT SAVED - the file holds more rows than "-
                       "this program could load, and rewriting it "-
                       "from a short table would destroy them."
           ELSE
               PERFORM SORT-PARA
               PERFORM SAVE-WRITE-PARA
           END-IF.

      * Rules rows first, then the holidays by province and date.
       SORT-PARA.
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               PERFORM VARYING WS-Swap-Sub FROM 1 BY 1
                       UNTIL WS-Swap-Sub >
                             WS-Row-Count - WS-Row-Sub
                   IF WS-Row-Key(WS-Swap-Sub) >
                           WS-Row-Key(WS-Swap-Sub + 1)
                       MOVE WS-Holiday-Row(WS-Swap-Sub) TO
                           WS-Swap-Row
                       MOVE WS-Holiday-Row(WS-Swap-Sub + 1) TO
                           WS-Holiday-Row(WS-Swap-Sub)
                       MOVE WS-Swap-Row TO
                           WS-Holiday-Row(WS-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SAVE-WRITE-PARA.
           OPEN OUTPUT HOLIDAYFILE
           PERFORM SAVE-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           CLOSE HOLIDAYFILE.

       SAVE-ROW-PARA.
           MOVE SPACES TO HolidayRec
           MOVE WS-Row-Type(WS-Row-Sub) TO Hol-Type
           MOVE WS-Row-Province(WS-Row-Sub) TO Hol-Province
           IF WS-Row-Type(WS-Row-Sub) = "H"
               MOVE WS-Row-Date(WS-Row-Sub) TO Hol-Date
               MOVE WS-Row-Name(WS-Row-Sub) TO Hol-Name
           ELSE
               MOVE WS-Row-Min-Days(WS-Row-Sub) TO Hol-Min-Days
               MOVE WS-Row-Avg-Weeks(WS-Row-Sub) TO Hol-Avg-Weeks
               MOVE WS-Row-Days-Per-Week(WS-Row-Sub) TO
                   Hol-Days-Per-Week
               MOVE WS-Row-Premium(WS-Row-Sub) TO Hol-Premium
           END-IF
           WRITE HolidayRec.

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program HolidayMaint.
