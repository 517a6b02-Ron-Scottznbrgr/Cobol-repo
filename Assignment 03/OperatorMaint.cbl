      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Operator maintenance.                                          *
      * Assignment03_Operators.dat guards every maintenance keyboard,  *
      *    but it was kept in a text editor with the passwords in      *
      *    the clear. This program is now the only way to change it,   *
      *    and only a level 3 supervisor may use it:                   *
      *    - add an operator, with a temporary password they have to   *
      *      change at their first sign-on;                            *
      *    - change an operator's level;                               *
      *    - reset an operator's password, which also unlocks an ID    *
      *      the shared sign-on locked after repeated failures;        *
      *    - deactivate an operator - the ID stays on file, so it is   *
      *      never handed to someone else, but can't sign on;          *
      *    - list the operators, and print the dormant-ID report of    *
      *      active IDs nobody has signed on with in 90 days.          *
      * Passwords are only ever stored encoded, by the same shared     *
      *    sign-on routine that checks them. Every applied change is   *
      *    journaled with before and after images and the supervisor.  *
      * Under UNATTENDED=Y on the run control it just prints the       *
      *    dormant-ID report, with return code 4 when it lists anyone. *
      ******************************************************************
       identification division.
       program-id. OperatorMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout the shared sign-on reads and updates.
           SELECT OPERFILE ASSIGN
           "DataFiles\Assignment03_Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Oper-Status.

      * One journal record per applied change, with the before and
      *    after operator lines and who keyed it - the same kind of
      *    trail the other maintenance programs keep.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment03_OperJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

           SELECT DORMANTFILE ASSIGN "DataFiles\DormantOperators.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Dormant-Status.

      * The shared run-control file, for UNATTENDED=.
           SELECT RUNCONTROLFILE ASSIGN "DataFiles\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

       DATA DIVISION.
       FILE SECTION.
      * Laid out field by field in WS-Oper-Work below.
       FD OPERFILE.
       01 OperRec               pic x(83).

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
      * A = added, L = level changed, R = password reset,
      *    D = deactivated.
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
      * Full operator lines - spaces where there was no operator on
      *    that side of the action.
           03 Jrn-Before        pic x(83).
           03 Jrn-After         pic x(83).

       FD DORMANTFILE.
       01 DormantRec            PIC X(80).

       FD RUNCONTROLFILE.
       01 RunControlRec        PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 7.
       01 ws-Oper-Status       PIC XX value "00".
       01 ws-Journal-Status    PIC XX value "00".
       01 ws-Dormant-Status    PIC XX value "00".
       01 ws-RunCtl-Status     PIC XX value "00".
       01 WS-Oper-EOF-Flag     PIC 9 value 0.
           88 OPER-EOF         value 1.
       01 WS-RunCtl-EOF-Flag   PIC 9 value 0.
           88 RUNCTL-EOF       value 1.
       01 WS-RC-Keyword        PIC X(20) value SPACES.
       01 WS-RC-Value          PIC X(60) value SPACES.
       01 WS-Unattended-Flag   PIC X value "N".
           88 UNATTENDED-RUN   value "Y".
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Time          PIC 9(8) value 0.

      * The operator file in memory, whole lines, rewritten in full
      *    after every applied change.
       01 WS-Max-Operators     PIC 99 value 50.
       01 WS-Operator-Count    PIC 99 value 0.
       01 WS-Dropped-Count     PIC 99 value 0.
       01 WS-Operator-Table.
           03 WS-Oper-Line OCCURS 50 TIMES PIC X(83).
       01 WS-Oper-Sub          PIC 99 value 0.
       01 WS-Found-Sub         PIC 99 value 0.

      * One operator line, field by field - same layout as the
      *    shared sign-on's OperRec.
       01 WS-Oper-Work.
           03 OW-ID             pic x(8).
           03 FILLER            pic x(2).
           03 OW-Password       pic x(8).
           03 FILLER            pic x(2).
           03 OW-Level          pic 9.
               88 OW-LEVEL-VALID    values 1 thru 3.
           03 FILLER            pic x(2).
           03 OW-EmpID          pic x(9).
           03 FILLER            pic x(2).
           03 OW-Pwd-Encoded    pic 9(15).
           03 FILLER            pic x(2).
           03 OW-Pwd-Changed    pic 9(8).
           03 FILLER            pic x(2).
           03 OW-Status         pic x.
               88 OW-LOCKED         value "L".
               88 OW-DEACTIVATED    value "D".
           03 OW-Fail-Count     pic 9.
           03 FILLER            pic x(2).
           03 OW-Last-SignOn    pic 9(8).
           03 FILLER            pic x(2).
           03 OW-Added          pic 9(8).

       01 WS-Work-ID           PIC X(8) value SPACES.
       01 WS-Work-Level        PIC X value SPACE.
       01 WS-Work-EmpID        PIC X(9) value SPACES.
       01 WS-Work-Password     PIC X(8) value SPACES.
       01 WS-Work-Password-2   PIC X(8) value SPACES.
       01 WS-Pwd-Length        PIC 99 value 0.
       01 WS-Min-Length        PIC 9 value 6.
       01 WS-Confirm           PIC X value SPACE.
       01 WS-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-Status-Text       PIC X(11) value SPACES.

      * Dormant-ID report - active IDs with no sign-on for this many
      *    days, counted from the day the ID was added when it has
      *    never been used. An old line with neither date is listed
      *    until its operator next signs on.
       01 WS-Dormant-Days      PIC 999 value 90.
       01 WS-Dormant-Count     PIC 99 value 0.
       01 WS-Last-Used         PIC 9(8) value 0.
       01 WS-Idle-Days         PIC S9(8) value 0.
       01 WS-Idle-Edited       PIC ZZ,ZZ9.
       01 WS-Dormant-Heading.
           03 FILLER               PIC X(30)
               VALUE "DORMANT OPERATOR IDS - RUN ON ".
           03 DH-Run-Date          PIC 9(8).
           03 FILLER               PIC X(22)
               VALUE "   - NO SIGN-ON IN 90+".
           03 FILLER               PIC X(5) VALUE " DAYS".
       01 WS-Dormant-Columns       PIC X(80) VALUE
           "OPERATOR  LEVEL  STATUS       LAST SIGN-ON  ADDED      "-
           "  DAYS IDLE".
       01 WS-Dormant-Line.
           03 DL-ID                PIC X(8).
           03 FILLER               PIC X(4) VALUE SPACES.
           03 DL-Level             PIC 9.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 DL-Status            PIC X(11).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 DL-Last-SignOn       PIC X(8).
           03 FILLER               PIC X(6) VALUE SPACES.
           03 DL-Added             PIC X(8).
           03 FILLER               PIC X(5) VALUE SPACES.
           03 DL-Idle              PIC X(6).
       01 WS-Dormant-Total.
           03 FILLER               PIC X(20)
               VALUE "DORMANT IDS LISTED: ".
           03 DT-Count             PIC Z9.

      * Sign-on state - the shared sign-on, and level 3 only.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "OperatorMaint".
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
       01 WS-Before-Image      PIC X(83) value SPACES.
       01 WS-After-Image       PIC X(83) value SPACES.

       PROCEDURE DIVISION.
       PROG.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM RUNCONTROL-PARA.
           IF UNATTENDED-RUN
               PERFORM LOAD-PARA
               PERFORM DORMANT-PARA
               IF WS-Dormant-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM INSTRUCT-PARA
               PERFORM SIGN-ON-PARA
               IF SIGNED-ON AND NOT SUPERVISOR
                   DISPLAY " "
                   DISPLAY "Operator maintenance is for level 3 "-
                           "supervisors only."
                   MOVE "N" TO WS-SignOn-Flag
               ELSE
                   IF SIGNED-ON
      * Loaded only now - the sign-on itself updates the file.
                       PERFORM LOAD-PARA
                       PERFORM JOURNAL-OPEN-PARA
                       PERFORM MENU-PARA UNTIL DONE-WITH-MENU
                   ELSE
                       DISPLAY " "
                       DISPLAY "SIGN-ON FAILED - the program will "-
                               "now end."
                   END-IF
               END-IF
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program maintains the operator IDs"
           display "every maintenance keyboard signs on with."
           display " "
           display "Supervisors only. New and reset passwords are"
           display "temporary - the operator chooses their own at"
           display "the next sign-on."
           DISPLAY "---------------------------------------------------"
           display " ".

      * UNATTENDED= off the shared run-control file; the rest
      *    belongs to the other programs.
       RUNCONTROL-PARA.
           OPEN INPUT RUNCONTROLFILE
           IF ws-RunCtl-Status = "00"
               PERFORM RUNCONTROL-READ-PARA UNTIL RUNCTL-EOF
               CLOSE RUNCONTROLFILE
           END-IF.

       RUNCONTROL-READ-PARA.
           READ RUNCONTROLFILE
               AT END
                   SET RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RunControlRec NOT = SPACES AND
                           RunControlRec(1:1) NOT = "*"
                       MOVE SPACES TO WS-RC-Keyword
                       MOVE SPACES TO WS-RC-Value
                       UNSTRING RunControlRec DELIMITED BY "="
                           INTO WS-RC-Keyword, WS-RC-Value
                       IF WS-RC-Keyword = "UNATTENDED" AND
                               (WS-RC-Value(1:1) = "Y" OR
                                WS-RC-Value(1:1) = "y")
                           MOVE "Y" TO WS-Unattended-Flag
                       END-IF
                   END-IF
           END-READ.

      * Pulls the whole operator file into the table. No file yet
      *    just means no operators - the first Add creates it.
       LOAD-PARA.
           OPEN INPUT OPERFILE
           IF ws-Oper-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL OPER-EOF
               CLOSE OPERFILE
           END-IF
           IF NOT UNATTENDED-RUN
               DISPLAY WS-Operator-Count, " operator(s) on file."
           END-IF
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " OPERATOR(S) DID "-
                       "NOT FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ OPERFILE
               AT END
                   SET OPER-EOF TO TRUE
               NOT AT END
                   IF OperRec(1:8) NOT = SPACES
                       IF WS-Operator-Count < WS-Max-Operators
                           ADD 1 TO WS-Operator-Count
                           MOVE OperRec TO
                               WS-Oper-Line(WS-Operator-Count)
                       ELSE
                           ADD 1 TO WS-Dropped-Count
                       END-IF
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Add an operator"
           display "2 - Change an operator's level"
           display "3 - Reset an operator's password (also unlocks)"
           display "4 - Deactivate an operator"
           display "5 - List the operators"
           display "6 - Dormant-ID report"
           display "7 - Exit"
           DISPLAY "Enter a selection (1-7): " WITH NO ADVANCING
           ACCEPT ws-Menu-Choice

           EVALUATE ws-Menu-Choice
               WHEN 1
                   PERFORM ADD-PARA
               WHEN 2
                   PERFORM LEVEL-PARA
               WHEN 3
                   PERFORM RESET-PARA
               WHEN 4
                   PERFORM DEACTIVATE-PARA
               WHEN 5
                   PERFORM LIST-PARA
               WHEN 6
                   PERFORM DORMANT-PARA
                   DISPLAY WS-Dormant-Count, " dormant ID(s) - see "-
                           "DormantOperators.rpt."
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Please enter a number from 1 to 7."
           END-EVALUATE.

       GET-ID-PARA.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-Work-ID.

       FIND-OPER-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Operator-Count
               IF WS-Oper-Line(WS-Oper-Sub)(1:8) = WS-Work-ID
                   MOVE WS-Oper-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM
           IF WS-Found-Sub NOT = 0
               MOVE WS-Oper-Line(WS-Found-Sub) TO WS-Oper-Work
           END-IF.

      * Finds an operator the supervisor may act on - on file, not
      *    deactivated, and not themselves.
       FIND-OTHER-PARA.
           PERFORM GET-ID-PARA
           PERFORM FIND-OPER-PARA
           EVALUATE TRUE
               WHEN WS-Found-Sub = 0
                   DISPLAY "No operator with that ID."
               WHEN OW-DEACTIVATED
                   DISPLAY "That ID is deactivated."
                   MOVE 0 TO WS-Found-Sub
               WHEN WS-Work-ID = WS-Operator-ID
                   DISPLAY "Another supervisor has to make changes "-
                           "to your own ID."
                   MOVE 0 TO WS-Found-Sub
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EDIT-LEVEL-PARA.
           SET EDIT-PASSED TO TRUE
           IF WS-Work-Level < "1" OR WS-Work-Level > "3"
               DISPLAY "Level has to be 1, 2 or 3."
               SET EDIT-FAILED TO TRUE
           END-IF.

      * A temporary password, keyed twice, and handed to the shared
      *    sign-on to encode.
       GET-PASSWORD-PARA.
           SET EDIT-PASSED TO TRUE
           DISPLAY "Temporary password (at least ", WS-Min-Length,
                   " characters): " WITH NO ADVANCING
           ACCEPT WS-Work-Password
           DISPLAY "Again                                : "
           WITH NO ADVANCING
           ACCEPT WS-Work-Password-2
           MOVE 0 TO WS-Pwd-Length
           INSPECT WS-Work-Password TALLYING WS-Pwd-Length
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-Work-Password NOT = WS-Work-Password-2
                   DISPLAY "The two entries don't match."
                   SET EDIT-FAILED TO TRUE
               WHEN WS-Pwd-Length < WS-Min-Length
                   DISPLAY "Too short - at least ", WS-Min-Length,
                           " characters, no spaces."
                   SET EDIT-FAILED TO TRUE
               WHEN OTHER
                   MOVE "E" TO WS-SOB-Action
                   MOVE OW-ID TO WS-SOB-Operator-ID
                   MOVE WS-Work-Password TO WS-SOB-Password
                   CALL "OperSignOn" USING WS-SignOn-Block
                   MOVE WS-SOB-Encoded TO OW-Pwd-Encoded
                   MOVE SPACES TO WS-SOB-Password
                   MOVE SPACES TO OW-Password
      * Zero makes the shared sign-on ask for a new one first.
                   MOVE 0 TO OW-Pwd-Changed
           END-EVALUATE
           MOVE SPACES TO WS-Work-Password
           MOVE SPACES TO WS-Work-Password-2.

       ADD-PARA.
           PERFORM GET-ID-PARA
           PERFORM FIND-OPER-PARA
           EVALUATE TRUE
               WHEN WS-Work-ID = SPACES OR WS-Work-ID = "BOOTSTRP"
                   DISPLAY "That is not a usable operator ID."
               WHEN WS-Found-Sub NOT = 0
                   DISPLAY "That ID is already on file - IDs are "-
                           "never reused."
               WHEN WS-Operator-Count >= WS-Max-Operators
                   DISPLAY "The operator table is full."
               WHEN OTHER
                   PERFORM ADD-EDIT-PARA
           END-EVALUATE.

       ADD-EDIT-PARA.
           MOVE SPACES TO WS-Oper-Work
           MOVE WS-Work-ID TO OW-ID
           DISPLAY "Level (1 inquiry, 2 maintenance, 3 supervisor): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Level
           PERFORM EDIT-LEVEL-PARA
           IF EDIT-PASSED
               DISPLAY "Their own employee ID (blank for none): "
               WITH NO ADVANCING
               ACCEPT WS-Work-EmpID
               IF WS-Work-EmpID NOT = SPACES AND
                       WS-Work-EmpID NOT NUMERIC
                   DISPLAY "Employee ID has to be 9 digits or blank."
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF EDIT-PASSED
               PERFORM GET-PASSWORD-PARA
           END-IF
           IF EDIT-PASSED
               MOVE WS-Work-Level TO OW-Level
               MOVE WS-Work-EmpID TO OW-EmpID
               MOVE "A" TO OW-Status
               MOVE 0 TO OW-Fail-Count
               MOVE 0 TO OW-Last-SignOn
               MOVE WS-Run-Date TO OW-Added
               ADD 1 TO WS-Operator-Count
               MOVE WS-Oper-Work TO WS-Oper-Line(WS-Operator-Count)
               PERFORM SAVE-PARA
               MOVE "A" TO WS-Jrn-Action
               MOVE SPACES TO WS-Before-Image
               MOVE WS-Oper-Work TO WS-After-Image
               PERFORM JOURNAL-WRITE-PARA
               DISPLAY "Operator ", OW-ID, " added at level ",
                       OW-Level, "."
           ELSE
               DISPLAY "Operator was not added."
           END-IF.

       LEVEL-PARA.
           PERFORM FIND-OTHER-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "Current level is ", OW-Level
               DISPLAY "New level (1-3): " WITH NO ADVANCING
               ACCEPT WS-Work-Level
               PERFORM EDIT-LEVEL-PARA
               IF EDIT-PASSED
                   MOVE WS-Oper-Work TO WS-Before-Image
                   MOVE WS-Work-Level TO OW-Level
                   PERFORM APPLY-PARA
                   MOVE "L" TO WS-Jrn-Action
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Operator ", OW-ID, " is now level ",
                           OW-Level, "."
               ELSE
                   DISPLAY "Level was not changed."
               END-IF
           END-IF.

      * A reset also clears a lockout - the operator signs on with
      *    the temporary password and picks their own.
       RESET-PARA.
           PERFORM FIND-OTHER-PARA
           IF WS-Found-Sub NOT = 0
               IF OW-LOCKED
                   DISPLAY "Operator ", OW-ID, " is locked - the "-
                           "reset will unlock it."
               END-IF
               MOVE WS-Oper-Work TO WS-Before-Image
               PERFORM GET-PASSWORD-PARA
               IF EDIT-PASSED
                   MOVE "A" TO OW-Status
                   MOVE 0 TO OW-Fail-Count
                   PERFORM APPLY-PARA
                   MOVE "R" TO WS-Jrn-Action
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Password reset for ", OW-ID, "."
               ELSE
                   DISPLAY "Password was not reset."
               END-IF
           END-IF.

       DEACTIVATE-PARA.
           PERFORM FIND-OTHER-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "Deactivate ", OW-ID, "? It can't be used "-
                       "again (Y/N): " WITH NO ADVANCING
               ACCEPT WS-Confirm
               IF WS-Confirm = "Y" OR WS-Confirm = "y"
                   MOVE WS-Oper-Work TO WS-Before-Image
                   MOVE "D" TO OW-Status
                   PERFORM APPLY-PARA
                   MOVE "D" TO WS-Jrn-Action
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Operator ", OW-ID, " deactivated."
               ELSE
                   DISPLAY "Operator was not deactivated."
               END-IF
           END-IF.

       APPLY-PARA.
           MOVE WS-Oper-Work TO WS-Oper-Line(WS-Found-Sub)
           PERFORM SAVE-PARA
           MOVE WS-Oper-Work TO WS-After-Image.

       STATUS-TEXT-PARA.
           EVALUATE TRUE
               WHEN OW-LOCKED
                   MOVE "LOCKED" TO WS-Status-Text
               WHEN OW-DEACTIVATED
                   MOVE "DEACTIVATED" TO WS-Status-Text
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-Status-Text
           END-EVALUATE.

       LIST-PARA.
           DISPLAY " "
           DISPLAY "Operator  Level  Status       Employee   "-
                   "Last sign-on  Password set"
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Operator-Count
               MOVE WS-Oper-Line(WS-Oper-Sub) TO WS-Oper-Work
               PERFORM STATUS-TEXT-PARA
               MOVE SPACES TO DL-Last-SignOn
               IF OW-Last-SignOn NUMERIC AND OW-Last-SignOn > 0
                   MOVE OW-Last-SignOn TO DL-Last-SignOn
               ELSE
                   MOVE "NEVER" TO DL-Last-SignOn
               END-IF
               MOVE SPACES TO DL-Added
               IF OW-Pwd-Changed NUMERIC AND OW-Pwd-Changed > 0
                   MOVE OW-Pwd-Changed TO DL-Added
               ELSE
                   MOVE "TEMP" TO DL-Added
               END-IF
               DISPLAY OW-ID, "    ", OW-Level, "    ",
                       WS-Status-Text, "  ", OW-EmpID, "  ",
                       DL-Last-SignOn, "      ", DL-Added
           END-PERFORM.

      * The dormant-ID report - every ID not deactivated whose last
      *    sign-on, or failing that the day it was added, is 90 or
      *    more days back.
       DORMANT-PARA.
           MOVE 0 TO WS-Dormant-Count
           OPEN OUTPUT DORMANTFILE
           MOVE WS-Run-Date TO DH-Run-Date
           WRITE DormantRec FROM WS-Dormant-Heading
           MOVE SPACES TO DormantRec
           WRITE DormantRec
           WRITE DormantRec FROM WS-Dormant-Columns
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Operator-Count
               MOVE WS-Oper-Line(WS-Oper-Sub) TO WS-Oper-Work
               IF NOT OW-DEACTIVATED
                   PERFORM DORMANT-CHECK-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO DormantRec
           WRITE DormantRec
           MOVE WS-Dormant-Count TO DT-Count
           WRITE DormantRec FROM WS-Dormant-Total
           CLOSE DORMANTFILE.

       DORMANT-CHECK-PARA.
           MOVE 0 TO WS-Last-Used
           MOVE SPACES TO DL-Last-SignOn
           MOVE SPACES TO DL-Added
           IF OW-Added NUMERIC AND OW-Added > 16010101
               MOVE OW-Added TO WS-Last-Used
               MOVE OW-Added TO DL-Added
           ELSE
               MOVE "UNKNOWN" TO DL-Added
           END-IF
           IF OW-Last-SignOn NUMERIC AND OW-Last-SignOn > 16010101
               MOVE OW-Last-SignOn TO WS-Last-Used
               MOVE OW-Last-SignOn TO DL-Last-SignOn
           ELSE
               MOVE "NEVER" TO DL-Last-SignOn
           END-IF
           IF WS-Last-Used = 0
               MOVE WS-Dormant-Days TO WS-Idle-Days
               MOVE "  ??? " TO DL-Idle
           ELSE
               COMPUTE WS-Idle-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Run-Date) -
                   FUNCTION INTEGER-OF-DATE(WS-Last-Used)
               MOVE WS-Idle-Days TO WS-Idle-Edited
               MOVE WS-Idle-Edited TO DL-Idle
           END-IF
           IF WS-Idle-Days >= WS-Dormant-Days
               ADD 1 TO WS-Dormant-Count
               PERFORM STATUS-TEXT-PARA
               MOVE OW-ID TO DL-ID
               MOVE OW-Level TO DL-Level
               MOVE WS-Status-Text TO DL-Status
               WRITE DormantRec FROM WS-Dormant-Line
           END-IF.

      * Rewrites the whole operator file from the table after every
      *    applied change - the file is small and this way it can
      *    never be left half-written between actions.
       SAVE-PARA.
           IF WS-Dropped-Count > 0
               DISPLAY "NOT SAVED - the file holds more operators "-
                       "than this program could load, and rewriting "-
                       "it from a short table would destroy them."
           ELSE
               PERFORM SAVE-WRITE-PARA
           END-IF.

       SAVE-WRITE-PARA.
           OPEN OUTPUT OPERFILE
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Operator-Count
               MOVE WS-Oper-Line(WS-Oper-Sub) TO OperRec
               WRITE OperRec
           END-PERFORM
           CLOSE OPERFILE.

      * Who's at the keyboard - the shared operator sign-on. With no
      *    operator file yet it signs on BOOTSTRP as a supervisor, so
      *    the first real supervisor can be added here.
       SIGN-ON-PARA.
           CALL "OperSignOn" USING WS-SignOn-Block
           IF SIGNON-ACCEPTED
               MOVE WS-SOB-Operator-ID TO WS-Operator-ID
               MOVE WS-SOB-Level TO WS-Operator-Level
               SET SIGNED-ON TO TRUE
           END-IF.

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
               IF NOT UNATTENDED-RUN
                   DISPLAY " "
                   DISPLAY "Press Enter to exit..."
                   Accept ws-pressKeyToEnd
               END-IF.
               STOP RUN.

       end program OperatorMaint.
