      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Shared operator sign-on subprogram.                            *
      * Every maintenance keyboard used to carry its own copy of the   *
      *    sign-on - clear-text passwords, no expiry, and a three-     *
      *    tries rule that started over with every restart. The        *
      *    sign-on now lives here, against the operator file           *
      *    OperatorMaint keeps:                                        *
      *    - passwords are held encoded, never as typed;               *
      *    - a password older than PASSWORDDAYS= on the run control    *
      *      (90 days when it isn't given), or one set by a            *
      *      supervisor, has to be changed before the sign-on is       *
      *      accepted;                                                 *
      *    - three wrong passwords in a row lock the ID on the file,   *
      *      across restarts, until a supervisor resets it;            *
      *    - a deactivated ID is treated as unknown;                   *
      *    - each accepted sign-on records its date on the file.       *
      * An operator line still keyed the old way, with its password    *
      *    typed in the clear and nothing after the employee ID, is    *
      *    accepted on that password once and made to change it.       *
      *                                                                *
      * Call with:                                                     *
      *    CALL "OperSignOn" USING sign-on-block                       *
      * where the caller declares the LK-SignOn layout below:          *
      *    action     - S to sign on at the keyboard, E to encode a    *
      *                 password (OperatorMaint, setting one),         *
      *    program    - the caller's name, for the event log,          *
      *    operator   - S: back with who signed on; E: the ID the      *
      *                 password belongs to,                           *
      *    password   - E: the password to encode.                     *
      * Back come the result (Y signed on), the operator, level and    *
      *    employee ID, or for E the encoded password. With no         *
      *    operator file at all it signs on BOOTSTRP at level 3, as    *
      *    every program always has, so a first supervisor can be      *
      *    added.                                                      *
      ******************************************************************
       identification division.
       program-id. OperSignOn.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERFILE ASSIGN
           "DataFiles\Assignment03_Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Oper-Status.

      * The shared run-control file, for PASSWORDDAYS=.
           SELECT RUNCONTROLFILE ASSIGN "DataFiles\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

           SELECT EVENTLOGFILE ASSIGN "DataFiles\EventLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-EventLog-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same layout OperatorMaint maintains.
       FD OPERFILE.
       01 OperRec.
           03 Oper-ID           pic x(8).
           03 FILLER            pic x(2).
      * Only ever a password keyed in the clear on an old line -
      *    blank once the password is held encoded.
           03 Oper-Password     pic x(8).
           03 FILLER            pic x(2).
      * Level 1 = inquiry only, 2 = maintenance (no delete),
      *    3 = supervisor (everything).
           03 Oper-Level        pic 9.
      * The operator's own employee ID, blank when they have none -
      *    the sensitive-change review picks out changes to it.
           03 FILLER            pic x(2).
           03 Oper-EmpID        pic x(9).
           03 FILLER            pic x(2).
           03 Oper-Pwd-Encoded  pic 9(15).
      * When the password was last changed by its operator; zero
      *    when a supervisor set it, so it has to be changed first.
           03 FILLER            pic x(2).
           03 Oper-Pwd-Changed  pic 9(8).
           03 FILLER            pic x(2).
      * A (or blank) = active, L = locked, D = deactivated.
           03 Oper-Status       pic x.
               88 OPER-LOCKED       value "L".
               88 OPER-DEACTIVATED  value "D".
           03 Oper-Fail-Count   pic 9.
           03 FILLER            pic x(2).
           03 Oper-Last-SignOn  pic 9(8).
           03 FILLER            pic x(2).
           03 Oper-Added        pic 9(8).

       FD RUNCONTROLFILE.
       01 RunControlRec        PIC X(80).

       FD EVENTLOGFILE.
       01 EventLogRec              PIC X(95).

       WORKING-STORAGE SECTION.
       01 ws-Oper-Status       PIC XX value "00".
       01 ws-RunCtl-Status     PIC XX value "00".
       01 ws-EventLog-Status   PIC XX value "00".
       01 WS-Oper-EOF-Flag     PIC 9 value 0.
           88 OPER-EOF         value 1.
       01 WS-RunCtl-EOF-Flag   PIC 9 value 0.
           88 RUNCTL-EOF       value 1.
       01 WS-RC-Keyword        PIC X(20) value SPACES.
       01 WS-RC-Value          PIC X(60) value SPACES.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Time          PIC 9(8) value 0.

      * How long a password lasts, and how many wrong ones in a row
      *    lock the ID.
       01 WS-Password-Days     PIC 999 value 90.
       01 WS-Lock-After        PIC 9 value 3.
       01 WS-Min-Length        PIC 9 value 6.

      * The operator file in memory, whole lines, rewritten in full
      *    after every sign-on that changes anything on it.
       01 WS-Max-Operators     PIC 99 value 50.
       01 WS-Operator-Count    PIC 99 value 0.
       01 WS-Operator-Table.
           03 WS-Oper-Line OCCURS 50 TIMES PIC X(83).
       01 WS-Oper-Sub          PIC 99 value 0.
       01 WS-Found-Sub         PIC 99 value 0.
       01 WS-Oper-File-Flag    PIC X value "N".
           88 OPER-FILE-FOUND  value "Y".

       01 WS-SignOn-ID         PIC X(8) value SPACES.
       01 WS-SignOn-Password   PIC X(8) value SPACES.
       01 WS-SignOn-Attempts   PIC 9 value 0.
       01 WS-SignOn-Done-Flag  PIC X value "N".
           88 SIGNON-DONE      value "Y".
       01 WS-Pwd-Match-Flag    PIC X value "N".
           88 PASSWORD-MATCHES value "Y".
       01 WS-Expired-Flag      PIC X value "N".
           88 PASSWORD-EXPIRED value "Y".
       01 WS-Changed-Flag      PIC X value "N".
           88 PASSWORD-CHANGED value "Y".
       01 WS-New-Password      PIC X(8) value SPACES.
       01 WS-New-Password-2    PIC X(8) value SPACES.
       01 WS-Pwd-Length        PIC 99 value 0.
       01 WS-Days-Since        PIC S9(8) value 0.

      * The encoding - the ID, the password and a fixed tail folded
      *    twice through a multiply-and-remainder into 15 digits. The
      *    ID is in it so two operators with the same password don't
      *    show the same value on the file.
       01 WS-Enc-ID            PIC X(8) value SPACES.
       01 WS-Enc-Password      PIC X(8) value SPACES.
       01 WS-Enc-Key.
           03 WS-Enc-Key-ID        PIC X(8).
           03 WS-Enc-Key-Password  PIC X(8).
           03 FILLER               PIC X(8) value "PAYROLL!".
       01 WS-Enc-Value         PIC 9(15) value 0.
       01 WS-Enc-Work          PIC 9(18) value 0.
       01 WS-Enc-Quot          PIC 9(18) value 0.
       01 WS-Enc-Sub           PIC 99 value 0.
       01 WS-Enc-Round         PIC 9 value 0.

      * Same event line the weekly run and the layout check write.
       01 WS-Event-Line.
           03  Evt-Date            PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Time            PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-MsgID           PIC X(7) VALUE "OPR-001".
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Severity        PIC X VALUE "W".
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-EmpID           PIC 9(9) VALUE 0.
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Store           PIC 9(4) VALUE 0.
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Status          PIC XX VALUE SPACES.
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Text            PIC X(45) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-SignOn.
           03 LK-SOB-Action        PIC X.
               88 LK-ENCODE-ACTION value "E".
           03 LK-SOB-Program       PIC X(20).
           03 LK-SOB-Result        PIC X.
           03 LK-SOB-Operator-ID   PIC X(8).
           03 LK-SOB-Level         PIC 9.
           03 LK-SOB-EmpID         PIC X(9).
           03 LK-SOB-Password      PIC X(8).
           03 LK-SOB-Encoded       PIC 9(15).

       procedure division USING LK-SignOn.
       PROG.
           IF LK-ENCODE-ACTION
               MOVE LK-SOB-Operator-ID TO WS-Enc-ID
               MOVE LK-SOB-Password TO WS-Enc-Password
               PERFORM ENCODE-PARA
               MOVE WS-Enc-Value TO LK-SOB-Encoded
           ELSE
               MOVE "N" TO LK-SOB-Result
               MOVE SPACES TO LK-SOB-Operator-ID
               MOVE 0 TO LK-SOB-Level
               MOVE SPACES TO LK-SOB-EmpID
               ACCEPT WS-Run-Date FROM DATE YYYYMMDD
               PERFORM RUNCONTROL-PARA
               PERFORM OPER-LOAD-PARA
               IF NOT OPER-FILE-FOUND
                   DISPLAY " "
                   DISPLAY "*** NO OPERATOR FILE ON HAND - SIGN-ON IS "-
                           "NOT ENFORCED THIS RUN ***"
                   DISPLAY "Set up the operators with OperatorMaint "-
                           "as soon as possible."
                   MOVE "BOOTSTRP" TO LK-SOB-Operator-ID
                   MOVE 3 TO LK-SOB-Level
                   MOVE "Y" TO LK-SOB-Result
               ELSE
                   MOVE 0 TO WS-SignOn-Attempts
                   MOVE "N" TO WS-SignOn-Done-Flag
                   PERFORM SIGN-ON-TRY-PARA
                       UNTIL SIGNON-DONE OR WS-SignOn-Attempts >= 3
               END-IF
           END-IF
           GOBACK.

      * PASSWORDDAYS= (three digits) off the shared run-control
      *    file; the rest belongs to the other programs.
       RUNCONTROL-PARA.
           MOVE 0 TO WS-RunCtl-EOF-Flag
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
                       IF WS-RC-Keyword = "PASSWORDDAYS" AND
                               WS-RC-Value(1:3) NUMERIC AND
                               WS-RC-Value(1:3) NOT = "000"
                           MOVE WS-RC-Value(1:3) TO WS-Password-Days
                       END-IF
                   END-IF
           END-READ.

       OPER-LOAD-PARA.
           MOVE 0 TO WS-Operator-Count
           MOVE 0 TO WS-Oper-EOF-Flag
           MOVE "N" TO WS-Oper-File-Flag
           OPEN INPUT OPERFILE
           IF ws-Oper-Status = "00"
               MOVE "Y" TO WS-Oper-File-Flag
               PERFORM OPER-READ-PARA UNTIL OPER-EOF
               CLOSE OPERFILE
           END-IF.

       OPER-READ-PARA.
           READ OPERFILE
               AT END
                   SET OPER-EOF TO TRUE
               NOT AT END
                   IF Oper-ID NOT = SPACES AND
                           WS-Operator-Count < WS-Max-Operators
                       ADD 1 TO WS-Operator-Count
                       MOVE OperRec TO WS-Oper-Line(WS-Operator-Count)
                   END-IF
           END-READ.

       OPER-SAVE-PARA.
           OPEN OUTPUT OPERFILE
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Operator-Count
               MOVE WS-Oper-Line(WS-Oper-Sub) TO OperRec
               WRITE OperRec
           END-PERFORM
           CLOSE OPERFILE.

      * One try. An unknown or deactivated ID and a wrong password
      *    get the same answer; a locked ID says so, and doesn't
      *    count against anything.
       SIGN-ON-TRY-PARA.
           ADD 1 TO WS-SignOn-Attempts
           DISPLAY " "
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-SignOn-ID
           DISPLAY "Password   : " WITH NO ADVANCING
           ACCEPT WS-SignOn-Password
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Operator-Count
               IF WS-Oper-Line(WS-Oper-Sub)(1:8) = WS-SignOn-ID
                   MOVE WS-Oper-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM
           IF WS-Found-Sub NOT = 0
               MOVE WS-Oper-Line(WS-Found-Sub) TO OperRec
               IF OPER-DEACTIVATED
                   MOVE 0 TO WS-Found-Sub
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-Found-Sub = 0
                   DISPLAY "Operator ID or password not recognized."
               WHEN OPER-LOCKED
                   DISPLAY "Operator ID ", WS-SignOn-ID, " is locked "-
                           "- a supervisor has to reset it."
               WHEN OTHER
                   PERFORM PASSWORD-CHECK-PARA
                   IF PASSWORD-MATCHES
                       PERFORM SIGN-ON-GOOD-PARA
                   ELSE
                       PERFORM SIGN-ON-BAD-PARA
                   END-IF
                   MOVE OperRec TO WS-Oper-Line(WS-Found-Sub)
                   PERFORM OPER-SAVE-PARA
           END-EVALUATE.

      * An encoded password is checked encoded; an old line's clear
      *    one as typed.
       PASSWORD-CHECK-PARA.
           MOVE "N" TO WS-Pwd-Match-Flag
           IF Oper-Pwd-Encoded NUMERIC AND Oper-Pwd-Encoded > 0
               MOVE WS-SignOn-ID TO WS-Enc-ID
               MOVE WS-SignOn-Password TO WS-Enc-Password
               PERFORM ENCODE-PARA
               IF WS-Enc-Value = Oper-Pwd-Encoded
                   MOVE "Y" TO WS-Pwd-Match-Flag
               END-IF
           ELSE
               IF Oper-Password NOT = SPACES AND
                       Oper-Password = WS-SignOn-Password
                   MOVE "Y" TO WS-Pwd-Match-Flag
               END-IF
           END-IF.

       SIGN-ON-BAD-PARA.
           IF Oper-Fail-Count NOT NUMERIC
               MOVE 0 TO Oper-Fail-Count
           END-IF
           ADD 1 TO Oper-Fail-Count
           IF Oper-Fail-Count >= WS-Lock-After
               MOVE "L" TO Oper-Status
               DISPLAY "Operator ID ", WS-SignOn-ID, " is now locked "-
                       "- a supervisor has to reset it."
               PERFORM LOCK-LOG-PARA
               MOVE "Y" TO WS-SignOn-Done-Flag
           ELSE
               DISPLAY "Operator ID or password not recognized."
           END-IF.

      * The right password - but an expired one, one a supervisor
      *    set, or one still keyed in the clear has to be changed
      *    before the sign-on stands.
       SIGN-ON-GOOD-PARA.
           MOVE 0 TO Oper-Fail-Count
           MOVE "Y" TO WS-SignOn-Done-Flag
           MOVE "N" TO WS-Expired-Flag
           IF Oper-Pwd-Encoded NOT NUMERIC OR Oper-Pwd-Encoded = 0 OR
                   Oper-Pwd-Changed NOT NUMERIC OR
                   Oper-Pwd-Changed < 16010102
               MOVE "Y" TO WS-Expired-Flag
           ELSE
               COMPUTE WS-Days-Since =
                   FUNCTION INTEGER-OF-DATE(WS-Run-Date) -
                   FUNCTION INTEGER-OF-DATE(Oper-Pwd-Changed)
               IF WS-Days-Since >= WS-Password-Days
                   MOVE "Y" TO WS-Expired-Flag
               END-IF
           END-IF
           MOVE "Y" TO WS-Changed-Flag
           IF PASSWORD-EXPIRED
               PERFORM PASSWORD-CHANGE-PARA
           END-IF
           IF PASSWORD-CHANGED
               MOVE WS-Run-Date TO Oper-Last-SignOn
               IF Oper-Status = SPACE
                   MOVE "A" TO Oper-Status
               END-IF
               MOVE "Y" TO LK-SOB-Result
               MOVE Oper-ID TO LK-SOB-Operator-ID
               MOVE Oper-Level TO LK-SOB-Level
               MOVE Oper-EmpID TO LK-SOB-EmpID
           ELSE
               DISPLAY "The password was not changed - sign-on "-
                       "refused."
           END-IF.

       PASSWORD-CHANGE-PARA.
           MOVE "N" TO WS-Changed-Flag
           DISPLAY " "
           DISPLAY "Your password has expired or was set by a "-
                   "supervisor - choose a new one."
           DISPLAY "New password (at least ", WS-Min-Length,
                   " characters): " WITH NO ADVANCING
           ACCEPT WS-New-Password
           DISPLAY "Again                          : "
           WITH NO ADVANCING
           ACCEPT WS-New-Password-2
           MOVE 0 TO WS-Pwd-Length
           INSPECT WS-New-Password TALLYING WS-Pwd-Length
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-New-Password NOT = WS-New-Password-2
                   DISPLAY "The two entries don't match."
               WHEN WS-Pwd-Length < WS-Min-Length
                   DISPLAY "Too short - at least ", WS-Min-Length,
                           " characters, no spaces."
               WHEN WS-New-Password = WS-SignOn-Password
                   DISPLAY "The new password has to differ from the "-
                           "old one."
               WHEN OTHER
                   MOVE Oper-ID TO WS-Enc-ID
                   MOVE WS-New-Password TO WS-Enc-Password
                   PERFORM ENCODE-PARA
                   MOVE WS-Enc-Value TO Oper-Pwd-Encoded
                   MOVE SPACES TO Oper-Password
                   MOVE WS-Run-Date TO Oper-Pwd-Changed
                   MOVE "Y" TO WS-Changed-Flag
                   DISPLAY "Password changed."
           END-EVALUATE.

       ENCODE-PARA.
           MOVE WS-Enc-ID TO WS-Enc-Key-ID
           MOVE WS-Enc-Password TO WS-Enc-Key-Password
           MOVE 5381 TO WS-Enc-Value
           PERFORM VARYING WS-Enc-Round FROM 1 BY 1
                   UNTIL WS-Enc-Round > 2
               PERFORM VARYING WS-Enc-Sub FROM 1 BY 1
                       UNTIL WS-Enc-Sub > 24
                   COMPUTE WS-Enc-Work = WS-Enc-Value * 131 +
                       FUNCTION ORD(WS-Enc-Key(WS-Enc-Sub:1)) *
                       (WS-Enc-Sub + WS-Enc-Round)
                   DIVIDE WS-Enc-Work BY 999999999999989
                       GIVING WS-Enc-Quot REMAINDER WS-Enc-Value
               END-PERFORM
           END-PERFORM.

      * One warning line on the shared event log for a lockout.
       LOCK-LOG-PARA.
           OPEN EXTEND EVENTLOGFILE
           IF ws-EventLog-Status NOT = "00"
               OPEN OUTPUT EVENTLOGFILE
           END-IF
           IF ws-EventLog-Status = "00"
               ACCEPT WS-Run-Time FROM TIME
               MOVE WS-Run-Date TO Evt-Date
               MOVE WS-Run-Time TO Evt-Time
               MOVE SPACES TO Evt-Text
               STRING "OPERATOR " DELIMITED BY SIZE
                   Oper-ID DELIMITED BY SPACE
                   " LOCKED AT " DELIMITED BY SIZE
                   LK-SOB-Program DELIMITED BY SPACE
                   INTO Evt-Text
               MOVE WS-Event-Line TO EventLogRec
               WRITE EventLogRec
               CLOSE EVENTLOGFILE
           END-IF.

       end program OperSignOn.
