      *    journals each change with before/after images, and prints   *
      *    a proof report - old, new, delta, company total - that has  *
      *    to be signed off with a typed YES before anything commits.  *
      *  OCTOBER 15 2026 - Termination reason code (the Record of      *
      *    Employment's) added to the record - required for a          *
      *    terminated employee, blank for anyone else, shown on        *
      *    inquiry. Journal, transaction and before images widened     *
      *    with the record.                                            *
      *  OCTOBER 15 2026 - Emp-Bank-Status carries the returned-       *
      *    deposit flag DepositReturns sets; re-keying the transit or  *
      *    account clears it, and the inquiry shows it.                *
      *  OCTOBER 15 2026 - Emp-Prenote-Date added to the record. New   *
      *    or re-keyed banking goes to prenote due (P) instead of      *
      *    straight to live; the pay run sends the prenote and moves   *
      *    it on. A batch change with the banking left alone keeps the *
      *    master's bank status. The inquiry shows the prenote state.  *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    weather city.                                               *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - Operator records may carry the operator's   *
      *    own employee ID after the level.                            *
      *  OCTOBER 15 2026 - Sign-on goes through the shared OperSignOn  *
      *    routine - encoded passwords that expire, a lockout kept on  *
      *    the operator file, and the last sign-on date recorded.      *
      *  OCTOBER 15 2026 - Employees carry a pay group - weekly, bi-   *
      *    weekly or semi-monthly - entered and edited at maintenance  *
      *    and shown on inquiry. A blank group reads as weekly.        *
      *  OCTOBER 15 2026 - An Add, or a change that moves an employee  *
      *    into a store and job code, is checked against the position  *
      *    master and warned about - on screen, or as a WARNING line   *
      *    in the batch report - when it leaves the store over its     *
      *    authorized positions. The change still stands.              *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    province.                                                   *
      ******************************************************************
       identification division.
       program-id. Assignment03.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-MaintRpt-Status.

      * The Store Master, for the home-store edit - a home store
      *    has to be a store that actually exists.
           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-Store-Status.

      * The position master PositionMaint keeps - how many people
      *    each store is authorized to carry in each job code, for
      *    the overfill warning on an Add or a move.
           SELECT POSITIONFILE ASSIGN
           "DataFiles\Assignment#6_Positions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Position-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE.
      *    pages by store. Zero store means not yet assigned.
           03 Emp-Home-Store        pic 9(4).
           03 Emp-Home-JobCode      pic a.
      * Why they left - the Record of Employment's reason code,
      *    keyed with the termination. Space while still employed.
           03 Emp-Term-Reason       pic x.
               88 TERM-REASON-VALID     value "A" "B" "D" "E" "F"
                                              "G" "H" "J" "K" "M"
                                              "N" "P" "Z".
      * Whether the banking above can be paid into - space while
      *    it's good; I = the bank returned a deposit to it, so the
      *    weekly run pays by paper until the banking is re-keyed.
      *    New or re-keyed banking starts at P (prenote due); the pay
      *    run that sends the zero-dollar prenote moves it to N and
      *    dates it, and once the prenote period passes with no
      *    return it goes back to space and deposits start.
           03 Emp-Bank-Status       pic x.
               88 BANK-INVALID          value "I".
               88 BANK-PRENOTE-DUE      value "P".
               88 BANK-PRENOTE-SENT     value "N".
           03 Emp-Prenote-Date      pic 9(8).
      * The pay cycle the employee is paid on - W weekly (a space
      *    on a record keyed before pay groups reads the same),
      *    B bi-weekly, S semi-monthly.
           03 Emp-Pay-Group         pic x.
               88 PAY-GROUP-WEEKLY      value "W" " ".
               88 PAY-GROUP-BIWEEKLY    value "B".
               88 PAY-GROUP-SEMIMONTHLY value "S".

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Time          pic 9(8).
      * A = added, C = changed, D = deleted.
           03 Jrn-Action        pic x.
      * Who did it - the signed-on operator, *BATCH* for a batch
      *    run applied without a terminal session, or *PAYRUN* for
      *    the prenote status changes Assignment06's weekly run makes.
           03 Jrn-Operator      pic x(8).
      * Full record images, sized to EmployeeRecord - spaces where
      *    there was no record on that side of the action. The
      *    recovering pre-cutover history means restoring the
      *    pre-cutover master backup and replaying that archived
      *    journal with the program build that wrote it.
           03 Jrn-Before        pic x(207).
           03 Jrn-After         pic x(207).

       FD TRANSFILE.
       01 TransRec.
      * A = add, C = change, D = delete - same codes the journal uses.
           03 Trans-Action      pic x.
           03 Trans-Employee    pic x(207).

      * Same record layout StoreMaster.cbl maintains.
       FD STOREMASTER.
           03  Store-Manager       PIC X(20).
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
      * The weather city whose temperature history stands for the
      *    store - a name on Assignment05's city list, blank if none.
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

      * Same layout PositionMaint writes.
       FD POSITIONFILE.
       01 PositionRec.
           03  Pos-StoreNumber     PIC 9(4).
           03  Pos-JobCode         PIC A.
           03  Pos-Effective       PIC 9(8).
           03  Pos-Authorized      PIC 9(3).
           03  Pos-Keyed-By        PIC X(8).

       FD MASSPCTFILE.
       01 MassPctRec.

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "Assignment03".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
       01 WS-Journal-EOF-Flag  PIC 9 value 0.
           88 JOURNAL-EOF      value 1.
       01 WS-Jrn-Action        PIC X value SPACE.
       01 WS-Before-Image      PIC X(207) value SPACES.
      * The banking as it stood before a change - re-keyed banking
      *    clears a returned-deposit flag.
       01 WS-Old-Bank-Transit  PIC 9(8) value 0.
       01 WS-Old-Bank-Account  PIC 9(12) value 0.
       01 WS-Old-Bank-Status   PIC X value SPACE.
       01 WS-Old-Prenote-Date  PIC 9(8) value 0.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Time          PIC 9(8) value 0.
       01 WS-Rebuild-Applied   PIC 9(4) value 0.
           03 FILLER            PIC x(2) value spaces.
           03 Rpt-Reason        PIC x(40).

      * Sign-on state. Three failed attempts and the program ends
      *    without ever opening the master.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "Assignment03".
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
       01 WS-StoreMst-Avail-Flag PIC X value "N".
           88 STOREMASTER-AVAILABLE value "Y".

      * The position master's rows in force today or earlier - a
      *    store with none is not under position control, and an Add
      *    or a move into it is never warned about.
       01 ws-Position-Status   PIC XX value "00".
       01 WS-Position-EOF-Flag PIC 9 value 0.
           88 POSITION-EOF     value 1.
       01 WS-Max-Positions     PIC 9(4) value 2000.
       01 WS-Pos-Count         PIC 9(4) value 0.
       01 WS-Pos-Table.
           03 WS-Pos-Row OCCURS 2000 TIMES.
               05 WS-Pos-Store         PIC 9(4).
               05 WS-Pos-Job           PIC A.
               05 WS-Pos-Effective     PIC 9(8).
               05 WS-Pos-Authorized    PIC 9(3).
       01 WS-Pos-Sub           PIC 9(4) value 0.
       01 WS-Pos-As-Of         PIC 9(8) value 0.
      * The home store, job code and status before a change - only a
      *    change that puts someone into a store and job code they
      *    weren't counted in is checked for an overfill.
       01 WS-Old-Home-Store    PIC 9(4) value 0.
       01 WS-Old-Home-JobCode  PIC X value SPACE.
       01 WS-Old-Status        PIC X value SPACE.
       01 WS-Overfill-Flag     PIC X value "N".
           88 OVERFILL-FOUND   value "Y".
       01 WS-Overfill-Control  PIC X value "N".
       01 WS-Overfill-Eff      PIC 9(8) value 0.
       01 WS-Overfill-Auth     PIC 9(3) value 0.
       01 WS-Overfill-Active   PIC 9(5) value 0.
       01 WS-Overfill-Save     PIC X(207) value SPACES.
       01 WS-Overfill-EOF-Flag PIC 9 value 0.
           88 OVERFILL-EOF     value 1.
       01 WS-Overfill-Store    PIC 9(4) value 0.
       01 WS-Overfill-Job      PIC X value SPACE.
       01 WS-Auth-Edited       PIC ZZ9.
       01 WS-Active-Edited     PIC ZZZZ9.

      * Mass-change state - the percentage table, the walk, and
      *    the proof totals the sign-off reads.
       01 ws-MassPct-Status    PIC XX value "00".

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM RUN-MODE-PARA.
           EVALUATE TRUE
               WHEN REBUILD-RUN
           END-EVALUATE.
           PERFORM END-PARA.

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

      * Reads the optional run-mode argument, the same way
           ELSE
               DISPLAY "*** STORE MASTER UNAVAILABLE - HOME STORES "-
                       "WILL NOT BE VALIDATED THIS RUN ***"
           END-IF
           PERFORM POSITION-LOAD-PARA.

      * The position rows already in force - no position master on
      *    hand just means no store is under position control.
       POSITION-LOAD-PARA.
           ACCEPT WS-Pos-As-Of FROM DATE YYYYMMDD
           OPEN INPUT POSITIONFILE
           IF ws-Position-Status = "00"
               PERFORM POSITION-READ-PARA UNTIL POSITION-EOF
               CLOSE POSITIONFILE
           END-IF.

       POSITION-READ-PARA.
           READ POSITIONFILE
               AT END
                   SET POSITION-EOF TO TRUE
               NOT AT END
                   IF Pos-Effective <= WS-Pos-As-Of AND
                           WS-Pos-Count < WS-Max-Positions
                       ADD 1 TO WS-Pos-Count
                       MOVE Pos-StoreNumber TO
                           WS-Pos-Store(WS-Pos-Count)
                       MOVE Pos-JobCode TO WS-Pos-Job(WS-Pos-Count)
                       MOVE Pos-Effective TO
                           WS-Pos-Effective(WS-Pos-Count)
                       MOVE Pos-Authorized TO
                           WS-Pos-Authorized(WS-Pos-Count)
                   END-IF
           END-READ.

      * Opens the audit journal for append - EXTEND once it exists,
      *    falling back to OUTPUT the very first run, the same way
      *    Assignment06 keeps RunLog.dat.
           DISPLAY "Termination Day (00 if still employed): "
           WITH NO ADVANCING
           ACCEPT Emp-Term-Day
           DISPLAY "Termination Reason (A=Shortage of work, "-
                   "D=Illness, E=Quit, G=Retirement, M=Dismissal,"
           DISPLAY "    B/F/H/J/K/N/P/Z per the ROE guide, blank "-
                   "if still employed): "
           WITH NO ADVANCING
           ACCEPT Emp-Term-Reason
           DISPLAY "Bank Transit (0 if paid by paper): "
           WITH NO ADVANCING
           ACCEPT Emp-Bank-Transit
           ACCEPT Emp-Home-Store
           DISPLAY "Home Job Code (A/C/M/S, blank if unassigned): "
           WITH NO ADVANCING
           ACCEPT Emp-Home-JobCode
           DISPLAY "Pay Group (W=Weekly, B=Bi-weekly, "-
                   "S=Semi-monthly, blank for weekly): "
           WITH NO ADVANCING
           ACCEPT Emp-Pay-Group.

      * Runs every field-level edit over the record currently held in
      *    EmployeeRecord. EDIT-FAILED is left set if any one of them
           END-IF
           IF EDIT-PASSED
               PERFORM EDIT-HOME-PARA
           END-IF
           IF EDIT-PASSED
               PERFORM EDIT-PAYGROUP-PARA
           END-IF.

      * A zero Employee ID isn't a real employee.
           END-IF.

      * A terminated employee needs a real termination date on or
      *    after the hire date, and a reason code; anyone else must
      *    have the date all zeros and no reason, so a leftover date
      *    can't quietly stop their pay.
       EDIT-TERM-PARA.
           IF EMP-TERMINATED
               MOVE Emp-Term-Year TO WS-Edit-Year
                       SET EDIT-FAILED TO TRUE
                   END-IF
               END-IF
               IF EDIT-PASSED AND NOT TERM-REASON-VALID
                   DISPLAY "Termination reason must be a Record of "-
                           "Employment reason code."
                   MOVE "TERMINATION REASON CODE NOT VALID"
                       TO WS-Edit-Reason
                   SET EDIT-FAILED TO TRUE
               END-IF
           ELSE
               IF Emp-Term-Date-Num NOT = 0
                   DISPLAY "Only a terminated employee can carry a "-
                       TO WS-Edit-Reason
                   SET EDIT-FAILED TO TRUE
               END-IF
               IF Emp-Term-Reason NOT = SPACE
                   DISPLAY "Only a terminated employee can carry a "-
                           "termination reason."
                   MOVE "TERMINATION REASON ON NON-TERMINATED"
                       TO WS-Edit-Reason
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

      * Banking is all or nothing - a transit with no account (or
               SET EDIT-FAILED TO TRUE
           END-IF.

      * A deposit the bank returned leaves the banking flagged until
      *    someone re-keys it - any change to the transit or account
      *    is taken as the corrected banking and clears the flag.
      *    New or changed banking is not paid into straight away: it
      *    goes to prenote due, the next pay run sends the bank a
      *    zero-dollar prenote, and the employee stays on paper until
      *    the prenote period passes without a return. Banking left
      *    alone keeps whatever status the master already had - a
      *    batch change carries a whole image and must not reset it.
       BANK-STATUS-PARA.
           IF Emp-Bank-Transit NOT = WS-Old-Bank-Transit OR
                   Emp-Bank-Account NOT = WS-Old-Bank-Account
               MOVE 0 TO Emp-Prenote-Date
               IF Emp-Bank-Transit > 0
                   SET BANK-PRENOTE-DUE TO TRUE
               ELSE
                   MOVE SPACE TO Emp-Bank-Status
               END-IF
           ELSE
               MOVE WS-Old-Bank-Status TO Emp-Bank-Status
               MOVE WS-Old-Prenote-Date TO Emp-Prenote-Date
           END-IF.

      * A brand-new employee has no banking to compare against.
       BANK-STATUS-ADD-PARA.
           MOVE 0 TO WS-Old-Bank-Transit
           MOVE 0 TO WS-Old-Bank-Account
           MOVE SPACE TO WS-Old-Bank-Status
           MOVE 0 TO WS-Old-Prenote-Date
           PERFORM BANK-STATUS-PARA.

      * The address is all or nothing - the letters and gift-order
      *    rows carry it as a block, and half an address ships a
      *    gift nowhere. All blank just means the vendor falls back
               SET EDIT-FAILED TO TRUE
           END-IF.

      * The pay group decides which salary run pays the employee - a
      *    blank is keyed as weekly, the cycle everyone was on before
      *    there was a choice.
       EDIT-PAYGROUP-PARA.
           IF Emp-Pay-Group = SPACE
               MOVE "W" TO Emp-Pay-Group
           END-IF
           IF NOT PAY-GROUP-WEEKLY AND NOT PAY-GROUP-BIWEEKLY AND
                   NOT PAY-GROUP-SEMIMONTHLY
               DISPLAY "Pay group must be W, B, S or blank."
               MOVE "PAY GROUP NOT W/B/S" TO WS-Edit-Reason
               SET EDIT-FAILED TO TRUE
           END-IF.

      * Generic calendar-date check over WS-Edit-Year/Month/Day -
      *    valid month, and a day that actually exists in that month
      *    (leap years included).
           READ EMPFILE KEY IS Emp-ID
               INVALID KEY
                   MOVE Trans-Employee TO EmployeeRecord
                   PERFORM BANK-STATUS-ADD-PARA
                   PERFORM EDIT-RECORD-PARA
                   IF EDIT-PASSED
                       WRITE EmployeeRecord
                               MOVE SPACES TO WS-Before-Image
                               PERFORM JOURNAL-WRITE-PARA
                               PERFORM BATCH-APPLIED-PARA
                               PERFORM OVERFILL-CHECK-PARA
                               PERFORM BATCH-OVERFILL-PARA
                       END-WRITE
                   ELSE
                       PERFORM BATCH-REJECT-PARA
                   PERFORM BATCH-REJECT-PARA
               NOT INVALID KEY
                   MOVE EmployeeRecord TO WS-Before-Image
                   MOVE Emp-Bank-Transit TO WS-Old-Bank-Transit
                   MOVE Emp-Bank-Account TO WS-Old-Bank-Account
                   MOVE Emp-Bank-Status TO WS-Old-Bank-Status
                   MOVE Emp-Prenote-Date TO WS-Old-Prenote-Date
                   PERFORM OLD-HOME-PARA
                   MOVE Trans-Employee TO EmployeeRecord
                   PERFORM BANK-STATUS-PARA
                   PERFORM EDIT-RECORD-PARA
                   IF EDIT-PASSED
                       REWRITE EmployeeRecord
                               MOVE "C" TO WS-Jrn-Action
                               PERFORM JOURNAL-WRITE-PARA
                               PERFORM BATCH-APPLIED-PARA
                               PERFORM MOVE-CHECK-PARA
                               PERFORM BATCH-OVERFILL-PARA
                       END-REWRITE
                   ELSE
                       PERFORM BATCH-REJECT-PARA
           MOVE WS-MaintRpt-Line TO MaintRptRec
           WRITE MaintRptRec AFTER ADVANCING 1.

      * An applied transaction that overfilled its store and job code
      *    gets a warning line under its APPLIED line - it still
      *    stands, the same as an Add or a move keyed at the menu.
       BATCH-OVERFILL-PARA.
           IF OVERFILL-FOUND
               MOVE Trans-Action TO Rpt-Action
               MOVE Emp-ID TO Rpt-EmpID
               MOVE "WARNING" TO Rpt-Status
               MOVE WS-Overfill-Auth TO WS-Auth-Edited
               MOVE WS-Overfill-Active TO WS-Active-Edited
               MOVE SPACES TO Rpt-Reason
               STRING "OVERFILLS " DELIMITED BY SIZE
                   WS-Overfill-Store DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-Overfill-Job DELIMITED BY SIZE
                   " -" DELIMITED BY SIZE
                   WS-Active-Edited DELIMITED BY SIZE
                   " FOR" DELIMITED BY SIZE
                   WS-Auth-Edited DELIMITED BY SIZE
                   " AUTH" DELIMITED BY SIZE
                   INTO Rpt-Reason
               MOVE WS-MaintRpt-Line TO MaintRptRec
               WRITE MaintRptRec AFTER ADVANCING 1
           END-IF.

      * Where the employee stood before a change.
       OLD-HOME-PARA.
           MOVE Emp-Home-Store TO WS-Old-Home-Store
           MOVE Emp-Home-JobCode TO WS-Old-Home-JobCode
           MOVE Emp-Status TO WS-Old-Status.

      * A change only adds to a store and job code's headcount when
      *    it moved the employee there or brought them back from
      *    terminated - anything else can't overfill.
       MOVE-CHECK-PARA.
           MOVE "N" TO WS-Overfill-Flag
           IF Emp-Home-Store NOT = WS-Old-Home-Store OR
                   Emp-Home-JobCode NOT = WS-Old-Home-JobCode OR
                   WS-Old-Status = "T"
               PERFORM OVERFILL-CHECK-PARA
           END-IF.

      * The employee just written, against the position row in force
      *    today for their home store and job code - the store's
      *    headcount in that job code is counted off the master, the
      *    employee included. A store with no position row at all is
      *    not under position control; one with rows for other job
      *    codes only is authorized none in this one.
       OVERFILL-CHECK-PARA.
           MOVE "N" TO WS-Overfill-Flag
           IF NOT EMP-TERMINATED AND Emp-Home-Store NOT = 0 AND
                   Emp-Home-JobCode NOT = SPACE
               MOVE Emp-Home-Store TO WS-Overfill-Store
               MOVE Emp-Home-JobCode TO WS-Overfill-Job
               MOVE "N" TO WS-Overfill-Control
               MOVE 0 TO WS-Overfill-Eff
               MOVE 0 TO WS-Overfill-Auth
               PERFORM VARYING WS-Pos-Sub FROM 1 BY 1
                       UNTIL WS-Pos-Sub > WS-Pos-Count
                   IF WS-Pos-Store(WS-Pos-Sub) = WS-Overfill-Store
                       MOVE "Y" TO WS-Overfill-Control
                       IF WS-Pos-Job(WS-Pos-Sub) = WS-Overfill-Job AND
                               WS-Pos-Effective(WS-Pos-Sub) >=
                               WS-Overfill-Eff
                           MOVE WS-Pos-Effective(WS-Pos-Sub) TO
                               WS-Overfill-Eff
                           MOVE WS-Pos-Authorized(WS-Pos-Sub) TO
                               WS-Overfill-Auth
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Overfill-Control = "Y"
                   PERFORM OVERFILL-COUNT-PARA
                   IF WS-Overfill-Active > WS-Overfill-Auth
                       MOVE "Y" TO WS-Overfill-Flag
                   END-IF
               END-IF
           END-IF.

      * One walk of the master for the store and job code's people
      *    still employed, with the record in hand put back after.
       OVERFILL-COUNT-PARA.
           MOVE EmployeeRecord TO WS-Overfill-Save
           MOVE 0 TO WS-Overfill-Active
           MOVE 0 TO WS-Overfill-EOF-Flag
           MOVE 0 TO Emp-ID
           START EMPFILE KEY IS GREATER THAN OR EQUAL TO Emp-ID
               INVALID KEY
                   SET OVERFILL-EOF TO TRUE
           END-START
           PERFORM OVERFILL-READ-PARA UNTIL OVERFILL-EOF
           MOVE WS-Overfill-Save TO EmployeeRecord.

       OVERFILL-READ-PARA.
           READ EMPFILE NEXT RECORD
               AT END
                   SET OVERFILL-EOF TO TRUE
           END-READ
           IF NOT OVERFILL-EOF
               IF ws-Emp-Status NOT = "00"
                   SET OVERFILL-EOF TO TRUE
               ELSE
                   IF NOT EMP-TERMINATED AND
                           Emp-Home-Store = WS-Overfill-Store AND
                           Emp-Home-JobCode = WS-Overfill-Job
                       ADD 1 TO WS-Overfill-Active
                   END-IF
               END-IF
           END-IF.

      * The menu's warning - the Add or change is already applied.
       OVERFILL-WARN-PARA.
           IF OVERFILL-FOUND
               MOVE WS-Overfill-Auth TO WS-Auth-Edited
               MOVE WS-Overfill-Active TO WS-Active-Edited
               DISPLAY "*** WARNING - STORE ", WS-Overfill-Store,
                       " JOB CODE ", WS-Overfill-Job, " NOW HAS ",
                       WS-Active-Edited, " FOR", WS-Auth-Edited,
                       " AUTHORIZED POSITION(S) ***"
           END-IF.

       ADD-PARA.
           DISPLAY "Enter new Employee ID: " WITH NO ADVANCING
           ACCEPT Emp-ID
           READ EMPFILE KEY IS Emp-ID
               INVALID KEY
                   PERFORM GET-EMPLOYEE-FIELDS-PARA
                   PERFORM BANK-STATUS-ADD-PARA
                   PERFORM EDIT-RECORD-PARA
                   IF EDIT-PASSED
                       WRITE EmployeeRecord
                               MOVE "A" TO WS-Jrn-Action
                               MOVE SPACES TO WS-Before-Image
                               PERFORM JOURNAL-WRITE-PARA
                               PERFORM OVERFILL-CHECK-PARA
                               PERFORM OVERFILL-WARN-PARA
                       END-WRITE
                   ELSE
                       DISPLAY "Employee record was not added."
           PERFORM GET-LOOKUP-ID-PARA
           IF NOT RECORD-NOT-FOUND
               MOVE EmployeeRecord TO WS-Before-Image
               MOVE Emp-Bank-Transit TO WS-Old-Bank-Transit
               MOVE Emp-Bank-Account TO WS-Old-Bank-Account
               MOVE Emp-Bank-Status TO WS-Old-Bank-Status
               MOVE Emp-Prenote-Date TO WS-Old-Prenote-Date
               PERFORM OLD-HOME-PARA
               PERFORM GET-EMPLOYEE-FIELDS-PARA
               PERFORM BANK-STATUS-PARA
               PERFORM EDIT-RECORD-PARA
               IF EDIT-PASSED
                   REWRITE EmployeeRecord
                       NOT INVALID KEY
                           MOVE "C" TO WS-Jrn-Action
                           PERFORM JOURNAL-WRITE-PARA
                           PERFORM MOVE-CHECK-PARA
                           PERFORM OVERFILL-WARN-PARA
                   END-REWRITE
               ELSE
                   DISPLAY "Employee record was not changed."
               IF EMP-TERMINATED
                   DISPLAY "Terminated     : ", Emp-Term-Year, "-",
                           Emp-Term-Month, "-", Emp-Term-Day
                   DISPLAY "Term Reason    : ", Emp-Term-Reason
               END-IF
               IF Emp-Home-Store NOT = 0
                   DISPLAY "Home Store     : ", Emp-Home-Store
                   DISPLAY "Home Job Code  : ", Emp-Home-JobCode
               END-IF
               EVALUATE TRUE
                   WHEN PAY-GROUP-BIWEEKLY
                       DISPLAY "Pay Group      : B - BI-WEEKLY"
                   WHEN PAY-GROUP-SEMIMONTHLY
                       DISPLAY "Pay Group      : S - SEMI-MONTHLY"
                   WHEN OTHER
                       DISPLAY "Pay Group      : W - WEEKLY"
               END-EVALUATE
               IF Emp-Street NOT = SPACES
                   DISPLAY "Street         : ", Emp-Street
                   DISPLAY "City           : ", Emp-City
               IF Emp-Bank-Transit = 0
                   DISPLAY "Banking        : NONE - PAID BY PAPER"
               ELSE
                   IF BANK-INVALID
                       DISPLAY "Banking        : DEPOSIT RETURNED - "-
                               "PAID BY PAPER UNTIL RE-KEYED"
                   END-IF
                   IF BANK-PRENOTE-DUE
                       DISPLAY "Banking        : PRENOTE DUE ON THE "-
                               "NEXT PAY RUN - PAID BY PAPER"
                   END-IF
                   IF BANK-PRENOTE-SENT
                       DISPLAY "Banking        : PRENOTE SENT ",
                               Emp-Prenote-Date(1:4), "-",
                               Emp-Prenote-Date(5:2), "-",
                               Emp-Prenote-Date(7:2),
                               " - PAID BY PAPER UNTIL LIVE"
                   END-IF
      * Account numbers are payroll data too - an inquiry-only
      *    operator sees that banking exists, not what it is.
                   IF INQUIRY-ONLY
               END-IF
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
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
      * Batch and rebuild runs are scheduled with nobody at the
