      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Benefit plan enrollment maintenance.                           *
      * Benefits were one flat "B" amount per job code on the          *
      *    deduction table, and who was actually enrolled in what was  *
      *    known only to the insurance carrier - a missed enrollment   *
      *    or a termination that was never passed on surfaced as a     *
      *    denied claim or a wrong bill. This program keeps the        *
      *    benefit enrollment file: per employee, each plan they are   *
      *    in, the carrier's plan code, the coverage level, the        *
      *    effective dates, and the employee's and employer's share    *
      *    of the monthly premium.                                     *
      * Once the file is in place the weekly run takes each            *
      *    employee's benefit deduction from it - the employee share   *
      *    spread over the pay group's periods - instead of the job-   *
      *    code rows; BenefitFeed sends the carrier its eligibility    *
      *    changes off it, and PremiumRecon matches the carrier's      *
      *    bill against it.                                            *
      * Plans: H = health, D = dental, L = life. Coverage: E =         *
      *    employee only, S = employee and spouse, C = employee and    *
      *    children, F = family. Life is employee only.                *
      * A row is keyed by EmpID + plan + start date, and one           *
      *    employee's rows for a plan may not overlap. The file is     *
      *    rewritten in full after every applied change, and every     *
      *    change is journalled with who keyed it.                     *
      ******************************************************************
       identification division.
       program-id. BenefitMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout the weekly run's ENROLL-LOAD-PARA reads.
           SELECT ENROLLFILE ASSIGN
           "DataFiles\Assignment#6_BenefitEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Enroll-Status.

      * One journal record per applied add/change/delete, with the
      *    before and after row images and who keyed it.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment06_BenMaintJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

      * The Employee Master, for the known-EmpID edit.
           SELECT EMPFILE ASSIGN "DataFiles\EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Emp-ID
           ALTERNATE RECORD KEY IS Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-Emp-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLFILE.
       01 EnrollRec.
           03  Enr-EmpID           PIC 9(9).
           03  Enr-Plan            PIC X.
           03  Enr-Plan-Code       PIC X(6).
           03  Enr-Coverage        PIC X.
           03  Enr-Start           PIC 9(8).
      * Zero end date means the enrollment runs until changed.
           03  Enr-End             PIC 9(8).
      * The monthly premium, split between the employee (deducted
      *    from pay) and the company.
           03  Enr-Emp-Share       PIC 9(4)V99.
           03  Enr-Er-Share        PIC 9(4)V99.

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
      * A = added, C = changed, D = deleted.
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
      * Full row images, sized to an enrollment row - spaces where
      *    there was no row on that side of the action.
           03 Jrn-Before        pic x(45).
           03 Jrn-After         pic x(45).

      * Same record layout EmployeeMaint maintains.
       FD EMPFILE.
       01 EmployeeRecord.
           03 Emp-ID                pic 9(9).
           03 Emp-Name.
               05 Emp-Surname       pic a(30).
               05 Emp-Initials      pic a(2).
               05 Emp-GivenName     pic a(30).
           03 Emp-Date-of-Birth     pic 9(8).
           03 Emp-Program-Code      pic x(10).
           03 Emp-Gender            pic a.
           03 Emp-Postal            pic A9A9A9.
           03 Emp-Salary            pic 9(9)V99 COMP-3.
           03 Emp-Status            pic x.
               88 EMP-TERMINATED        value "T".
           03 Emp-Hire-Date         pic 9(8).
           03 Emp-Term-Date         pic 9(8).
           03 Emp-Bank-Transit      pic 9(8).
           03 Emp-Bank-Account      pic 9(12).
           03 Emp-Street            pic x(30).
           03 Emp-City              pic x(20).
           03 Emp-Province          pic a(2).
           03 Emp-Home-Store        pic 9(4).
           03 Emp-Home-JobCode      pic a.
           03 Emp-Term-Reason       pic x.
           03 Emp-Bank-Status       pic x.
           03 Emp-Prenote-Date      pic 9(8).
           03 Emp-Pay-Group         pic x.

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "BenefitMaint".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Enroll-Status     PIC XX value "00".
       01 ws-Journal-Status    PIC XX value "00".
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-Enroll-EOF-Flag   PIC 9 value 0.
           88 ENROLL-EOF       value 1.
       01 WS-EmpMst-Avail-Flag PIC X value "N".
           88 EMPMASTER-AVAILABLE value "Y".

      * The whole enrollment file held in memory while the menu
      *    runs, with ElectionMaint's short-table save guard.
       01 WS-Max-Rows          PIC 9(4) value 1500.
       01 WS-Row-Count         PIC 9(4) value 0.
       01 WS-Dropped-Count     PIC 9(4) value 0.
       01 WS-Enroll-Table.
           03 WS-Enroll-Row OCCURS 1500 TIMES.
               05 WS-Row-EmpID     PIC 9(9) value 0.
               05 WS-Row-Plan      PIC X value space.
               05 WS-Row-Plan-Code PIC X(6) value spaces.
               05 WS-Row-Coverage  PIC X value space.
               05 WS-Row-Start     PIC 9(8) value 0.
               05 WS-Row-End       PIC 9(8) value 0.
               05 WS-Row-Emp-Share PIC 9(4)V99 value 0.
               05 WS-Row-Er-Share  PIC 9(4)V99 value 0.
       01 WS-Row-Sub           PIC 9(4) value 0.
       01 WS-Found-Sub         PIC 9(4) value 0.
       01 WS-Overlap-Sub       PIC 9(4) value 0.
       01 WS-Listed-Count      PIC 9(4) value 0.

      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - level 1 inquires
      *    only, level 2 maintains, level 3 may also delete.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "BenefitMaint".
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
       01 WS-Before-Image      PIC X(45) value SPACES.
       01 WS-After-Image       PIC X(45) value SPACES.

      * The row being keyed in or looked for.
       01 WS-Work-EmpID        PIC 9(9) value 0.
       01 WS-Work-Plan         PIC X value space.
           88 WORK-PLAN-VALID  value "H" "D" "L".
           88 WORK-PLAN-LIFE   value "L".
       01 WS-Work-Plan-Code    PIC X(6) value spaces.
       01 WS-Work-Coverage     PIC X value space.
           88 WORK-COVERAGE-VALID value "E" "S" "C" "F".
       01 WS-Work-Start        PIC 9(8) value 0.
       01 WS-Work-End          PIC 9(8) value 0.
       01 WS-Work-Emp-Share    PIC 9(4)V99 value 0.
       01 WS-Work-Er-Share     PIC 9(4)V99 value 0.
       01 WS-List-EmpID        PIC 9(9) value 0.
       01 WS-Share-Edited      PIC Z,ZZ9.99.
       01 WS-Er-Edited         PIC Z,ZZ9.99.
       01 WS-Emp-Name-Disp     PIC X(40) value SPACES.
       01 WS-Emp-Term-Date     PIC 9(8) value 0.

      * Calendar-date edit pieces, same ruling as the masters.
       01 WS-Edit-Year         PIC 9(4) value 0.
       01 WS-Edit-Month        PIC 9(2) value 0.
       01 WS-Edit-Day          PIC 9(2) value 0.
       01 WS-Edit-Date-Num     PIC 9(8) value 0.
       01 WS-Days-In-Month.
           03 FILLER PIC 99 VALUE 31.
           03 FILLER PIC 99 VALUE 28.
           03 FILLER PIC 99 VALUE 31.
           03 FILLER PIC 99 VALUE 30.
           03 FILLER PIC 99 VALUE 31.
           03 FILLER PIC 99 VALUE 30.
           03 FILLER PIC 99 VALUE 31.
           03 FILLER PIC 99 VALUE 31.
           03 FILLER PIC 99 VALUE 30.
           03 FILLER PIC 99 VALUE 31.
           03 FILLER PIC 99 VALUE 30.
           03 FILLER PIC 99 VALUE 31.
       01 WS-Days-In-Month-Tbl REDEFINES WS-Days-In-Month.
           03 WS-Month-Days OCCURS 12 TIMES PIC 99.
       01 WS-Max-Day           PIC 99 value 0.
       01 WS-Leap-Remainder    PIC 999 value 0.
       01 WS-Leap-Quotient     PIC 9999 value 0.
       01 WS-Date-Flag         PIC X value "Y".
           88 DATE-VALID       value "Y".
           88 DATE-INVALID     value "N".

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM SIGN-ON-PARA.
           IF SIGNED-ON
               PERFORM JOURNAL-OPEN-PARA
               PERFORM EMPMASTER-OPEN-PARA
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
           display "Welcome! This program maintains the benefit plan"
           display "enrollments the weekly run deducts from and the"
           display "carrier is sent."
           display " "
           display "Plans: H = health, D = dental, L = life."
           display "Coverage: E = employee, S = employee + spouse,"
           display "C = employee + children, F = family."
           display "Shares are of the MONTHLY premium."
           DISPLAY "---------------------------------------------------"
           display " ".

      * No Employee Master on hand is warned about loudly but the
      *    menu still runs - the EmpID edit just can't enforce.
       EMPMASTER-OPEN-PARA.
           OPEN INPUT EMPFILE
           IF ws-Emp-Status = "00"
               MOVE "Y" TO WS-EmpMst-Avail-Flag
           ELSE
               DISPLAY "*** EMPLOYEE MASTER UNAVAILABLE - EMPIDS "-
                       "WILL NOT BE VALIDATED THIS RUN ***"
           END-IF.

      * Pulls the whole enrollment file into the table. No file yet
      *    just means no rows - the first Add creates it.
       LOAD-PARA.
           OPEN INPUT ENROLLFILE
           IF ws-Enroll-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL ENROLL-EOF
               CLOSE ENROLLFILE
           END-IF
           DISPLAY WS-Row-Count, " enrollment(s) on file."
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " ROW(S) DID NOT "-
                       "FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ ENROLLFILE
               AT END
                   SET ENROLL-EOF TO TRUE
               NOT AT END
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE Enr-EmpID TO WS-Row-EmpID(WS-Row-Count)
                       MOVE Enr-Plan TO WS-Row-Plan(WS-Row-Count)
                       MOVE Enr-Plan-Code TO
                           WS-Row-Plan-Code(WS-Row-Count)
                       MOVE Enr-Coverage TO
                           WS-Row-Coverage(WS-Row-Count)
                       MOVE Enr-Start TO WS-Row-Start(WS-Row-Count)
                       MOVE Enr-End TO WS-Row-End(WS-Row-Count)
                       MOVE Enr-Emp-Share TO
                           WS-Row-Emp-Share(WS-Row-Count)
                       MOVE Enr-Er-Share TO
                           WS-Row-Er-Share(WS-Row-Count)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Enroll an employee in a plan"
           display "2 - Change or end an enrollment"
           display "3 - Delete an enrollment keyed in error"
           display "4 - List enrollments"
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
           DISPLAY "Employee ID: " WITH NO ADVANCING
           ACCEPT WS-Work-EmpID
           DISPLAY "Plan (H = health, D = dental, L = life): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Plan
           INSPECT WS-Work-Plan CONVERTING "hdl" TO "HDL"
           DISPLAY "Coverage Start Date (YYYYMMDD): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Start.

       GET-VALUE-PARA.
           DISPLAY "Carrier Plan Code: " WITH NO ADVANCING
           ACCEPT WS-Work-Plan-Code
           INSPECT WS-Work-Plan-Code CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Coverage (E/S/C/F): " WITH NO ADVANCING
           ACCEPT WS-Work-Coverage
           INSPECT WS-Work-Coverage CONVERTING "escf" TO "ESCF"
           DISPLAY "Coverage End Date (YYYYMMDD, 0 = until changed): "
           WITH NO ADVANCING
           ACCEPT WS-Work-End
           DISPLAY "Employee Share of the Monthly Premium: "
           WITH NO ADVANCING
           ACCEPT WS-Work-Emp-Share
           DISPLAY "Employer Share of the Monthly Premium: "
           WITH NO ADVANCING
           ACCEPT WS-Work-Er-Share.

       FIND-ROW-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-EmpID(WS-Row-Sub) = WS-Work-EmpID AND
                       WS-Row-Plan(WS-Row-Sub) = WS-Work-Plan AND
                       WS-Row-Start(WS-Row-Sub) = WS-Work-Start
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

      * An enrollment drives a deduction every pay and what the
      *    carrier is told - nothing saves without passing these.
       EDIT-ROW-PARA.
           SET EDIT-PASSED TO TRUE
           MOVE 0 TO WS-Emp-Term-Date
           IF WS-Work-EmpID = 0
               DISPLAY "Employee ID cannot be zero."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF EMPMASTER-AVAILABLE AND EDIT-PASSED
               MOVE WS-Work-EmpID TO Emp-ID
               READ EMPFILE KEY IS Emp-ID
                   INVALID KEY
                       DISPLAY "EmpID is not on the Employee Master."
                       SET EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Emp-Name-Disp
                       STRING Emp-Surname DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           Emp-GivenName DELIMITED BY "  "
                           INTO WS-Emp-Name-Disp
                       DISPLAY "Employee: ", WS-Emp-Name-Disp
                       IF EMP-TERMINATED AND Emp-Term-Date NUMERIC
                           MOVE Emp-Term-Date TO WS-Emp-Term-Date
                       END-IF
               END-READ
           END-IF
           IF NOT WORK-PLAN-VALID
               DISPLAY "Plan must be H, D or L."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Plan-Code = SPACES
               DISPLAY "The carrier's plan code is required."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT WORK-COVERAGE-VALID
               DISPLAY "Coverage must be E, S, C or F."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WORK-PLAN-LIFE AND WS-Work-Coverage NOT = "E"
               DISPLAY "Life coverage is employee only (E)."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Emp-Share = 0 AND WS-Work-Er-Share = 0
               DISPLAY "A plan with no premium is not an enrollment "-
                       "- enter the employee and/or employer share."
               SET EDIT-FAILED TO TRUE
           END-IF
           MOVE WS-Work-Start TO WS-Edit-Date-Num
           PERFORM CHECK-DATE-PARA
           IF DATE-INVALID
               DISPLAY "Start date is not a valid calendar date."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-End NOT = 0
               MOVE WS-Work-End TO WS-Edit-Date-Num
               PERFORM CHECK-DATE-PARA
               IF DATE-INVALID
                   DISPLAY "End date is not a valid calendar date."
                   SET EDIT-FAILED TO TRUE
               END-IF
               IF WS-Work-End < WS-Work-Start
                   DISPLAY "End date is before the start date."
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
      * Coverage can't run past the last day worked - an open or
      *    later end date on a terminated employee is the exact
      *    mistake the carrier used to find for us.
           IF WS-Emp-Term-Date > 0
               IF WS-Work-Start > WS-Emp-Term-Date
                   DISPLAY "The employee was terminated before that "-
                           "start date."
                   SET EDIT-FAILED TO TRUE
               END-IF
               IF WS-Work-End = 0 OR WS-Work-End > WS-Emp-Term-Date
                   DISPLAY "The employee is terminated - coverage "-
                           "must end by ", WS-Emp-Term-Date, "."
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF EDIT-PASSED
               PERFORM OVERLAP-CHECK-PARA
           END-IF.

      * One employee can't be in the same plan twice at once - every
      *    other row for this employee and plan must end before this
      *    one starts or start after it ends.
       OVERLAP-CHECK-PARA.
           MOVE 0 TO WS-Overlap-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Sub NOT = WS-Found-Sub AND
                       WS-Row-EmpID(WS-Row-Sub) = WS-Work-EmpID AND
                       WS-Row-Plan(WS-Row-Sub) = WS-Work-Plan
                   IF (WS-Row-End(WS-Row-Sub) = 0 OR
                           WS-Row-End(WS-Row-Sub) >= WS-Work-Start)
                           AND
                           (WS-Work-End = 0 OR
                           WS-Row-Start(WS-Row-Sub) <= WS-Work-End)
                       MOVE WS-Row-Sub TO WS-Overlap-Sub
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Overlap-Sub NOT = 0
               DISPLAY "That overlaps the enrollment starting ",
                       WS-Row-Start(WS-Overlap-Sub), " - end that "-
                       "one first."
               SET EDIT-FAILED TO TRUE
           END-IF.

      * Valid month, and a day that actually exists in that month -
      *    the same ruling the masters get.
       CHECK-DATE-PARA.
           MOVE WS-Edit-Date-Num(1:4) TO WS-Edit-Year
           MOVE WS-Edit-Date-Num(5:2) TO WS-Edit-Month
           MOVE WS-Edit-Date-Num(7:2) TO WS-Edit-Day
           SET DATE-VALID TO TRUE
           IF WS-Edit-Month < 1 OR WS-Edit-Month > 12
               SET DATE-INVALID TO TRUE
           ELSE
               MOVE WS-Month-Days(WS-Edit-Month) TO WS-Max-Day
               IF WS-Edit-Month = 2
                   PERFORM LEAP-CHECK-PARA
               END-IF
               IF WS-Edit-Day < 1 OR WS-Edit-Day > WS-Max-Day
                   SET DATE-INVALID TO TRUE
               END-IF
           END-IF.

       LEAP-CHECK-PARA.
           DIVIDE WS-Edit-Year BY 400 GIVING WS-Leap-Quotient
               REMAINDER WS-Leap-Remainder
           IF WS-Leap-Remainder = 0
               MOVE 29 TO WS-Max-Day
           ELSE
               DIVIDE WS-Edit-Year BY 100 GIVING WS-Leap-Quotient
                   REMAINDER WS-Leap-Remainder
               IF WS-Leap-Remainder = 0
                   MOVE 28 TO WS-Max-Day
               ELSE
                   DIVIDE WS-Edit-Year BY 4 GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Remainder
                   IF WS-Leap-Remainder = 0
                       MOVE 29 TO WS-Max-Day
                   END-IF
               END-IF
           END-IF.

       ADD-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "An enrollment with that employee, plan and "-
                       "start date already exists."
           ELSE
               IF WS-Row-Count >= WS-Max-Rows
                   DISPLAY "The enrollment table is full."
               ELSE
                   PERFORM GET-VALUE-PARA
                   PERFORM EDIT-ROW-PARA
                   IF EDIT-PASSED
                       ADD 1 TO WS-Row-Count
                       MOVE WS-Work-EmpID TO
                           WS-Row-EmpID(WS-Row-Count)
                       MOVE WS-Work-Plan TO WS-Row-Plan(WS-Row-Count)
                       PERFORM MOVE-VALUES-PARA
                       MOVE WS-Work-Start TO
                           WS-Row-Start(WS-Row-Count)
                       PERFORM SAVE-PARA
                       MOVE "A" TO WS-Jrn-Action
                       MOVE SPACES TO WS-Before-Image
                       MOVE WS-Enroll-Row(WS-Row-Count) TO
                           WS-After-Image
                       PERFORM JOURNAL-WRITE-PARA
                       DISPLAY "Enrollment added."
                   ELSE
                       DISPLAY "Enrollment was not added."
                   END-IF
               END-IF
           END-IF.

      * Plan code, coverage, end date and shares - the rest is the
      *    row's key. Ending an enrollment is a change of end date.
       CHANGE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No enrollment with that employee, plan and "-
                       "start date."
           ELSE
               MOVE WS-Row-Emp-Share(WS-Found-Sub) TO
                   WS-Share-Edited
               MOVE WS-Row-Er-Share(WS-Found-Sub) TO WS-Er-Edited
               DISPLAY "Now: plan code ",
                       WS-Row-Plan-Code(WS-Found-Sub), "  coverage ",
                       WS-Row-Coverage(WS-Found-Sub), "  end ",
                       WS-Row-End(WS-Found-Sub), "  shares ",
                       WS-Share-Edited, " / ", WS-Er-Edited
               PERFORM GET-VALUE-PARA
               PERFORM EDIT-ROW-PARA
               IF EDIT-PASSED
                   MOVE WS-Enroll-Row(WS-Found-Sub) TO
                       WS-Before-Image
                   PERFORM MOVE-CHANGED-PARA
                   PERFORM SAVE-PARA
                   MOVE "C" TO WS-Jrn-Action
                   MOVE WS-Enroll-Row(WS-Found-Sub) TO WS-After-Image
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Enrollment changed."
               ELSE
                   DISPLAY "Enrollment was not changed."
               END-IF
           END-IF.

      * A new row's values go in at the end of the table.
       MOVE-VALUES-PARA.
           MOVE WS-Work-Plan-Code TO WS-Row-Plan-Code(WS-Row-Count)
           MOVE WS-Work-Coverage TO WS-Row-Coverage(WS-Row-Count)
           MOVE WS-Work-End TO WS-Row-End(WS-Row-Count)
           MOVE WS-Work-Emp-Share TO WS-Row-Emp-Share(WS-Row-Count)
           MOVE WS-Work-Er-Share TO WS-Row-Er-Share(WS-Row-Count).

       MOVE-CHANGED-PARA.
           MOVE WS-Work-Plan-Code TO WS-Row-Plan-Code(WS-Found-Sub)
           MOVE WS-Work-Coverage TO WS-Row-Coverage(WS-Found-Sub)
           MOVE WS-Work-End TO WS-Row-End(WS-Found-Sub)
           MOVE WS-Work-Emp-Share TO WS-Row-Emp-Share(WS-Found-Sub)
           MOVE WS-Work-Er-Share TO WS-Row-Er-Share(WS-Found-Sub).

      * Deleting is for a row keyed in error - coverage that really
      *    ran is ended with a change instead, so the carrier is sent
      *    a termination. Deleting shuffles the tail rows down one
      *    over the hole.
       DELETE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No enrollment with that employee, plan and "-
                       "start date."
           ELSE
               MOVE WS-Enroll-Row(WS-Found-Sub) TO WS-Before-Image
               PERFORM VARYING WS-Row-Sub FROM WS-Found-Sub BY 1
                       UNTIL WS-Row-Sub >= WS-Row-Count
                   MOVE WS-Enroll-Row(WS-Row-Sub + 1) TO
                       WS-Enroll-Row(WS-Row-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Row-Count
               PERFORM SAVE-PARA
               MOVE "D" TO WS-Jrn-Action
               MOVE SPACES TO WS-After-Image
               PERFORM JOURNAL-WRITE-PARA
               DISPLAY "Enrollment deleted."
           END-IF.

      * One employee's enrollments, or everyone's for EmpID zero.
       LIST-PARA.
           DISPLAY "Employee ID (0 = all): " WITH NO ADVANCING
           ACCEPT WS-List-EmpID
           MOVE 0 TO WS-Listed-Count
           DISPLAY " "
           DISPLAY "Employee ID  P  Code    C  Start     End       "-
                   "  Emp Share   Er Share"
           PERFORM LIST-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           DISPLAY WS-Listed-Count, " enrollment(s) listed.".

       LIST-ROW-PARA.
           IF WS-List-EmpID = 0 OR
                   WS-Row-EmpID(WS-Row-Sub) = WS-List-EmpID
               ADD 1 TO WS-Listed-Count
               MOVE WS-Row-Emp-Share(WS-Row-Sub) TO WS-Share-Edited
               MOVE WS-Row-Er-Share(WS-Row-Sub) TO WS-Er-Edited
               DISPLAY WS-Row-EmpID(WS-Row-Sub), "    ",
                       WS-Row-Plan(WS-Row-Sub), "  ",
                       WS-Row-Plan-Code(WS-Row-Sub), "  ",
                       WS-Row-Coverage(WS-Row-Sub), "  ",
                       WS-Row-Start(WS-Row-Sub), "  ",
                       WS-Row-End(WS-Row-Sub), "  ",
                       WS-Share-Edited, "  ", WS-Er-Edited
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
           OPEN OUTPUT ENROLLFILE
           PERFORM SAVE-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           CLOSE ENROLLFILE.

       SAVE-ROW-PARA.
           MOVE WS-Row-EmpID(WS-Row-Sub) TO Enr-EmpID
           MOVE WS-Row-Plan(WS-Row-Sub) TO Enr-Plan
           MOVE WS-Row-Plan-Code(WS-Row-Sub) TO Enr-Plan-Code
           MOVE WS-Row-Coverage(WS-Row-Sub) TO Enr-Coverage
           MOVE WS-Row-Start(WS-Row-Sub) TO Enr-Start
           MOVE WS-Row-End(WS-Row-Sub) TO Enr-End
           MOVE WS-Row-Emp-Share(WS-Row-Sub) TO Enr-Emp-Share
           MOVE WS-Row-Er-Share(WS-Row-Sub) TO Enr-Er-Share
           WRITE EnrollRec.

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
           MOVE "EMPMASTER" TO WS-LC-File-ID
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
               IF EMPMASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program BenefitMaint.
