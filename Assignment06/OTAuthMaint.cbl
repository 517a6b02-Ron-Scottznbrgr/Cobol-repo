      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Overtime authorization maintenance.                            *
      * The weekly run paid time and a half on every hour past 40      *
      *    however it got there. Overtime is now approved in advance,  *
      *    per store and per employee, for a given week: this program  *
      *    keeps the overtime authorization file - the approved hours  *
      *    per employee, store and week - keyed in here by the store   *
      *    managers or loaded from the approvals they send in          *
      *    (DataFiles\OTApprovals.dat, the same layout).               *
      * Overtime the weekly run finds beyond what was approved is      *
      *    held or paid as the run control says (UNAPPROVEDOT=), and   *
      *    either way lands on its unapproved-overtime report. Held    *
      *    hours carry forward on the run's overtime ledger until they *
      *    are released or rejected here; released hours are paid on   *
      *    the employee's next weekly pay at the rate they were worked *
      *    at. A decision stands until the hours are paid.             *
      * An approval is keyed by week ending + store + EmpID; approved  *
      *    hours for every week ending inside a pay period count       *
      *    toward that period's overtime. The files are rewritten in   *
      *    full after every applied change, and every change is        *
      *    journalled with who keyed it. Approving is level 2;         *
      *    deleting, releasing and rejecting are the supervisor's.     *
      ******************************************************************
       identification division.
       program-id. OTAuthMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout the weekly run's OTAUTH-LOAD-PARA reads.
           SELECT OTAUTHFILE ASSIGN
           "DataFiles\Assignment#6_OTAuth.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OTAuth-Status.

      * The store managers' approvals as sent in - the same layout.
           SELECT APPROVALFILE ASSIGN "DataFiles\OTApprovals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Approval-Status.

      * The weekly run's overtime ledger - read here, never written.
           SELECT OTLEDGERFILE ASSIGN
           "DataFiles\Assignment#6_OTLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OTLedger-Status.

      * Release and reject decisions on held overtime, read by the
      *    weekly run's OTHOLD-LOAD-PARA.
           SELECT OTRELEASEFILE ASSIGN
           "DataFiles\Assignment#6_OTRelease.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OTRelease-Status.

      * One journal record per applied change or decision, with the
      *    before and after row images and who keyed it.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment06_OTMaintJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

      * The Employee Master, for the known-EmpID edit.
           SELECT EMPFILE ASSIGN "DataFiles\EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Emp-ID
           ALTERNATE RECORD KEY IS Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-Emp-Status.

      * The Store Master, for the known-store edit.
           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-StoreMaster-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OTAUTHFILE.
       01 OTAuthRec.
           03  OTA-WeekEnding      PIC 9(8).
           03  OTA-Store           PIC 9(4).
           03  OTA-EmpID           PIC 9(9).
           03  OTA-Hours           PIC 9(3)V9.
           03  OTA-Approved-By     PIC X(8).

       FD APPROVALFILE.
       01 ApprovalRec.
           03  Apv-WeekEnding      PIC 9(8).
           03  Apv-Store           PIC 9(4).
           03  Apv-EmpID           PIC 9(9).
           03  Apv-Hours           PIC 9(3)V9.
           03  Apv-Approved-By     PIC X(8).

      * Same layout the weekly run appends.
       FD OTLEDGERFILE.
       01 OTLedgerRec.
           03  OTL-Type            PIC X.
           03  OTL-Run-Week        PIC 9(8).
           03  OTL-Pay-Group       PIC X.
           03  OTL-WeekEnding      PIC 9(8).
           03  OTL-Store           PIC 9(4).
           03  OTL-EmpID           PIC 9(9).
           03  OTL-OT-Hours        PIC 9(3)V9.
           03  OTL-Approved        PIC 9(3)V9.
           03  OTL-Hours           PIC 9(3)V9.
           03  OTL-Rate            PIC 99V99.

       FD OTRELEASEFILE.
       01 OTReleaseRec.
           03  Rel-WeekEnding      PIC 9(8).
           03  Rel-Store           PIC 9(4).
           03  Rel-EmpID           PIC 9(9).
      * R = released for payment, X = rejected.
           03  Rel-Decision        PIC X.
           03  Rel-Hours           PIC 9(3)V9.
           03  Rel-Operator        PIC X(8).
           03  Rel-Date            PIC 9(8).

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
      * A = approval added, C = changed, D = deleted; R = held hours
      *    released, X = held hours rejected.
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
      * Full row images - an approval or a decision - spaces where
      *    there was no row on that side of the action.
           03 Jrn-Before        pic x(42).
           03 Jrn-After         pic x(42).

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

      * Same record layout StoreMaster.cbl maintains.
       FD STOREMASTER.
       01 StoreRecord.
           03  Store-Number        PIC 9(4).
           03  Store-Name          PIC X(20).
           03  Store-Region        PIC X(10).
           03  Store-Manager       PIC X(20).
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
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
           03 WS-LC-Program        PIC X(20) value "OTAuthMaint".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-OTAuth-Status     PIC XX value "00".
       01 ws-Approval-Status   PIC XX value "00".
       01 ws-OTLedger-Status   PIC XX value "00".
       01 ws-OTRelease-Status  PIC XX value "00".
       01 ws-Journal-Status    PIC XX value "00".
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-StoreMaster-Status PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 8.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-OTAuth-EOF-Flag   PIC 9 value 0.
           88 OTAUTH-EOF       value 1.
       01 WS-Approval-EOF-Flag PIC 9 value 0.
           88 APPROVAL-EOF     value 1.
       01 WS-OTLedger-EOF-Flag PIC 9 value 0.
           88 OTLEDGER-EOF     value 1.
       01 WS-OTRelease-EOF-Flag PIC 9 value 0.
           88 OTRELEASE-EOF    value 1.
       01 WS-EmpMst-Avail-Flag PIC X value "N".
           88 EMPMASTER-AVAILABLE value "Y".
       01 WS-StoreMst-Avail-Flag PIC X value "N".
           88 STOREMASTER-AVAILABLE value "Y".

      * The whole authorization file held in memory while the menu
      *    runs, with ElectionMaint's short-table save guard.
       01 WS-Max-Rows          PIC 9(4) value 3000.
       01 WS-Row-Count         PIC 9(4) value 0.
       01 WS-Dropped-Count     PIC 9(4) value 0.
       01 WS-Auth-Table.
           03 WS-Auth-Row OCCURS 3000 TIMES.
               05 WS-Row-WeekEnding PIC 9(8) value 0.
               05 WS-Row-Store      PIC 9(4) value 0.
               05 WS-Row-EmpID      PIC 9(9) value 0.
               05 WS-Row-Hours      PIC 9(3)V9 value 0.
               05 WS-Row-Approved-By PIC X(8) value spaces.
       01 WS-Row-Sub           PIC 9(4) value 0.
       01 WS-Found-Sub         PIC 9(4) value 0.
       01 WS-Listed-Count      PIC 9(4) value 0.

      * The held overtime off the ledger - one row per period, store
      *    and employee, the ledger's last word on it - and the
      *    decisions keyed here against them.
       01 WS-Max-Holds         PIC 9(4) value 2000.
       01 WS-Hold-Count        PIC 9(4) value 0.
       01 WS-Hold-Dropped      PIC 9(4) value 0.
       01 WS-Hold-Table.
           03 WS-Hold-Row OCCURS 2000 TIMES.
               05 WS-Hld-Type       PIC X value space.
               05 WS-Hld-WeekEnding PIC 9(8) value 0.
               05 WS-Hld-Store      PIC 9(4) value 0.
               05 WS-Hld-EmpID      PIC 9(9) value 0.
               05 WS-Hld-Hours      PIC 9(3)V9 value 0.
               05 WS-Hld-Rate       PIC 99V99 value 0.
       01 WS-Hold-Sub          PIC 9(4) value 0.
       01 WS-Hold-Found-Sub    PIC 9(4) value 0.
       01 WS-Dec-Count         PIC 9(4) value 0.
       01 WS-Dec-Dropped       PIC 9(4) value 0.
       01 WS-Dec-Table.
           03 WS-Dec-Row OCCURS 2000 TIMES.
               05 WS-Dec-WeekEnding PIC 9(8) value 0.
               05 WS-Dec-Store      PIC 9(4) value 0.
               05 WS-Dec-EmpID      PIC 9(9) value 0.
               05 WS-Dec-Decision   PIC X value space.
               05 WS-Dec-Hours      PIC 9(3)V9 value 0.
               05 WS-Dec-Operator   PIC X(8) value spaces.
               05 WS-Dec-Date       PIC 9(8) value 0.
       01 WS-Dec-Sub           PIC 9(4) value 0.
       01 WS-Dec-Found-Sub     PIC 9(4) value 0.
       01 WS-Hold-Status-Text  PIC X(24) value spaces.

      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - level 1 inquires
      *    only, level 2 maintains, level 3 may also delete.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "OTAuthMaint".
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
       01 WS-Before-Image      PIC X(42) value SPACES.
       01 WS-After-Image       PIC X(42) value SPACES.

      * The row being keyed in or looked for.
       01 WS-Work-WeekEnding   PIC 9(8) value 0.
       01 WS-Work-Store        PIC 9(4) value 0.
       01 WS-Work-EmpID        PIC 9(9) value 0.
       01 WS-Work-Hours        PIC 9(3)V9 value 0.
       01 WS-Work-Decision     PIC X value space.
           88 WORK-DECISION-VALID value "R" "X".
       01 WS-List-Week         PIC 9(8) value 0.
       01 WS-List-Store        PIC 9(4) value 0.
       01 WS-Hours-Edited      PIC ZZ9.9.
       01 WS-Rate-Edited       PIC Z9.99.
       01 WS-Emp-Name-Disp     PIC X(40) value SPACES.
       01 WS-Load-Added        PIC 9(5) value 0.
       01 WS-Load-Changed      PIC 9(5) value 0.
       01 WS-Load-Rejected     PIC 9(5) value 0.
       01 WS-Load-Quiet-Flag   PIC X value "N".
           88 LOAD-QUIET       value "Y".

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
               PERFORM STOREMASTER-OPEN-PARA
               PERFORM LOAD-PARA
               PERFORM HOLD-LOAD-PARA
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
           display "Welcome! This program maintains the overtime"
           display "approvals the weekly run pays overtime against,"
           display "and releases or rejects the overtime it held."
           display " "
           display "Approvals are hours per employee, store and week"
           display "ending."
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

      * Same for the Store Master and the store edit.
       STOREMASTER-OPEN-PARA.
           OPEN INPUT STOREMASTER
           IF ws-StoreMaster-Status = "00"
               MOVE "Y" TO WS-StoreMst-Avail-Flag
           ELSE
               DISPLAY "*** STORE MASTER UNAVAILABLE - STORE "-
                       "NUMBERS WILL NOT BE VALIDATED THIS RUN ***"
           END-IF.

      * Pulls the whole authorization file into the table. No file
      *    yet just means no rows - the first Add creates it.
       LOAD-PARA.
           OPEN INPUT OTAUTHFILE
           IF ws-OTAuth-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL OTAUTH-EOF
               CLOSE OTAUTHFILE
           END-IF
           DISPLAY WS-Row-Count, " overtime approval(s) on file."
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " ROW(S) DID NOT "-
                       "FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ OTAUTHFILE
               AT END
                   SET OTAUTH-EOF TO TRUE
               NOT AT END
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE OTAuthRec TO WS-Auth-Row(WS-Row-Count)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           END-READ.

      * The held overtime as the last posted run left it, then the
      *    decisions already keyed against it.
       HOLD-LOAD-PARA.
           OPEN INPUT OTLEDGERFILE
           IF ws-OTLedger-Status = "00"
               PERFORM HOLD-READ-PARA UNTIL OTLEDGER-EOF
               CLOSE OTLEDGERFILE
           END-IF
           OPEN INPUT OTRELEASEFILE
           IF ws-OTRelease-Status = "00"
               PERFORM DECISION-READ-PARA UNTIL OTRELEASE-EOF
               CLOSE OTRELEASEFILE
           END-IF
           IF WS-Hold-Dropped > 0 OR WS-Dec-Dropped > 0
               DISPLAY "*** THE HELD OVERTIME DID NOT FIT THE "-
                       "TABLE - DECISIONS CANNOT BE SAVED THIS RUN ***"
           END-IF.

      * H = held, U = over approval but paid, P = released hours
      *    paid. Only held hours wait on a decision.
       HOLD-READ-PARA.
           READ OTLEDGERFILE
               AT END
                   SET OTLEDGER-EOF TO TRUE
               NOT AT END
                   MOVE OTL-WeekEnding TO WS-Work-WeekEnding
                   MOVE OTL-Store TO WS-Work-Store
                   MOVE OTL-EmpID TO WS-Work-EmpID
                   PERFORM HOLD-FIND-PARA
                   IF WS-Hold-Found-Sub = 0
                       IF WS-Hold-Count < WS-Max-Holds
                           ADD 1 TO WS-Hold-Count
                           MOVE WS-Hold-Count TO WS-Hold-Found-Sub
                       ELSE
                           ADD 1 TO WS-Hold-Dropped
                       END-IF
                   END-IF
                   IF WS-Hold-Found-Sub NOT = 0
                       MOVE OTL-Type TO WS-Hld-Type(WS-Hold-Found-Sub)
                       MOVE OTL-WeekEnding TO
                           WS-Hld-WeekEnding(WS-Hold-Found-Sub)
                       MOVE OTL-Store TO WS-Hld-Store(WS-Hold-Found-Sub)
                       MOVE OTL-EmpID TO WS-Hld-EmpID(WS-Hold-Found-Sub)
                       IF OTL-Type NOT = "P"
                           MOVE OTL-Hours TO
                               WS-Hld-Hours(WS-Hold-Found-Sub)
                           MOVE OTL-Rate TO
                               WS-Hld-Rate(WS-Hold-Found-Sub)
                       END-IF
                   END-IF
           END-READ.

       DECISION-READ-PARA.
           READ OTRELEASEFILE
               AT END
                   SET OTRELEASE-EOF TO TRUE
               NOT AT END
                   IF WS-Dec-Count < WS-Max-Holds
                       ADD 1 TO WS-Dec-Count
                       MOVE OTReleaseRec TO WS-Dec-Row(WS-Dec-Count)
                   ELSE
                       ADD 1 TO WS-Dec-Dropped
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Approve overtime"
           display "2 - Change approved hours"
           display "3 - Delete an approval"
           display "4 - List approvals"
           display "5 - Load the store managers' approvals"
           display "6 - List held overtime"
           display "7 - Release or reject held overtime"
           display "8 - Exit"
           DISPLAY "Enter a selection (1-8): " WITH NO ADVANCING
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
                   IF INQUIRY-ONLY
                       PERFORM NOT-AUTHORIZED-PARA
                   ELSE
                       PERFORM APPROVAL-LOAD-PARA
                   END-IF
               WHEN 6
                   PERFORM HOLD-LIST-PARA
               WHEN 7
                   IF SUPERVISOR
                       PERFORM DECIDE-PARA
                   ELSE
                       PERFORM NOT-AUTHORIZED-PARA
                   END-IF
               WHEN 8
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

      * Prompts for the three key fields a row is found by.
       GET-KEY-PARA.
           DISPLAY "Week Ending (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Work-WeekEnding
           DISPLAY "Store Number: " WITH NO ADVANCING
           ACCEPT WS-Work-Store
           DISPLAY "Employee ID: " WITH NO ADVANCING
           ACCEPT WS-Work-EmpID.

       GET-VALUE-PARA.
           DISPLAY "Approved Overtime Hours (e.g. 005.0): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Hours.

       FIND-ROW-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-WeekEnding(WS-Row-Sub) = WS-Work-WeekEnding
                       AND WS-Row-Store(WS-Row-Sub) = WS-Work-Store
                       AND WS-Row-EmpID(WS-Row-Sub) = WS-Work-EmpID
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

      * An approval is what the weekly run measures overtime against
      *    - nothing saves without passing these. A load runs the
      *    same edits with the messages kept to one line a row.
       EDIT-ROW-PARA.
           SET EDIT-PASSED TO TRUE
           MOVE WS-Work-WeekEnding TO WS-Edit-Date-Num
           PERFORM CHECK-DATE-PARA
           IF DATE-INVALID
               IF NOT LOAD-QUIET
                   DISPLAY "Week ending is not a valid calendar date."
               END-IF
               SET EDIT-FAILED TO TRUE
           END-IF
           IF WS-Work-Store = 0
               IF NOT LOAD-QUIET
                   DISPLAY "Store number cannot be zero."
               END-IF
               SET EDIT-FAILED TO TRUE
           END-IF
           IF STOREMASTER-AVAILABLE AND WS-Work-Store NOT = 0
               MOVE WS-Work-Store TO Store-Number
               READ STOREMASTER KEY IS Store-Number
                   INVALID KEY
                       IF NOT LOAD-QUIET
                           DISPLAY "Store is not on the Store Master."
                       END-IF
                       SET EDIT-FAILED TO TRUE
               END-READ
           END-IF
           IF WS-Work-EmpID = 0
               IF NOT LOAD-QUIET
                   DISPLAY "Employee ID cannot be zero."
               END-IF
               SET EDIT-FAILED TO TRUE
           END-IF
           IF EMPMASTER-AVAILABLE AND WS-Work-EmpID NOT = 0
               MOVE WS-Work-EmpID TO Emp-ID
               READ EMPFILE KEY IS Emp-ID
                   INVALID KEY
                       IF NOT LOAD-QUIET
                           DISPLAY "EmpID is not on the Employee "-
                                   "Master."
                       END-IF
                       SET EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                       IF NOT LOAD-QUIET
                           MOVE SPACES TO WS-Emp-Name-Disp
                           STRING Emp-Surname DELIMITED BY "  "
                               ", " DELIMITED BY SIZE
                               Emp-GivenName DELIMITED BY "  "
                               INTO WS-Emp-Name-Disp
                           DISPLAY "Employee: ", WS-Emp-Name-Disp
                       END-IF
               END-READ
           END-IF
      * No week has more than 99.9 hours in it to work.
           IF WS-Work-Hours NOT NUMERIC OR WS-Work-Hours = 0 OR
                   WS-Work-Hours > 99.9
               IF NOT LOAD-QUIET
                   DISPLAY "Approved hours must be between 0.1 and "-
                           "99.9."
               END-IF
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
               DISPLAY "That employee already has an approval for "-
                       "that store and week - change it instead."
           ELSE
               IF WS-Row-Count >= WS-Max-Rows
                   DISPLAY "The approval table is full."
               ELSE
                   PERFORM GET-VALUE-PARA
                   PERFORM EDIT-ROW-PARA
                   IF EDIT-PASSED
                       PERFORM ADD-ROW-PARA
                       PERFORM SAVE-PARA
                       PERFORM JOURNAL-WRITE-PARA
                       DISPLAY "Approval added."
                   ELSE
                       DISPLAY "Approval was not added."
                   END-IF
               END-IF
           END-IF.

      * The keyed row goes in at the end of the table, approved by
      *    whoever is signed on.
       ADD-ROW-PARA.
           ADD 1 TO WS-Row-Count
           MOVE WS-Work-WeekEnding TO WS-Row-WeekEnding(WS-Row-Count)
           MOVE WS-Work-Store TO WS-Row-Store(WS-Row-Count)
           MOVE WS-Work-EmpID TO WS-Row-EmpID(WS-Row-Count)
           MOVE WS-Work-Hours TO WS-Row-Hours(WS-Row-Count)
           MOVE WS-Operator-ID TO WS-Row-Approved-By(WS-Row-Count)
           MOVE "A" TO WS-Jrn-Action
           MOVE SPACES TO WS-Before-Image
           MOVE WS-Auth-Row(WS-Row-Count) TO WS-After-Image.

       CHANGE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No approval for that employee, store and week."
           ELSE
               MOVE WS-Row-Hours(WS-Found-Sub) TO WS-Hours-Edited
               DISPLAY "Now: ", WS-Hours-Edited, " hour(s), approved "-
                       "by ", WS-Row-Approved-By(WS-Found-Sub)
               PERFORM GET-VALUE-PARA
               PERFORM EDIT-ROW-PARA
               IF EDIT-PASSED
                   PERFORM CHANGE-ROW-PARA
                   PERFORM SAVE-PARA
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Approval changed."
               ELSE
                   DISPLAY "Approval was not changed."
               END-IF
           END-IF.

       CHANGE-ROW-PARA.
           MOVE WS-Auth-Row(WS-Found-Sub) TO WS-Before-Image
           MOVE WS-Work-Hours TO WS-Row-Hours(WS-Found-Sub)
           MOVE WS-Operator-ID TO WS-Row-Approved-By(WS-Found-Sub)
           MOVE "C" TO WS-Jrn-Action
           MOVE WS-Auth-Row(WS-Found-Sub) TO WS-After-Image.

      * Deleting shuffles the tail rows down one over the hole.
       DELETE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No approval for that employee, store and week."
           ELSE
               MOVE WS-Auth-Row(WS-Found-Sub) TO WS-Before-Image
               PERFORM VARYING WS-Row-Sub FROM WS-Found-Sub BY 1
                       UNTIL WS-Row-Sub >= WS-Row-Count
                   MOVE WS-Auth-Row(WS-Row-Sub + 1) TO
                       WS-Auth-Row(WS-Row-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Row-Count
               PERFORM SAVE-PARA
               MOVE "D" TO WS-Jrn-Action
               MOVE SPACES TO WS-After-Image
               PERFORM JOURNAL-WRITE-PARA
               DISPLAY "Approval deleted."
           END-IF.

      * One week's approvals, or every week's for zero, narrowed to
      *    one store when one is given.
       LIST-PARA.
           DISPLAY "Week Ending (0 = all): " WITH NO ADVANCING
           ACCEPT WS-List-Week
           DISPLAY "Store Number (0 = all): " WITH NO ADVANCING
           ACCEPT WS-List-Store
           MOVE 0 TO WS-Listed-Count
           DISPLAY " "
           DISPLAY "Week End  Store  Employee ID  Hours  Approved By"
           PERFORM LIST-ROW-PARA
               VARYING WS-Row-Sub FROM 1 BY 1
               UNTIL WS-Row-Sub > WS-Row-Count
           DISPLAY WS-Listed-Count, " approval(s) listed.".

       LIST-ROW-PARA.
           IF (WS-List-Week = 0 OR
                   WS-Row-WeekEnding(WS-Row-Sub) = WS-List-Week) AND
                   (WS-List-Store = 0 OR
                   WS-Row-Store(WS-Row-Sub) = WS-List-Store)
               ADD 1 TO WS-Listed-Count
               MOVE WS-Row-Hours(WS-Row-Sub) TO WS-Hours-Edited
               DISPLAY WS-Row-WeekEnding(WS-Row-Sub), "  ",
                       WS-Row-Store(WS-Row-Sub), "   ",
                       WS-Row-EmpID(WS-Row-Sub), "    ",
                       WS-Hours-Edited, "  ",
                       WS-Row-Approved-By(WS-Row-Sub)
           END-IF.

      * The store managers' approvals file - each row edited the same
      *    as a keyed one, added or replacing the approval already on
      *    file for its key, and journalled. Rows failing the edits
      *    are listed and skipped; the file is saved once at the end.
      *    Loading the same file twice changes nothing.
       APPROVAL-LOAD-PARA.
           MOVE 0 TO WS-Load-Added
           MOVE 0 TO WS-Load-Changed
           MOVE 0 TO WS-Load-Rejected
           MOVE 0 TO WS-Approval-EOF-Flag
           OPEN INPUT APPROVALFILE
           IF ws-Approval-Status NOT = "00"
               DISPLAY "No approvals file to load - "-
                       "DataFiles\OTApprovals.dat."
           ELSE
               MOVE "Y" TO WS-Load-Quiet-Flag
               PERFORM APPROVAL-READ-PARA UNTIL APPROVAL-EOF
               MOVE "N" TO WS-Load-Quiet-Flag
               CLOSE APPROVALFILE
               IF WS-Load-Added > 0 OR WS-Load-Changed > 0
                   PERFORM SAVE-PARA
               END-IF
               DISPLAY WS-Load-Added, " approval(s) added, ",
                       WS-Load-Changed, " changed, ",
                       WS-Load-Rejected, " rejected."
           END-IF.

       APPROVAL-READ-PARA.
           READ APPROVALFILE
               AT END
                   SET APPROVAL-EOF TO TRUE
               NOT AT END
                   MOVE Apv-WeekEnding TO WS-Work-WeekEnding
                   MOVE Apv-Store TO WS-Work-Store
                   MOVE Apv-EmpID TO WS-Work-EmpID
                   MOVE Apv-Hours TO WS-Work-Hours
                   PERFORM EDIT-ROW-PARA
                   PERFORM FIND-ROW-PARA
                   IF EDIT-PASSED AND WS-Found-Sub = 0 AND
                           WS-Row-Count >= WS-Max-Rows
                       SET EDIT-FAILED TO TRUE
                   END-IF
                   IF EDIT-FAILED
                       ADD 1 TO WS-Load-Rejected
                       DISPLAY "REJECTED: ", Apv-WeekEnding, " ",
                               Apv-Store, " ", Apv-EmpID, " ",
                               Apv-Hours
                   ELSE
                       IF WS-Found-Sub = 0
                           PERFORM ADD-ROW-PARA
                           MOVE Apv-Approved-By TO
                               WS-Row-Approved-By(WS-Row-Count)
                           MOVE WS-Auth-Row(WS-Row-Count) TO
                               WS-After-Image
                           PERFORM JOURNAL-WRITE-PARA
                           ADD 1 TO WS-Load-Added
                       ELSE
                           IF WS-Row-Hours(WS-Found-Sub) NOT =
                                   WS-Work-Hours
                               PERFORM CHANGE-ROW-PARA
                               MOVE Apv-Approved-By TO
                                   WS-Row-Approved-By(WS-Found-Sub)
                               MOVE WS-Auth-Row(WS-Found-Sub) TO
                                   WS-After-Image
                               PERFORM JOURNAL-WRITE-PARA
                               ADD 1 TO WS-Load-Changed
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Every held period still waiting on a decision, and every one
      *    released but not yet paid.
       HOLD-LIST-PARA.
           MOVE 0 TO WS-Listed-Count
           DISPLAY " "
           DISPLAY "Week End  Store  Employee ID  Hours   Rate  Status"
           PERFORM HOLD-LIST-ROW-PARA
               VARYING WS-Hold-Sub FROM 1 BY 1
               UNTIL WS-Hold-Sub > WS-Hold-Count
           DISPLAY WS-Listed-Count, " held period(s) listed.".

       HOLD-LIST-ROW-PARA.
           IF WS-Hld-Type(WS-Hold-Sub) = "H"
               MOVE WS-Hld-WeekEnding(WS-Hold-Sub) TO
                   WS-Work-WeekEnding
               MOVE WS-Hld-Store(WS-Hold-Sub) TO WS-Work-Store
               MOVE WS-Hld-EmpID(WS-Hold-Sub) TO WS-Work-EmpID
               PERFORM DECISION-FIND-PARA
               MOVE "HELD - AWAITING DECISION" TO WS-Hold-Status-Text
               IF WS-Dec-Found-Sub NOT = 0
                   IF WS-Dec-Decision(WS-Dec-Found-Sub) = "R"
                       MOVE "RELEASED - NEXT PAY" TO
                           WS-Hold-Status-Text
                   ELSE
                       MOVE "REJECTED" TO WS-Hold-Status-Text
                   END-IF
               END-IF
               IF WS-Dec-Found-Sub = 0 OR
                       WS-Dec-Decision(WS-Dec-Found-Sub) = "R"
                   ADD 1 TO WS-Listed-Count
                   MOVE WS-Hld-Hours(WS-Hold-Sub) TO WS-Hours-Edited
                   MOVE WS-Hld-Rate(WS-Hold-Sub) TO WS-Rate-Edited
                   DISPLAY WS-Hld-WeekEnding(WS-Hold-Sub), "  ",
                           WS-Hld-Store(WS-Hold-Sub), "   ",
                           WS-Hld-EmpID(WS-Hold-Sub), "    ",
                           WS-Hours-Edited, "  ", WS-Rate-Edited,
                           "  ", WS-Hold-Status-Text
               END-IF
           END-IF.

      * Releases or rejects one held period. A period already paid is
      *    past deciding; one decided but not yet paid may be decided
      *    again, the new decision replacing the old.
       DECIDE-PARA.
           IF WS-Hold-Dropped > 0 OR WS-Dec-Dropped > 0
               DISPLAY "NOT AVAILABLE - the held overtime did not "-
                       "fit this program's table."
           ELSE
               PERFORM GET-KEY-PARA
               PERFORM HOLD-FIND-PARA
               IF WS-Hold-Found-Sub = 0
                   DISPLAY "No overtime was held for that employee, "-
                           "store and week."
               ELSE
                   IF WS-Hld-Type(WS-Hold-Found-Sub) NOT = "H"
                       DISPLAY "Those hours are no longer held - "-
                               "they have been paid."
                   ELSE
                       PERFORM DECIDE-KEY-PARA
                   END-IF
               END-IF
           END-IF.

       DECIDE-KEY-PARA.
           MOVE WS-Hld-Hours(WS-Hold-Found-Sub) TO WS-Hours-Edited
           MOVE WS-Hld-Rate(WS-Hold-Found-Sub) TO WS-Rate-Edited
           DISPLAY "Held: ", WS-Hours-Edited, " hour(s) at ",
                   WS-Rate-Edited, " an hour."
           DISPLAY "R = release for payment, X = reject: "
           WITH NO ADVANCING
           ACCEPT WS-Work-Decision
           INSPECT WS-Work-Decision CONVERTING "rx" TO "RX"
           IF NOT WORK-DECISION-VALID
               DISPLAY "Decision must be R or X - nothing changed."
           ELSE
               PERFORM DECISION-FIND-PARA
               IF WS-Dec-Found-Sub = 0
                   IF WS-Dec-Count >= WS-Max-Holds
                       DISPLAY "The decision table is full."
                   ELSE
                       ADD 1 TO WS-Dec-Count
                       MOVE WS-Dec-Count TO WS-Dec-Found-Sub
                       MOVE SPACES TO WS-Before-Image
                       PERFORM DECIDE-APPLY-PARA
                   END-IF
               ELSE
                   MOVE WS-Dec-Row(WS-Dec-Found-Sub) TO
                       WS-Before-Image
                   PERFORM DECIDE-APPLY-PARA
               END-IF
           END-IF.

       DECIDE-APPLY-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           MOVE WS-Work-WeekEnding TO
               WS-Dec-WeekEnding(WS-Dec-Found-Sub)
           MOVE WS-Work-Store TO WS-Dec-Store(WS-Dec-Found-Sub)
           MOVE WS-Work-EmpID TO WS-Dec-EmpID(WS-Dec-Found-Sub)
           MOVE WS-Work-Decision TO WS-Dec-Decision(WS-Dec-Found-Sub)
           MOVE WS-Hld-Hours(WS-Hold-Found-Sub) TO
               WS-Dec-Hours(WS-Dec-Found-Sub)
           MOVE WS-Operator-ID TO WS-Dec-Operator(WS-Dec-Found-Sub)
           MOVE WS-Run-Date TO WS-Dec-Date(WS-Dec-Found-Sub)
           PERFORM DECISION-SAVE-PARA
           MOVE WS-Work-Decision TO WS-Jrn-Action
           MOVE WS-Dec-Row(WS-Dec-Found-Sub) TO WS-After-Image
           PERFORM JOURNAL-WRITE-PARA
           IF WS-Work-Decision = "R"
               DISPLAY "Released - paid on the employee's next "-
                       "weekly pay."
           ELSE
               DISPLAY "Rejected - those hours will not be paid."
           END-IF.

       HOLD-FIND-PARA.
           MOVE 0 TO WS-Hold-Found-Sub
           PERFORM VARYING WS-Hold-Sub FROM 1 BY 1
                   UNTIL WS-Hold-Sub > WS-Hold-Count
               IF WS-Hld-WeekEnding(WS-Hold-Sub) = WS-Work-WeekEnding
                       AND WS-Hld-Store(WS-Hold-Sub) = WS-Work-Store
                       AND WS-Hld-EmpID(WS-Hold-Sub) = WS-Work-EmpID
                   MOVE WS-Hold-Sub TO WS-Hold-Found-Sub
               END-IF
           END-PERFORM.

       DECISION-FIND-PARA.
           MOVE 0 TO WS-Dec-Found-Sub
           PERFORM VARYING WS-Dec-Sub FROM 1 BY 1
                   UNTIL WS-Dec-Sub > WS-Dec-Count
               IF WS-Dec-WeekEnding(WS-Dec-Sub) = WS-Work-WeekEnding
                       AND WS-Dec-Store(WS-Dec-Sub) = WS-Work-Store
                       AND WS-Dec-EmpID(WS-Dec-Sub) = WS-Work-EmpID
                   MOVE WS-Dec-Sub TO WS-Dec-Found-Sub
               END-IF
           END-PERFORM.

      * Rewrites the whole file from the table after every applied
      *    change - never left half-written, never saved short.
       SAVE-PARA.
           IF WS-Dropped-Count > 0
               DISPLAY "NOT SAVED - the file holds more rows than "-
                       "this program could load, and rewriting it "-
                       "from a short table would destroy them."
           ELSE
               OPEN OUTPUT OTAUTHFILE
               PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                       UNTIL WS-Row-Sub > WS-Row-Count
                   MOVE WS-Auth-Row(WS-Row-Sub) TO OTAuthRec
                   WRITE OTAuthRec
               END-PERFORM
               CLOSE OTAUTHFILE
           END-IF.

       DECISION-SAVE-PARA.
           OPEN OUTPUT OTRELEASEFILE
           PERFORM VARYING WS-Dec-Sub FROM 1 BY 1
                   UNTIL WS-Dec-Sub > WS-Dec-Count
               MOVE WS-Dec-Row(WS-Dec-Sub) TO OTReleaseRec
               WRITE OTReleaseRec
           END-PERFORM
           CLOSE OTRELEASEFILE.

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
       END-PARA.
               IF SIGNED-ON
                   CLOSE JOURNALFILE
               END-IF.
               IF EMPMASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF.
               IF STOREMASTER-AVAILABLE
                   CLOSE STOREMASTER
               END-IF.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program OTAuthMaint.
