      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Carrier eligibility feed.                                      *
      * The insurance carrier only knew who to cover from what         *
      *    someone remembered to tell them, so a missed enrollment or  *
      *    a termination never passed on showed up as a denied claim   *
      *    or a bill for someone long gone. This builds the carrier's  *
      *    eligibility file - adds, changes and terminations - off     *
      *    the benefit enrollment file BenefitMaint keeps and the      *
      *    Employee Master's status.                                   *
      * What was last sent is kept beside the feed as a snapshot, and  *
      *    each run sends only the difference:                         *
      *    A - an enrollment the carrier hasn't been sent              *
      *    C - a plan code or coverage level changed, or an ended      *
      *        enrollment reopened                                     *
      *    T - coverage ended, on the enrollment's end date or the     *
      *        master's termination date, whichever is first           *
      *    X - an enrollment sent before and since deleted as keyed    *
      *        in error, or one that started after the employee's      *
      *        termination - cancelled outright                        *
      *    The first run, with no snapshot, sends every enrollment as  *
      *    an add.                                                     *
      * A terminated employee whose enrollment was never ended is      *
      *    terminated to the carrier anyway and listed, so the         *
      *    enrollment can be ended in BenefitMaint; so is an           *
      *    enrollment for an EmpID not on the master (not sent). The   *
      *    report also lists every active employee enrolled in         *
      *    nothing, to be confirmed as a waiver.                       *
      * Under UNATTENDED=Y on the run control there are no prompts;    *
      *    the return code is 4 when anything was listed for follow-   *
      *    up, 12 when the feed could not be written.                  *
      ******************************************************************
       identification division.
       program-id. BenefitFeed.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout BenefitMaint keeps.
           SELECT ENROLLFILE ASSIGN
           "DataFiles\Assignment#6_BenefitEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Enroll-Status.

      * What the carrier was last sent - the enrollment rows as they
      *    stood, with the end date sent. Rewritten after each feed.
           SELECT SENTFILE ASSIGN
           "DataFiles\Assignment06_CarrierSent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Sent-Status.

      * The file the carrier loads.
           SELECT FEEDFILE ASSIGN "DataFiles\CarrierEligibility.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Feed-Status.

           SELECT FEEDRPTFILE ASSIGN "DataFiles\CarrierEligibility.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-FeedRpt-Status.

           SELECT EMPFILE ASSIGN "DataFiles\EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Emp-ID
           ALTERNATE RECORD KEY IS Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-Emp-Status.

           SELECT RUNCONTROLFILE ASSIGN "DataFiles\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RunCtl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLFILE.
       01 EnrollRec.
           03  Enr-EmpID           PIC 9(9).
           03  Enr-Plan            PIC X.
           03  Enr-Plan-Code       PIC X(6).
           03  Enr-Coverage        PIC X.
           03  Enr-Start           PIC 9(8).
           03  Enr-End             PIC 9(8).
           03  Enr-Emp-Share       PIC 9(4)V99.
           03  Enr-Er-Share        PIC 9(4)V99.

      * The enrollment layout again - the end date is the one sent.
       FD SENTFILE.
       01 SentRec.
           03  Snt-EmpID           PIC 9(9).
           03  Snt-Plan            PIC X.
           03  Snt-Plan-Code       PIC X(6).
           03  Snt-Coverage        PIC X.
           03  Snt-Start           PIC 9(8).
           03  Snt-End             PIC 9(8).
           03  Snt-Emp-Share       PIC 9(4)V99.
           03  Snt-Er-Share        PIC 9(4)V99.

      * One line per change, then a trailer with the count so the
      *    carrier can tell a short file from a quiet week.
       FD FEEDFILE.
       01 FeedRec.
           03  Fd-Action           PIC X.
           03  Fd-EmpID            PIC 9(9).
           03  Fd-Surname          PIC X(30).
           03  Fd-GivenName        PIC X(30).
           03  Fd-Birth-Date       PIC 9(8).
           03  Fd-Gender           PIC X.
           03  Fd-Plan             PIC X.
           03  Fd-Plan-Code        PIC X(6).
           03  Fd-Coverage         PIC X.
           03  Fd-Start            PIC 9(8).
           03  Fd-End              PIC 9(8).
           03  Fd-Feed-Date        PIC 9(8).
       01 FeedTrailerRec.
           03  Ftr-Marker          PIC X(10).
           03  Ftr-Count           PIC 9(7).
           03  Ftr-Feed-Date       PIC 9(8).
           03  FILLER              PIC X(94).

       FD FEEDRPTFILE.
       01 FeedRptRec               PIC X(132).

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
               88 EMP-ACTIVE            value "A".
               88 EMP-ON-LEAVE          value "L".
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

       FD RUNCONTROLFILE.
       01 RunControlRec        PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "BenefitFeed".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Enroll-Status     PIC XX value "00".
       01 ws-Sent-Status       PIC XX value "00".
       01 ws-Feed-Status       PIC XX value "00".
       01 ws-FeedRpt-Status    PIC XX value "00".
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-RunCtl-Status     PIC XX value "00".
       01 WS-Enroll-EOF-Flag   PIC 9 value 0.
           88 ENROLL-EOF       value 1.
       01 WS-Sent-EOF-Flag     PIC 9 value 0.
           88 SENT-EOF         value 1.
       01 WS-Emp-EOF-Flag      PIC 9 value 0.
           88 EMP-EOF          value 1.
       01 WS-RunCtl-EOF-Flag   PIC 9 value 0.
           88 RUNCTL-EOF       value 1.
       01 WS-RC-Keyword        PIC X(20) value SPACES.
       01 WS-RC-Value          PIC X(60) value SPACES.
       01 WS-Unattended-Flag   PIC X value "N".
           88 UNATTENDED-RUN   value "Y".
       01 WS-EmpMst-Avail-Flag PIC X value "N".
           88 EMPMASTER-AVAILABLE value "Y".
       01 WS-Master-Found-Flag PIC X value "N".
           88 MASTER-FOUND     value "Y".
       01 WS-Feed-Date         PIC 9(8) value 0.
       01 WS-Stop-Flag         PIC X value "N".
           88 FEED-STOPPED     value "Y".

      * The enrollment as it stands, each row with the end date the
      *    carrier should have and what became of it this run.
       01 WS-Max-Rows          PIC 9(4) value 1500.
       01 WS-Cur-Count         PIC 9(4) value 0.
       01 WS-Cur-Dropped       PIC 9(4) value 0.
       01 WS-Cur-Table.
           03 WS-Cur-Row OCCURS 1500 TIMES.
               05 WS-Cur-Image.
                   07 WS-Cur-EmpID     PIC 9(9).
                   07 WS-Cur-Plan      PIC X.
                   07 WS-Cur-Plan-Code PIC X(6).
                   07 WS-Cur-Coverage  PIC X.
                   07 WS-Cur-Start     PIC 9(8).
                   07 WS-Cur-End       PIC 9(8).
                   07 WS-Cur-Emp-Share PIC 9(4)V99.
                   07 WS-Cur-Er-Share  PIC 9(4)V99.
      * N = normal, M = not on the master, P = runs past the
      *    termination date, V = starts after it (void).
               05 WS-Cur-Status    PIC X.
       01 WS-Cur-Sub           PIC 9(4) value 0.

      * What was last sent, each row marked once the enrollment
      *    still accounts for it.
       01 WS-Snt-Count         PIC 9(4) value 0.
       01 WS-Snt-Dropped       PIC 9(4) value 0.
       01 WS-Snt-Table.
           03 WS-Snt-Row OCCURS 1500 TIMES.
               05 WS-Snt-Image.
                   07 WS-Snt-EmpID     PIC 9(9).
                   07 WS-Snt-Plan      PIC X.
                   07 WS-Snt-Plan-Code PIC X(6).
                   07 WS-Snt-Coverage  PIC X.
                   07 WS-Snt-Start     PIC 9(8).
                   07 WS-Snt-End       PIC 9(8).
                   07 WS-Snt-Emp-Share PIC 9(4)V99.
                   07 WS-Snt-Er-Share  PIC 9(4)V99.
               05 WS-Snt-Matched   PIC X.
       01 WS-Snt-Sub           PIC 9(4) value 0.
       01 WS-Snt-Found-Sub     PIC 9(4) value 0.

      * The snapshot the next run compares against.
       01 WS-New-Count         PIC 9(4) value 0.
       01 WS-New-Table.
           03 WS-New-Image OCCURS 1500 TIMES PIC X(45).
       01 WS-New-Sub           PIC 9(4) value 0.

      * The line being sent.
       01 WS-Send-Action       PIC X value SPACE.
       01 WS-Send-Image.
           03 WS-Send-EmpID        PIC 9(9).
           03 WS-Send-Plan         PIC X.
           03 WS-Send-Plan-Code    PIC X(6).
           03 WS-Send-Coverage     PIC X.
           03 WS-Send-Start        PIC 9(8).
           03 WS-Send-End          PIC 9(8).
           03 FILLER               PIC X(12).
       01 WS-Send-Note         PIC X(40) value SPACES.
       01 WS-Enrolled-Flag     PIC X value "N".
           88 ENROLLED-NOW     value "Y".

       01 WS-Adds-Count        PIC 9(7) value 0.
       01 WS-Changes-Count     PIC 9(7) value 0.
       01 WS-Terms-Count       PIC 9(7) value 0.
       01 WS-Cancels-Count     PIC 9(7) value 0.
       01 WS-Sent-Count        PIC 9(7) value 0.
       01 WS-Followup-Count    PIC 9(7) value 0.
       01 WS-Waived-Count      PIC 9(7) value 0.

       01 WS-Feed-Title.
           03 FILLER PIC X(36) value
               "CARRIER ELIGIBILITY FEED - SENT ON ".
           03 FT-Date              PIC 9999/99/99.
       01 WS-Feed-Heading.
           03 FILLER PIC X(4)  value "ACT".
           03 FILLER PIC X(11) value "EMPID".
           03 FILLER PIC X(32) value "NAME".
           03 FILLER PIC X(5)  value "PLN".
           03 FILLER PIC X(8)  value "CODE".
           03 FILLER PIC X(4)  value "COV".
           03 FILLER PIC X(12) value "START".
           03 FILLER PIC X(12) value "END".
           03 FILLER PIC X(40) value "NOTE".
       01 WS-Feed-Line.
           03 FL-Action            PIC X.
           03 FILLER               PIC X(3) value SPACES.
           03 FL-EmpID             PIC 9(9).
           03 FILLER               PIC X(2) value SPACES.
           03 FL-Name              PIC X(30).
           03 FILLER               PIC X(2) value SPACES.
           03 FL-Plan              PIC X.
           03 FILLER               PIC X(4) value SPACES.
           03 FL-Plan-Code         PIC X(6).
           03 FILLER               PIC X(2) value SPACES.
           03 FL-Coverage          PIC X.
           03 FILLER               PIC X(3) value SPACES.
           03 FL-Start             PIC 9999/99/99.
           03 FILLER               PIC X(2) value SPACES.
           03 FL-End               PIC X(10).
           03 FILLER               PIC X(2) value SPACES.
           03 FL-Note              PIC X(40).
       01 WS-Date-Edited       PIC 9999/99/99.
       01 WS-Count-Edited      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM RUNCONTROL-PARA.
           IF NOT UNATTENDED-RUN
               PERFORM INSTRUCT-PARA
           END-IF
           ACCEPT WS-Feed-Date FROM DATE YYYYMMDD
           PERFORM EMPMASTER-OPEN-PARA
           PERFORM SENT-LOAD-PARA
           PERFORM ENROLL-LOAD-PARA
           IF NOT FEED-STOPPED
               PERFORM FEED-BUILD-PARA
           END-IF
           IF EMPMASTER-AVAILABLE
               CLOSE EMPFILE
           END-IF
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program builds the benefit carrier's"
           display "eligibility file - every add, change and"
           display "termination since the last one was sent - off the"
           display "benefit enrollments and the Employee Master."
           display " "
           display "Anything needing follow-up is listed on the report"
           display "DataFiles\CarrierEligibility.rpt."
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

      * Without the master there is no telling who has left - the
      *    feed would tell the carrier to keep covering them.
       EMPMASTER-OPEN-PARA.
           OPEN INPUT EMPFILE
           IF ws-Emp-Status = "00"
               MOVE "Y" TO WS-EmpMst-Avail-Flag
           ELSE
               DISPLAY "*** EMPLOYEE MASTER UNAVAILABLE, STATUS: ",
                       ws-Emp-Status, " - NO FEED BUILT ***"
               MOVE "Y" TO WS-Stop-Flag
               MOVE 12 TO RETURN-CODE
           END-IF.

      * No snapshot yet means nothing has ever been sent.
       SENT-LOAD-PARA.
           OPEN INPUT SENTFILE
           IF ws-Sent-Status = "00"
               PERFORM SENT-READ-PARA UNTIL SENT-EOF
               CLOSE SENTFILE
           ELSE
               DISPLAY "No earlier feed on file - every enrollment "-
                       "goes to the carrier as an add."
           END-IF
           IF WS-Snt-Dropped > 0
               DISPLAY "*** ", WS-Snt-Dropped, " SENT ROW(S) DID "-
                       "NOT FIT THE TABLE - NO FEED BUILT ***"
               MOVE "Y" TO WS-Stop-Flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       SENT-READ-PARA.
           READ SENTFILE
               AT END
                   SET SENT-EOF TO TRUE
               NOT AT END
                   IF WS-Snt-Count < WS-Max-Rows
                       ADD 1 TO WS-Snt-Count
                       MOVE SentRec TO WS-Snt-Image(WS-Snt-Count)
                       MOVE "N" TO WS-Snt-Matched(WS-Snt-Count)
                   ELSE
                       ADD 1 TO WS-Snt-Dropped
                   END-IF
           END-READ.

      * Each enrollment row with the end date the carrier should
      *    have - the earlier of its own and the master's
      *    termination date.
       ENROLL-LOAD-PARA.
           OPEN INPUT ENROLLFILE
           IF ws-Enroll-Status = "00"
               PERFORM ENROLL-READ-PARA UNTIL ENROLL-EOF
               CLOSE ENROLLFILE
           ELSE
               DISPLAY "*** NO BENEFIT ENROLLMENT FILE - NO FEED "-
                       "BUILT ***"
               MOVE "Y" TO WS-Stop-Flag
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-Cur-Dropped > 0
               DISPLAY "*** ", WS-Cur-Dropped, " ENROLLMENT(S) DID "-
                       "NOT FIT THE TABLE - NO FEED BUILT ***"
               MOVE "Y" TO WS-Stop-Flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       ENROLL-READ-PARA.
           READ ENROLLFILE
               AT END
                   SET ENROLL-EOF TO TRUE
               NOT AT END
                   IF WS-Cur-Count < WS-Max-Rows
                       ADD 1 TO WS-Cur-Count
                       MOVE EnrollRec TO WS-Cur-Image(WS-Cur-Count)
                       MOVE WS-Cur-Count TO WS-Cur-Sub
                       PERFORM ENROLL-STATUS-PARA
                   ELSE
                       ADD 1 TO WS-Cur-Dropped
                   END-IF
           END-READ.

       ENROLL-STATUS-PARA.
           MOVE "N" TO WS-Cur-Status(WS-Cur-Sub)
           MOVE WS-Cur-EmpID(WS-Cur-Sub) TO Emp-ID
           PERFORM MASTER-READ-PARA
           IF NOT MASTER-FOUND
               MOVE "M" TO WS-Cur-Status(WS-Cur-Sub)
           ELSE
               IF EMP-TERMINATED AND Emp-Term-Date NUMERIC AND
                       Emp-Term-Date > 0
                   IF Emp-Term-Date < WS-Cur-Start(WS-Cur-Sub)
                       MOVE "V" TO WS-Cur-Status(WS-Cur-Sub)
                   ELSE
                       IF WS-Cur-End(WS-Cur-Sub) = 0 OR
                               WS-Cur-End(WS-Cur-Sub) >
                               Emp-Term-Date
                           MOVE "P" TO WS-Cur-Status(WS-Cur-Sub)
                           MOVE Emp-Term-Date TO
                               WS-Cur-End(WS-Cur-Sub)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MASTER-READ-PARA.
           MOVE "N" TO WS-Master-Found-Flag
           READ EMPFILE KEY IS Emp-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-Master-Found-Flag
           END-READ.

      * Enrollment against what was sent, then what was sent that
      *    the enrollment no longer accounts for, then the active
      *    employees enrolled in nothing. The snapshot is rewritten
      *    only once the feed is complete.
       FEED-BUILD-PARA.
           OPEN OUTPUT FEEDFILE
           IF ws-Feed-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE FEED FILE, STATUS: ",
                       ws-Feed-Status, " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FEEDRPTFILE
               MOVE WS-Feed-Date TO FT-Date
               WRITE FeedRptRec FROM WS-Feed-Title
               MOVE SPACES TO FeedRptRec
               WRITE FeedRptRec
               WRITE FeedRptRec FROM WS-Feed-Heading
               MOVE SPACES TO FeedRptRec
               WRITE FeedRptRec
               PERFORM FEED-CURRENT-PARA
                   VARYING WS-Cur-Sub FROM 1 BY 1
                   UNTIL WS-Cur-Sub > WS-Cur-Count
               PERFORM FEED-UNMATCHED-PARA
                   VARYING WS-Snt-Sub FROM 1 BY 1
                   UNTIL WS-Snt-Sub > WS-Snt-Count
               PERFORM WAIVED-SCAN-PARA
               MOVE SPACES TO FeedTrailerRec
               MOVE "*TRAILER*" TO Ftr-Marker
               MOVE WS-Sent-Count TO Ftr-Count
               MOVE WS-Feed-Date TO Ftr-Feed-Date
               WRITE FeedTrailerRec
               CLOSE FEEDFILE
               PERFORM SENT-SAVE-PARA
               PERFORM FEED-TOTALS-PARA
               CLOSE FEEDRPTFILE
           END-IF.

      * One enrollment row against its last-sent image.
       FEED-CURRENT-PARA.
           PERFORM SENT-FIND-PARA
           EVALUATE WS-Cur-Status(WS-Cur-Sub)
               WHEN "M"
      * Not sent - and whatever was sent before stands unchanged.
                   IF WS-Snt-Found-Sub NOT = 0
                       PERFORM NEW-FROM-SENT-PARA
                   END-IF
                   MOVE SPACE TO WS-Send-Action
                   MOVE WS-Cur-Image(WS-Cur-Sub) TO WS-Send-Image
                   MOVE "NOT ON THE EMPLOYEE MASTER - NOT SENT"
                       TO WS-Send-Note
                   PERFORM REPORT-LINE-PARA
                   ADD 1 TO WS-Followup-Count
               WHEN "V"
                   MOVE WS-Cur-Image(WS-Cur-Sub) TO WS-Send-Image
                   MOVE "STARTS AFTER TERMINATION - END OR DELETE"
                       TO WS-Send-Note
                   IF WS-Snt-Found-Sub NOT = 0
                       MOVE "X" TO WS-Send-Action
                       PERFORM SEND-PARA
                   ELSE
                       MOVE SPACE TO WS-Send-Action
                       PERFORM REPORT-LINE-PARA
                   END-IF
                   ADD 1 TO WS-Followup-Count
               WHEN OTHER
                   PERFORM FEED-COMPARE-PARA
                   ADD 1 TO WS-New-Count
                   MOVE WS-Cur-Image(WS-Cur-Sub) TO
                       WS-New-Image(WS-New-Count)
           END-EVALUATE.

       FEED-COMPARE-PARA.
           MOVE WS-Cur-Image(WS-Cur-Sub) TO WS-Send-Image
           MOVE SPACES TO WS-Send-Note
           IF WS-Cur-Status(WS-Cur-Sub) = "P"
               MOVE "TERMINATED ON THE MASTER - END ENROLLMENT"
                   TO WS-Send-Note
               ADD 1 TO WS-Followup-Count
           END-IF
           IF WS-Snt-Found-Sub = 0
               MOVE "A" TO WS-Send-Action
               PERFORM SEND-PARA
           ELSE
               IF WS-Snt-Plan-Code(WS-Snt-Found-Sub) NOT =
                       WS-Cur-Plan-Code(WS-Cur-Sub) OR
                       WS-Snt-Coverage(WS-Snt-Found-Sub) NOT =
                       WS-Cur-Coverage(WS-Cur-Sub) OR
                       (WS-Cur-End(WS-Cur-Sub) = 0 AND
                       WS-Snt-End(WS-Snt-Found-Sub) NOT = 0)
                   MOVE "C" TO WS-Send-Action
                   PERFORM SEND-PARA
               END-IF
               IF WS-Cur-End(WS-Cur-Sub) NOT = 0 AND
                       WS-Cur-End(WS-Cur-Sub) NOT =
                       WS-Snt-End(WS-Snt-Found-Sub)
                   MOVE "T" TO WS-Send-Action
                   PERFORM SEND-PARA
               END-IF
           END-IF.

      * Sent before, gone from the enrollment since - cancelled.
       FEED-UNMATCHED-PARA.
           IF WS-Snt-Matched(WS-Snt-Sub) = "N"
               MOVE WS-Snt-Image(WS-Snt-Sub) TO WS-Send-Image
               MOVE "X" TO WS-Send-Action
               MOVE "NO LONGER ON THE ENROLLMENT FILE" TO WS-Send-Note
               PERFORM SEND-PARA
           END-IF.

      * The last-sent row with the same employee, plan and start.
       SENT-FIND-PARA.
           MOVE 0 TO WS-Snt-Found-Sub
           PERFORM VARYING WS-Snt-Sub FROM 1 BY 1
                   UNTIL WS-Snt-Sub > WS-Snt-Count
               IF WS-Snt-EmpID(WS-Snt-Sub) = WS-Cur-EmpID(WS-Cur-Sub)
                       AND WS-Snt-Plan(WS-Snt-Sub) =
                       WS-Cur-Plan(WS-Cur-Sub) AND
                       WS-Snt-Start(WS-Snt-Sub) =
                       WS-Cur-Start(WS-Cur-Sub)
                   MOVE WS-Snt-Sub TO WS-Snt-Found-Sub
                   MOVE "Y" TO WS-Snt-Matched(WS-Snt-Sub)
               END-IF
           END-PERFORM.

       NEW-FROM-SENT-PARA.
           ADD 1 TO WS-New-Count
           MOVE WS-Snt-Image(WS-Snt-Found-Sub) TO
               WS-New-Image(WS-New-Count).

      * One feed line, with the member's particulars off the master,
      *    and its report line.
       SEND-PARA.
           MOVE SPACES TO FeedRec
           MOVE WS-Send-Action TO Fd-Action
           MOVE WS-Send-EmpID TO Fd-EmpID
           MOVE WS-Send-EmpID TO Emp-ID
           PERFORM MASTER-READ-PARA
           IF MASTER-FOUND
               MOVE Emp-Surname TO Fd-Surname
               MOVE Emp-GivenName TO Fd-GivenName
               MOVE Emp-Date-of-Birth TO Fd-Birth-Date
               MOVE Emp-Gender TO Fd-Gender
           ELSE
               MOVE 0 TO Fd-Birth-Date
           END-IF
           MOVE WS-Send-Plan TO Fd-Plan
           MOVE WS-Send-Plan-Code TO Fd-Plan-Code
           MOVE WS-Send-Coverage TO Fd-Coverage
           MOVE WS-Send-Start TO Fd-Start
           MOVE WS-Send-End TO Fd-End
           IF WS-Send-Action = "X"
               MOVE WS-Send-Start TO Fd-End
           END-IF
           MOVE WS-Feed-Date TO Fd-Feed-Date
           WRITE FeedRec
           ADD 1 TO WS-Sent-Count
           EVALUATE WS-Send-Action
               WHEN "A"
                   ADD 1 TO WS-Adds-Count
               WHEN "C"
                   ADD 1 TO WS-Changes-Count
               WHEN "T"
                   ADD 1 TO WS-Terms-Count
               WHEN "X"
                   ADD 1 TO WS-Cancels-Count
           END-EVALUATE
           PERFORM REPORT-LINE-PARA.

       REPORT-LINE-PARA.
           MOVE SPACES TO WS-Feed-Line
           MOVE WS-Send-Action TO FL-Action
           MOVE WS-Send-EmpID TO FL-EmpID
           MOVE SPACES TO FL-Name
           MOVE WS-Send-EmpID TO Emp-ID
           PERFORM MASTER-READ-PARA
           IF MASTER-FOUND
               STRING Emp-Surname DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   Emp-GivenName DELIMITED BY "  "
                   INTO FL-Name
           END-IF
           MOVE WS-Send-Plan TO FL-Plan
           MOVE WS-Send-Plan-Code TO FL-Plan-Code
           MOVE WS-Send-Coverage TO FL-Coverage
           MOVE WS-Send-Start TO FL-Start
           IF WS-Send-End = 0
               MOVE "OPEN" TO FL-End
           ELSE
               MOVE WS-Send-End TO WS-Date-Edited
               MOVE WS-Date-Edited TO FL-End
           END-IF
           MOVE WS-Send-Note TO FL-Note
           WRITE FeedRptRec FROM WS-Feed-Line.

      * Every active or on-leave employee with no enrollment in
      *    effect today - a waiver to be confirmed, or the missed
      *    enrollment the carrier would otherwise find.
       WAIVED-SCAN-PARA.
           MOVE SPACES TO FeedRptRec
           WRITE FeedRptRec
           MOVE "ACTIVE EMPLOYEES ENROLLED IN NO PLAN - CONFIRM "-
                "WAIVED" TO FeedRptRec
           WRITE FeedRptRec
           MOVE 0 TO Emp-ID
           MOVE 0 TO WS-Emp-EOF-Flag
           START EMPFILE KEY IS GREATER THAN OR EQUAL TO Emp-ID
               INVALID KEY
                   SET EMP-EOF TO TRUE
           END-START
           PERFORM WAIVED-READ-PARA UNTIL EMP-EOF.

       WAIVED-READ-PARA.
           READ EMPFILE NEXT RECORD
               AT END
                   SET EMP-EOF TO TRUE
               NOT AT END
                   IF EMP-ACTIVE OR EMP-ON-LEAVE
                       PERFORM WAIVED-CHECK-PARA
                   END-IF
           END-READ.

       WAIVED-CHECK-PARA.
           MOVE "N" TO WS-Enrolled-Flag
           PERFORM VARYING WS-Cur-Sub FROM 1 BY 1
                   UNTIL WS-Cur-Sub > WS-Cur-Count
               IF WS-Cur-EmpID(WS-Cur-Sub) = Emp-ID AND
                       WS-Cur-Start(WS-Cur-Sub) <= WS-Feed-Date AND
                       (WS-Cur-End(WS-Cur-Sub) = 0 OR
                       WS-Cur-End(WS-Cur-Sub) >= WS-Feed-Date)
                   MOVE "Y" TO WS-Enrolled-Flag
               END-IF
           END-PERFORM
           IF NOT ENROLLED-NOW
               ADD 1 TO WS-Waived-Count
               MOVE SPACES TO WS-Feed-Line
               MOVE Emp-ID TO FL-EmpID
               STRING Emp-Surname DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   Emp-GivenName DELIMITED BY "  "
                   INTO FL-Name
               MOVE "NO PLAN IN EFFECT TODAY" TO FL-Note
               WRITE FeedRptRec FROM WS-Feed-Line
           END-IF.

      * The carrier now holds what the enrollment holds.
       SENT-SAVE-PARA.
           OPEN OUTPUT SENTFILE
           PERFORM VARYING WS-New-Sub FROM 1 BY 1
                   UNTIL WS-New-Sub > WS-New-Count
               MOVE WS-New-Image(WS-New-Sub) TO SentRec
               WRITE SentRec
           END-PERFORM
           CLOSE SENTFILE.

       FEED-TOTALS-PARA.
           MOVE SPACES TO FeedRptRec
           WRITE FeedRptRec
           MOVE WS-Adds-Count TO WS-Count-Edited
           MOVE SPACES TO FeedRptRec
           STRING "ADDS SENT                : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO FeedRptRec
           WRITE FeedRptRec
           MOVE WS-Changes-Count TO WS-Count-Edited
           MOVE SPACES TO FeedRptRec
           STRING "CHANGES SENT             : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO FeedRptRec
           WRITE FeedRptRec
           MOVE WS-Terms-Count TO WS-Count-Edited
           MOVE SPACES TO FeedRptRec
           STRING "TERMINATIONS SENT        : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO FeedRptRec
           WRITE FeedRptRec
           MOVE WS-Cancels-Count TO WS-Count-Edited
           MOVE SPACES TO FeedRptRec
           STRING "CANCELLATIONS SENT       : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO FeedRptRec
           WRITE FeedRptRec
           MOVE WS-Followup-Count TO WS-Count-Edited
           MOVE SPACES TO FeedRptRec
           STRING "ENROLLMENTS TO FOLLOW UP : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO FeedRptRec
           WRITE FeedRptRec
           MOVE WS-Waived-Count TO WS-Count-Edited
           MOVE SPACES TO FeedRptRec
           STRING "ACTIVE, ENROLLED IN NONE : " DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO FeedRptRec
           WRITE FeedRptRec
           DISPLAY " "
           DISPLAY "Adds sent               : ", WS-Adds-Count
           DISPLAY "Changes sent            : ", WS-Changes-Count
           DISPLAY "Terminations sent       : ", WS-Terms-Count
           DISPLAY "Cancellations sent      : ", WS-Cancels-Count
           DISPLAY "Enrollments to follow up: ", WS-Followup-Count
           DISPLAY "Active, enrolled in none: ", WS-Waived-Count
           DISPLAY "Feed  : DataFiles\CarrierEligibility.dat"
           DISPLAY "Report: DataFiles\CarrierEligibility.rpt"
           IF WS-Followup-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

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
               IF NOT UNATTENDED-RUN
                   DISPLAY " "
                   DISPLAY "Press Enter to exit..."
                   Accept ws-pressKeyToEnd
               END-IF.
               STOP RUN.

       end program BenefitFeed.
