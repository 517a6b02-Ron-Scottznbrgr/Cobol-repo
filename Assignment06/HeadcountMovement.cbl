      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Headcount movement and turnover report by store and region.    *
      * For any from/to date range keyed at the prompt, every store    *
      *    on the Employee Master gets its opening headcount, hires,   *
      *    terminations, transfers in and out, closing headcount, an   *
      *    annualized turnover rate, and - on its own - the            *
      *    terminations that came within 90 days of hire. Stores are   *
      *    grouped under their Store Master region with a region       *
      *    subtotal, and the company total closes the report.          *
      * Hires and terminations come off Emp-Hire-Date, Emp-Term-Date   *
      *    and Emp-Status. A move between stores is not a hire or a    *
      *    termination: the maintenance journal's before and after     *
      *    images show every change to Emp-Home-Store, and each one    *
      *    inside the range is a transfer out of the old store and in  *
      *    to the new. The same journal puts each person back in the   *
      *    store they were in at the start of the range (and at a      *
      *    hire or termination inside it), so the opening and closing  *
      *    counts land on the right store instead of today's.          *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    weather city.                                               *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - The Employee Master record picks up the     *
      *    employee's pay group.                                       *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    province.                                                   *
      ******************************************************************
       identification division.
       program-id. HeadcountMovement.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN "DataFiles\EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Emp-ID
      * HR calls in with names, not employee numbers - the surname
      *    alternate key is what the maintenance program's search
      *    runs on, and every program opening this file has to
      *    declare the same keys.
           ALTERNATE RECORD KEY IS Emp-Surname WITH DUPLICATES
           FILE STATUS IS ws-Emp-Status.

      * Assignment03's maintenance journal - read only, for the
      *    before/after home stores on each change.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment03_MaintJournal.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-Store-Status.

           SELECT REGIONMASTER ASSIGN "DataFiles\RegionMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Region-Code
           FILE STATUS IS ws-Region-Status.

           SELECT HCRPTFILE ASSIGN
           "DataFiles\HeadcountMovement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-HcRpt-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same record layout Assignment03 maintains - the programs
      *    reading this file have to agree on it byte for byte.
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
      * The pay cycle the employee is paid on - W weekly (a space
      *    on a record keyed before pay groups reads the same),
      *    B bi-weekly, S semi-monthly.
           03 Emp-Pay-Group         pic x.
               88 PAY-GROUP-WEEKLY      value "W" " ".
               88 PAY-GROUP-BIWEEKLY    value "B".
               88 PAY-GROUP-SEMIMONTHLY value "S".

      * Same layout Assignment03 writes.
       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
           03 Jrn-Before        pic x(207).
           03 Jrn-After         pic x(207).

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

       FD REGIONMASTER.
       01 RegionRecord.
           03  Region-Code         PIC X(10).
           03  Region-Name         PIC X(20).
           03  Region-Manager      PIC X(20).
           03  Region-Target-Ratio PIC 99V9.

       FD HCRPTFILE.
       01 HcRptRec                 PIC X(90).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "HeadcountMovement".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Journal-Status    PIC XX value "00".
       01 ws-Store-Status      PIC XX value "00".
       01 ws-Region-Status     PIC XX value "00".
       01 ws-HcRpt-Status      PIC XX value "00".
       01 WS-Master-EOF-Flag   PIC 9 value 0.
           88 MASTER-EOF       value 1.
       01 WS-Journal-EOF-Flag  PIC 9 value 0.
           88 JOURNAL-EOF      value 1.
       01 WS-Store-EOF-Flag    PIC 9 value 0.
           88 STORE-EOF        value 1.
       01 WS-Region-EOF-Flag   PIC 9 value 0.
           88 REGION-EOF       value 1.
       01 WS-Journal-Flag      PIC X value "N".
           88 JOURNAL-READ     value "Y".
       01 WS-Run-Date          PIC 9(8) value 0.

      * The range being reported - both ends inclusive.
       01 WS-From-Date         PIC 9(8) value 0.
       01 WS-To-Date           PIC 9(8) value 0.
       01 WS-Range-Days        PIC 9(5) value 0.

      * A journal image laid over the EmployeeRecord layout - only
      *    the fields this report needs are named.
       01 WS-Image.
           03  Img-EmpID           PIC 9(9).
           03  FILLER              PIC X(182).
           03  Img-Home-Store      PIC 9(4).
           03  FILLER              PIC X(12).
       01 WS-Before-Store      PIC 9(4) value 0.

      * Every home-store change on the journal dated on or after the
      *    range start, in journal (date) order. Earlier moves never
      *    matter - the store at the range start is either today's
      *    or the "from" store of the first move after it.
       01 WS-Max-Xfer          PIC 9(5) value 5000.
       01 WS-Xfer-Count        PIC 9(5) value 0.
       01 WS-Xfer-Table.
           03  WS-Xfer-Entry OCCURS 5000 TIMES.
               05  WS-Xfer-EmpID       PIC 9(9).
               05  WS-Xfer-Date        PIC 9(8).
               05  WS-Xfer-From        PIC 9(4).
               05  WS-Xfer-To          PIC 9(4).
       01 WS-Xfer-Sub          PIC 9(5) value 0.
       01 WS-Xfer-Dropped      PIC 9(5) value 0.

      * Stores in Store Master order, then any store number found on
      *    the Employee Master that the Store Master doesn't carry.
       01 WS-Max-Stores        PIC 999 value 500.
       01 WS-Store-Count       PIC 999 value 0.
       01 WS-Store-Table.
           03  WS-Store-Entry OCCURS 500 TIMES.
               05  WS-St-Number        PIC 9(4).
               05  WS-St-Name          PIC X(20).
               05  WS-St-Region        PIC X(10).
               05  WS-St-Counts.
                   07  WS-St-Open          PIC 9(5).
                   07  WS-St-Hires         PIC 9(5).
                   07  WS-St-Terms         PIC 9(5).
                   07  WS-St-Xin           PIC 9(5).
                   07  WS-St-Xout          PIC 9(5).
                   07  WS-St-Close         PIC 9(5).
                   07  WS-St-Early         PIC 9(5).
       01 WS-Store-Sub         PIC 999 value 0.
       01 WS-Find-Store        PIC 9(4) value 0.
       01 WS-Find-Sub          PIC 999 value 0.
       01 WS-Store-Dropped     PIC 9(5) value 0.

      * Regions in Region Master order, then any region a store
      *    names that the Region Master doesn't.
       01 WS-Max-Regions       PIC 999 value 100.
       01 WS-Region-Count      PIC 999 value 0.
       01 WS-Region-Table.
           03  WS-Region-Entry OCCURS 100 TIMES.
               05  WS-Rg-Code          PIC X(10).
               05  WS-Rg-Name          PIC X(20).
       01 WS-Region-Sub        PIC 999 value 0.
       01 WS-Region-Found      PIC X value "N".

      * One line's counts - a store's, a region's or the company's.
       01 WS-Line-Counts.
           03  WS-Ln-Open          PIC 9(6).
           03  WS-Ln-Hires         PIC 9(6).
           03  WS-Ln-Terms         PIC 9(6).
           03  WS-Ln-Xin           PIC 9(6).
           03  WS-Ln-Xout          PIC 9(6).
           03  WS-Ln-Close         PIC 9(6).
           03  WS-Ln-Early         PIC 9(6).
       01 WS-Reg-Counts.
           03  WS-Rg-Open          PIC 9(6).
           03  WS-Rg-Hires         PIC 9(6).
           03  WS-Rg-Terms         PIC 9(6).
           03  WS-Rg-Xin           PIC 9(6).
           03  WS-Rg-Xout          PIC 9(6).
           03  WS-Rg-Close         PIC 9(6).
           03  WS-Rg-Early         PIC 9(6).
       01 WS-Co-Counts.
           03  WS-Co-Open          PIC 9(6).
           03  WS-Co-Hires         PIC 9(6).
           03  WS-Co-Terms         PIC 9(6).
           03  WS-Co-Xin           PIC 9(6).
           03  WS-Co-Xout          PIC 9(6).
           03  WS-Co-Close         PIC 9(6).
           03  WS-Co-Early         PIC 9(6).
       01 WS-Region-Stores     PIC 999 value 0.

      * One employee's dates and the store they were in at each
      *    point the report cares about. A terminated employee's
      *    last day is the termination date; anyone else runs on.
       01 WS-Term-Eff          PIC 9(8) value 0.
       01 WS-Store-At-Start    PIC 9(4) value 0.
       01 WS-Store-At-End      PIC 9(4) value 0.
       01 WS-Store-At-Hire     PIC 9(4) value 0.
       01 WS-Store-At-Term     PIC 9(4) value 0.
       01 WS-Start-Set         PIC X value "N".
       01 WS-End-Set           PIC X value "N".
       01 WS-Hire-Set          PIC X value "N".
       01 WS-Term-Set          PIC X value "N".
       01 WS-Tenure-Days       PIC S9(7) value 0.
       01 WS-No-Date-Count     PIC 9(5) value 0.

      * Annualized rate: terminations over the average of opening
      *    and closing headcount, scaled from the range's days to a
      *    365-day year.
       01 WS-Avg-Headcount     PIC 9(6)V9 value 0.
       01 WS-Turnover-Pct      PIC 9(5)V9 value 0.
       01 WS-Early-Pct         PIC 9(5)V9 value 0.

       01 WS-Date-Work         PIC 9(8) value 0.
       01 WS-Date-Parts REDEFINES WS-Date-Work.
           03  WS-Date-Year        PIC 9(4).
           03  WS-Date-Month       PIC 99.
           03  WS-Date-Day         PIC 99.
       01 WS-Date-Disp         PIC X(10) value SPACES.
       01 WS-From-Disp         PIC X(10) value SPACES.
       01 WS-To-Disp           PIC X(10) value SPACES.
       01 WS-Count-Edited      PIC ZZ,ZZ9.

       01 WS-HC-Heading.
           03  FILLER  PIC X(26) VALUE "STORE                     ".
           03  FILLER  PIC X(36) VALUE
               "  OPEN HIRES TERMS  X-IN X-OUT CLOSE".
           03  FILLER  PIC X(28) VALUE
               "  TURN%  EARLY  EARLY%      ".
       01 WS-HC-Line.
           03  HL-Label            PIC X(25).
           03  HL-Open             PIC ZZZZZ9.
           03  HL-Hires            PIC ZZZZZ9.
           03  HL-Terms            PIC ZZZZZ9.
           03  HL-Xin              PIC ZZZZZ9.
           03  HL-Xout             PIC ZZZZZ9.
           03  HL-Close            PIC ZZZZZ9.
           03  FILLER              PIC X value SPACE.
           03  HL-Turnover         PIC ZZZZ9.9.
           03  HL-Early            PIC ZZZZZ9.
           03  FILLER              PIC X value SPACE.
           03  HL-Early-Pct        PIC ZZZZ9.9.
           03  FILLER              PIC X(7) value SPACES.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GET-RANGE-PARA.
           PERFORM OPEN-FILES-PARA.
           IF ws-Emp-Status = "00"
               PERFORM REGION-LOAD-PARA
               PERFORM STORE-LOAD-PARA
               PERFORM JOURNAL-LOAD-PARA
               PERFORM MOVEMENT-PARA
               CLOSE EMPFILE
               PERFORM REPORT-PARA
               DISPLAY " "
               DISPLAY "Headcount movement written to "-
                       "HeadcountMovement.rpt - ", WS-Co-Open,
                       " open, ", WS-Co-Close, " close."
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program reports headcount movement"
           display "and turnover by store and region for a date range"
           display "- opening and closing headcount, hires,"
           display "terminations, transfers between stores, annualized"
           display "turnover and terminations within 90 days of hire."
           DISPLAY "---------------------------------------------------"
           display " ".

      * Both ends are real calendar dates, the "to" no earlier than
      *    the "from".
       GET-RANGE-PARA.
           DISPLAY "Enter the first day of the range (YYYYMMDD): "
           WITH NO ADVANCING
           ACCEPT WS-From-Date
           IF WS-From-Date NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-From-Date) NOT = 0
               DISPLAY "Error with provided date. Please try again."
               PERFORM GET-RANGE-PARA
           ELSE
               DISPLAY "Enter the last day of the range (YYYYMMDD): "
               WITH NO ADVANCING
               ACCEPT WS-To-Date
               IF WS-To-Date NOT NUMERIC OR
                       FUNCTION TEST-DATE-YYYYMMDD(WS-To-Date)
                       NOT = 0 OR WS-To-Date < WS-From-Date
                   DISPLAY "Error with provided date range. Please "-
                           "try again."
                   PERFORM GET-RANGE-PARA
               ELSE
                   COMPUTE WS-Range-Days =
                       FUNCTION INTEGER-OF-DATE(WS-To-Date) -
                       FUNCTION INTEGER-OF-DATE(WS-From-Date) + 1
               END-IF
           END-IF.

      * The Employee Master is the one file the report can't do
      *    without - no Store or Region Master just means bare store
      *    numbers, and no journal means no transfers to show.
       OPEN-FILES-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           OPEN INPUT EMPFILE
           IF ws-Emp-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE MASTER, "-
                       "STATUS: ", ws-Emp-Status, " ***"
           END-IF.

       REGION-LOAD-PARA.
           OPEN INPUT REGIONMASTER
           IF ws-Region-Status = "00"
               MOVE SPACES TO Region-Code
               START REGIONMASTER KEY IS GREATER THAN OR EQUAL TO
                   Region-Code
                   INVALID KEY
                       SET REGION-EOF TO TRUE
               END-START
               PERFORM REGION-READ-PARA UNTIL REGION-EOF
               CLOSE REGIONMASTER
           END-IF.

       REGION-READ-PARA.
           READ REGIONMASTER NEXT RECORD
               AT END
                   SET REGION-EOF TO TRUE
           END-READ
           IF NOT REGION-EOF
               IF ws-Region-Status NOT = "00"
                   SET REGION-EOF TO TRUE
               ELSE
                   IF WS-Region-Count < WS-Max-Regions
                       ADD 1 TO WS-Region-Count
                       MOVE Region-Code TO WS-Rg-Code(WS-Region-Count)
                       MOVE Region-Name TO WS-Rg-Name(WS-Region-Count)
                   END-IF
               END-IF
           END-IF.

       STORE-LOAD-PARA.
           OPEN INPUT STOREMASTER
           IF ws-Store-Status = "00"
               MOVE 0 TO Store-Number
               START STOREMASTER KEY IS GREATER THAN OR EQUAL TO
                   Store-Number
                   INVALID KEY
                       SET STORE-EOF TO TRUE
               END-START
               PERFORM STORE-READ-PARA UNTIL STORE-EOF
               CLOSE STOREMASTER
           END-IF.

       STORE-READ-PARA.
           READ STOREMASTER NEXT RECORD
               AT END
                   SET STORE-EOF TO TRUE
           END-READ
           IF NOT STORE-EOF
               IF ws-Store-Status NOT = "00"
                   SET STORE-EOF TO TRUE
               ELSE
                   IF WS-Store-Count < WS-Max-Stores
                       ADD 1 TO WS-Store-Count
                       MOVE Store-Number TO
                           WS-St-Number(WS-Store-Count)
                       MOVE Store-Name TO WS-St-Name(WS-Store-Count)
                       MOVE Store-Region TO
                           WS-St-Region(WS-Store-Count)
                       MOVE ZEROS TO WS-St-Counts(WS-Store-Count)
                       PERFORM REGION-ADD-PARA
                   END-IF
               END-IF
           END-IF.

      * A store naming a region the Region Master doesn't have still
      *    gets its own group on the report, under the bare code.
       REGION-ADD-PARA.
           MOVE "N" TO WS-Region-Found
           PERFORM VARYING WS-Region-Sub FROM 1 BY 1
                   UNTIL WS-Region-Sub > WS-Region-Count
               IF WS-Rg-Code(WS-Region-Sub) =
                       WS-St-Region(WS-Store-Count)
                   MOVE "Y" TO WS-Region-Found
               END-IF
           END-PERFORM
           IF WS-Region-Found = "N" AND
                   WS-Region-Count < WS-Max-Regions
               ADD 1 TO WS-Region-Count
               MOVE WS-St-Region(WS-Store-Count) TO
                   WS-Rg-Code(WS-Region-Count)
               MOVE "(NOT ON REGION MSTR)" TO
                   WS-Rg-Name(WS-Region-Count)
           END-IF.

      * Only changes that moved someone from one store to another -
      *    a home store keyed for the first time is not a transfer.
       JOURNAL-LOAD-PARA.
           OPEN INPUT JOURNALFILE
           IF ws-Journal-Status = "00"
               MOVE "Y" TO WS-Journal-Flag
               PERFORM JOURNAL-READ-PARA UNTIL JOURNAL-EOF
               CLOSE JOURNALFILE
           END-IF.

       JOURNAL-READ-PARA.
           READ JOURNALFILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   IF Jrn-Action = "C" AND Jrn-Date >= WS-From-Date
                       MOVE Jrn-Before TO WS-Image
                       MOVE Img-Home-Store TO WS-Before-Store
                       MOVE Jrn-After TO WS-Image
                       IF Img-Home-Store NOT = WS-Before-Store AND
                               Img-Home-Store NOT = 0 AND
                               WS-Before-Store NOT = 0
                           IF WS-Xfer-Count < WS-Max-Xfer
                               ADD 1 TO WS-Xfer-Count
                               MOVE Img-EmpID TO
                                   WS-Xfer-EmpID(WS-Xfer-Count)
                               MOVE Jrn-Date TO
                                   WS-Xfer-Date(WS-Xfer-Count)
                               MOVE WS-Before-Store TO
                                   WS-Xfer-From(WS-Xfer-Count)
                               MOVE Img-Home-Store TO
                                   WS-Xfer-To(WS-Xfer-Count)
                           ELSE
                               ADD 1 TO WS-Xfer-Dropped
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       MOVEMENT-PARA.
           MOVE 0 TO Emp-ID
           START EMPFILE KEY IS GREATER THAN OR EQUAL TO Emp-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM MASTER-READ-PARA UNTIL MASTER-EOF.

       MASTER-READ-PARA.
           READ EMPFILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               IF ws-Emp-Status NOT = "00"
                   SET MASTER-EOF TO TRUE
               ELSE
                   IF EMP-TERMINATED AND Emp-Term-Date = 0
                       ADD 1 TO WS-No-Date-Count
                   ELSE
                       PERFORM EMPLOYEE-PARA
                   END-IF
               END-IF
           END-IF.

      * Where the person stood at each point - open at the start of
      *    the first day, closed at the end of the last - and which
      *    of the range's movements were theirs.
       EMPLOYEE-PARA.
           IF EMP-TERMINATED
               MOVE Emp-Term-Date TO WS-Term-Eff
           ELSE
               MOVE 99999999 TO WS-Term-Eff
           END-IF
           PERFORM XFER-SCAN-PARA
           IF Emp-Hire-Date < WS-From-Date AND
                   WS-Term-Eff >= WS-From-Date
               MOVE WS-Store-At-Start TO WS-Find-Store
               PERFORM STORE-FIND-PARA
               IF WS-Store-Sub > 0
                   ADD 1 TO WS-St-Open(WS-Store-Sub)
               END-IF
           END-IF
           IF Emp-Hire-Date >= WS-From-Date AND
                   Emp-Hire-Date <= WS-To-Date
               MOVE WS-Store-At-Hire TO WS-Find-Store
               PERFORM STORE-FIND-PARA
               IF WS-Store-Sub > 0
                   ADD 1 TO WS-St-Hires(WS-Store-Sub)
               END-IF
           END-IF
           IF WS-Term-Eff >= WS-From-Date AND
                   WS-Term-Eff <= WS-To-Date
               MOVE WS-Store-At-Term TO WS-Find-Store
               PERFORM STORE-FIND-PARA
               IF WS-Store-Sub > 0
                   ADD 1 TO WS-St-Terms(WS-Store-Sub)
                   IF Emp-Hire-Date > 0
                       COMPUTE WS-Tenure-Days =
                           FUNCTION INTEGER-OF-DATE(WS-Term-Eff) -
                           FUNCTION INTEGER-OF-DATE(Emp-Hire-Date)
                       IF WS-Tenure-Days <= 90
                           ADD 1 TO WS-St-Early(WS-Store-Sub)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF Emp-Hire-Date <= WS-To-Date AND
                   WS-Term-Eff > WS-To-Date
               MOVE WS-Store-At-End TO WS-Find-Store
               PERFORM STORE-FIND-PARA
               IF WS-Store-Sub > 0
                   ADD 1 TO WS-St-Close(WS-Store-Sub)
               END-IF
           END-IF.

      * The person's moves, oldest first. The store at any date is
      *    the "from" store of their first move after it - or, with
      *    no later move, today's home store. A move inside the
      *    range while they were employed is a transfer out and in.
       XFER-SCAN-PARA.
           MOVE Emp-Home-Store TO WS-Store-At-Start
           MOVE Emp-Home-Store TO WS-Store-At-End
           MOVE Emp-Home-Store TO WS-Store-At-Hire
           MOVE Emp-Home-Store TO WS-Store-At-Term
           MOVE "N" TO WS-Start-Set
           MOVE "N" TO WS-End-Set
           MOVE "N" TO WS-Hire-Set
           MOVE "N" TO WS-Term-Set
           PERFORM VARYING WS-Xfer-Sub FROM 1 BY 1
                   UNTIL WS-Xfer-Sub > WS-Xfer-Count
               IF WS-Xfer-EmpID(WS-Xfer-Sub) = Emp-ID
                   PERFORM XFER-APPLY-PARA
               END-IF
           END-PERFORM.

       XFER-APPLY-PARA.
           IF WS-Start-Set = "N"
               MOVE WS-Xfer-From(WS-Xfer-Sub) TO WS-Store-At-Start
               MOVE "Y" TO WS-Start-Set
           END-IF
           IF WS-Hire-Set = "N" AND
                   WS-Xfer-Date(WS-Xfer-Sub) >= Emp-Hire-Date
               MOVE WS-Xfer-From(WS-Xfer-Sub) TO WS-Store-At-Hire
               MOVE "Y" TO WS-Hire-Set
           END-IF
           IF WS-Term-Set = "N" AND
                   WS-Xfer-Date(WS-Xfer-Sub) > WS-Term-Eff
               MOVE WS-Xfer-From(WS-Xfer-Sub) TO WS-Store-At-Term
               MOVE "Y" TO WS-Term-Set
           END-IF
           IF WS-End-Set = "N" AND
                   WS-Xfer-Date(WS-Xfer-Sub) > WS-To-Date
               MOVE WS-Xfer-From(WS-Xfer-Sub) TO WS-Store-At-End
               MOVE "Y" TO WS-End-Set
           END-IF
           IF WS-Xfer-Date(WS-Xfer-Sub) <= WS-To-Date AND
                   WS-Xfer-Date(WS-Xfer-Sub) >= Emp-Hire-Date AND
                   WS-Xfer-Date(WS-Xfer-Sub) <= WS-Term-Eff
               MOVE WS-Xfer-From(WS-Xfer-Sub) TO WS-Find-Store
               PERFORM STORE-FIND-PARA
               IF WS-Store-Sub > 0
                   ADD 1 TO WS-St-Xout(WS-Store-Sub)
               END-IF
               MOVE WS-Xfer-To(WS-Xfer-Sub) TO WS-Find-Store
               PERFORM STORE-FIND-PARA
               IF WS-Store-Sub > 0
                   ADD 1 TO WS-St-Xin(WS-Store-Sub)
               END-IF
           END-IF.

      * A store number the Store Master doesn't carry (or none at
      *    all) gets its own line under an UNASSIGNED region, so the
      *    company totals still add up.
       STORE-FIND-PARA.
           MOVE 0 TO WS-Store-Sub
           PERFORM VARYING WS-Find-Sub FROM 1 BY 1
                   UNTIL WS-Find-Sub > WS-Store-Count
               IF WS-St-Number(WS-Find-Sub) = WS-Find-Store
                   MOVE WS-Find-Sub TO WS-Store-Sub
               END-IF
           END-PERFORM
           IF WS-Store-Sub = 0
               IF WS-Store-Count < WS-Max-Stores
                   ADD 1 TO WS-Store-Count
                   MOVE WS-Store-Count TO WS-Store-Sub
                   MOVE WS-Find-Store TO WS-St-Number(WS-Store-Sub)
                   IF WS-Find-Store = 0
                       MOVE "(NO HOME STORE)" TO
                           WS-St-Name(WS-Store-Sub)
                   ELSE
                       MOVE "(NOT ON STORE MSTR)" TO
                           WS-St-Name(WS-Store-Sub)
                   END-IF
                   MOVE "UNASSIGNED" TO WS-St-Region(WS-Store-Sub)
                   MOVE ZEROS TO WS-St-Counts(WS-Store-Sub)
                   PERFORM REGION-ADD-PARA
               ELSE
                   ADD 1 TO WS-Store-Dropped
               END-IF
           END-IF.

      * Region by region, each with its stores and a subtotal, then
      *    the company. A store with nothing to show for the range -
      *    no one there at either end and no movement - is left off.
       REPORT-PARA.
           OPEN OUTPUT HCRPTFILE
           MOVE ZEROS TO WS-Co-Counts
           MOVE WS-From-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO WS-From-Disp
           MOVE WS-To-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO WS-To-Disp
           MOVE SPACES TO HcRptRec
           STRING "HEADCOUNT MOVEMENT AND TURNOVER   " DELIMITED BY
               SIZE
               WS-From-Disp DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-To-Disp DELIMITED BY SIZE
               INTO HcRptRec
           WRITE HcRptRec
           MOVE WS-Run-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Range-Days TO WS-Count-Edited
           MOVE SPACES TO HcRptRec
           STRING "Run date: " DELIMITED BY SIZE
               WS-Date-Disp DELIMITED BY SIZE
               "   Days in range:" DELIMITED BY SIZE
               WS-Count-Edited DELIMITED BY SIZE
               INTO HcRptRec
           WRITE HcRptRec AFTER ADVANCING 1
           MOVE WS-HC-Heading TO HcRptRec
           WRITE HcRptRec AFTER ADVANCING 2
           PERFORM VARYING WS-Region-Sub FROM 1 BY 1
                   UNTIL WS-Region-Sub > WS-Region-Count
               PERFORM REGION-RPT-PARA
           END-PERFORM
           MOVE WS-Co-Counts TO WS-Line-Counts
           MOVE "COMPANY TOTAL" TO HL-Label
           PERFORM HC-LINE-PARA
           WRITE HcRptRec AFTER ADVANCING 2
           PERFORM FOOTNOTE-PARA
           CLOSE HCRPTFILE.

       REGION-RPT-PARA.
           MOVE ZEROS TO WS-Reg-Counts
           MOVE 0 TO WS-Region-Stores
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               IF WS-St-Region(WS-Store-Sub) =
                       WS-Rg-Code(WS-Region-Sub) AND
                       WS-St-Counts(WS-Store-Sub) NOT = ZEROS
                   PERFORM STORE-RPT-PARA
               END-IF
           END-PERFORM
           IF WS-Region-Stores > 0
               MOVE WS-Reg-Counts TO WS-Line-Counts
               MOVE SPACES TO HL-Label
               STRING "  REGION " DELIMITED BY SIZE
                   WS-Rg-Code(WS-Region-Sub) DELIMITED BY "  "
                   " TOTAL" DELIMITED BY SIZE
                   INTO HL-Label
               PERFORM HC-LINE-PARA
               WRITE HcRptRec AFTER ADVANCING 1
               ADD WS-Rg-Open TO WS-Co-Open
               ADD WS-Rg-Hires TO WS-Co-Hires
               ADD WS-Rg-Terms TO WS-Co-Terms
               ADD WS-Rg-Xin TO WS-Co-Xin
               ADD WS-Rg-Xout TO WS-Co-Xout
               ADD WS-Rg-Close TO WS-Co-Close
               ADD WS-Rg-Early TO WS-Co-Early
           END-IF.

      * The region's heading goes out ahead of its first store.
       STORE-RPT-PARA.
           IF WS-Region-Stores = 0
               MOVE SPACES TO HcRptRec
               STRING "REGION " DELIMITED BY SIZE
                   WS-Rg-Code(WS-Region-Sub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Rg-Name(WS-Region-Sub) DELIMITED BY SIZE
                   INTO HcRptRec
               WRITE HcRptRec AFTER ADVANCING 2
           END-IF
           ADD 1 TO WS-Region-Stores
           MOVE WS-St-Open(WS-Store-Sub) TO WS-Ln-Open
           MOVE WS-St-Hires(WS-Store-Sub) TO WS-Ln-Hires
           MOVE WS-St-Terms(WS-Store-Sub) TO WS-Ln-Terms
           MOVE WS-St-Xin(WS-Store-Sub) TO WS-Ln-Xin
           MOVE WS-St-Xout(WS-Store-Sub) TO WS-Ln-Xout
           MOVE WS-St-Close(WS-Store-Sub) TO WS-Ln-Close
           MOVE WS-St-Early(WS-Store-Sub) TO WS-Ln-Early
           ADD WS-Ln-Open TO WS-Rg-Open
           ADD WS-Ln-Hires TO WS-Rg-Hires
           ADD WS-Ln-Terms TO WS-Rg-Terms
           ADD WS-Ln-Xin TO WS-Rg-Xin
           ADD WS-Ln-Xout TO WS-Rg-Xout
           ADD WS-Ln-Close TO WS-Rg-Close
           ADD WS-Ln-Early TO WS-Rg-Early
           MOVE SPACES TO HL-Label
           STRING WS-St-Number(WS-Store-Sub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-St-Name(WS-Store-Sub) DELIMITED BY SIZE
               INTO HL-Label
           PERFORM HC-LINE-PARA
           WRITE HcRptRec AFTER ADVANCING 1.

      * Fills the print line from WS-Line-Counts. With nobody there
      *    at either end there is no headcount to turn over - the
      *    rates print as zero.
       HC-LINE-PARA.
           MOVE WS-Ln-Open TO HL-Open
           MOVE WS-Ln-Hires TO HL-Hires
           MOVE WS-Ln-Terms TO HL-Terms
           MOVE WS-Ln-Xin TO HL-Xin
           MOVE WS-Ln-Xout TO HL-Xout
           MOVE WS-Ln-Close TO HL-Close
           MOVE WS-Ln-Early TO HL-Early
           COMPUTE WS-Avg-Headcount = (WS-Ln-Open + WS-Ln-Close) / 2
           IF WS-Avg-Headcount = 0
               MOVE 0 TO WS-Turnover-Pct
               MOVE 0 TO WS-Early-Pct
           ELSE
               COMPUTE WS-Turnover-Pct ROUNDED =
                   (WS-Ln-Terms * 100 * 365) /
                   (WS-Avg-Headcount * WS-Range-Days)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-Turnover-Pct
               END-COMPUTE
               COMPUTE WS-Early-Pct ROUNDED =
                   (WS-Ln-Early * 100 * 365) /
                   (WS-Avg-Headcount * WS-Range-Days)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-Early-Pct
               END-COMPUTE
           END-IF
           MOVE WS-Turnover-Pct TO HL-Turnover
           MOVE WS-Early-Pct TO HL-Early-Pct
           MOVE WS-HC-Line TO HcRptRec.

       FOOTNOTE-PARA.
           MOVE "TURN% = terminations / average of OPEN and CLOSE, "-
                "annualized to 365 days." TO HcRptRec
           WRITE HcRptRec AFTER ADVANCING 2
           MOVE "EARLY = terminated within 90 days of hire; EARLY% "-
                "annualized the same way." TO HcRptRec
           WRITE HcRptRec AFTER ADVANCING 1
           MOVE "X-IN / X-OUT = home-store moves off the maintenance "-
                "journal, not hires or terms." TO HcRptRec
           WRITE HcRptRec AFTER ADVANCING 1
           IF NOT JOURNAL-READ
               MOVE "*** NO MAINTENANCE JOURNAL - TRANSFERS NOT "-
                    "SHOWN, STORES ARE TODAY'S HOME STORES ***" TO
                    HcRptRec
               WRITE HcRptRec AFTER ADVANCING 2
           END-IF
           IF WS-Xfer-Dropped > 0
               MOVE SPACES TO HcRptRec
               MOVE WS-Xfer-Dropped TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " STORE MOVES DID NOT FIT THE TRANSFER TABLE ***"
                   DELIMITED BY SIZE
                   INTO HcRptRec
               WRITE HcRptRec AFTER ADVANCING 2
           END-IF
           IF WS-Store-Dropped > 0
               MOVE SPACES TO HcRptRec
               MOVE WS-Store-Dropped TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " COUNTS LEFT OUT - STORE TABLE FULL ***"
                   DELIMITED BY SIZE
                   INTO HcRptRec
               WRITE HcRptRec AFTER ADVANCING 2
           END-IF
           IF WS-No-Date-Count > 0
               MOVE SPACES TO HcRptRec
               MOVE WS-No-Date-Count TO WS-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Count-Edited DELIMITED BY SIZE
                   " TERMINATED WITH NO TERMINATION DATE - LEFT OUT "-
                   "***" DELIMITED BY SIZE
                   INTO HcRptRec
               WRITE HcRptRec AFTER ADVANCING 2
           END-IF.

       DATE-DISP-PARA.
           MOVE SPACES TO WS-Date-Disp
           STRING WS-Date-Year DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Date-Month DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Date-Day DELIMITED BY SIZE
               INTO WS-Date-Disp.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "STOREMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "REGIONMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
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
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program HeadcountMovement.
