      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Service anniversary awards - the monthly run.                  *
      * 5, 10, 15 and 20-year milestones kept slipping by unnoticed    *
      *    with the hire date sitting right there on the master. This  *
      *    run takes the coming month (or any month keyed), walks the  *
      *    Employee Master for every active employee whose hire-date   *
      *    anniversary falls in it at a milestone on the award table,  *
      *    and lists them by store with their years of service and     *
      *    award tier. Each one gets a congratulation letter merged    *
      *    off a template with the same &-tokens the weekly run's      *
      *    recognition letters use, and an order row on the month's    *
      *    service-award extract for the gift vendor.                  *
      * Every award goes on the service-award register - one line per  *
      *    employee per milestone - and nobody on it for a milestone   *
      *    gets that milestone again, whether the month is rerun or    *
      *    they are rehired and count up from a new hire date. A       *
      *    rerun still lists them, marked as already awarded.          *
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
       program-id. ServiceAwards.

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

      * Store names for the report's store headings.
           SELECT STOREMASTER ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Store-Number
           FILE STATUS IS ws-Store-Status.

      * The award table - milestone years, tier, gift SKU and
      *    description per line. No file on hand means the standard
      *    5/10/15/20-year table below; a line for 25 or 30 years
      *    makes those milestones too.
           SELECT AWARDFILE ASSIGN
           "DataFiles\Assignment#6_ServiceAwardTable.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Award-Status.

      * One line per milestone ever awarded - loaded first, appended
      *    as each new award goes out.
           SELECT SVCREGFILE ASSIGN
           "DataFiles\Assignment#6_ServiceAwardRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SvcReg-Status.

      * The congratulation-letter template - plain text with &NAME,
      *    &STORE, &YEARS, &AWARD, &DATE and the address tokens
      *    merged per person. No template just means no letters.
           SELECT TEMPLATEFILE ASSIGN
           "DataFiles\Assignment#6_ServiceLetterTemplate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Template-Status.

      * One letter file per award, named by EmpID.
           SELECT LETTERFILE ASSIGN TO DYNAMIC WS-Letter-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Letter-Status.

      * The vendor extract for the award month - extended, not
      *    replaced, so a rerun adds only the awards it newly made
      *    and never empties a file the vendor may not have loaded.
           SELECT AWDORDERFILE ASSIGN TO DYNAMIC WS-Order-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-AwdOrder-Status.

           SELECT AWDRPTFILE ASSIGN "DataFiles\ServiceAwards.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-AwdRpt-Status.

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
           03 Emp-Hire-Parts REDEFINES Emp-Hire-Date.
               05 Emp-Hire-Year     pic 9(4).
               05 Emp-Hire-Month    pic 99.
               05 Emp-Hire-Day      pic 99.
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

       FD AWARDFILE.
       01 AwardRec.
           03  Awd-Years           PIC 99.
           03  Awd-Tier            PIC X(10).
           03  Awd-SKU             PIC X(8).
           03  Awd-Desc            PIC X(20).

       FD SVCREGFILE.
       01 SvcRegRec.
           03  SReg-EmpID          PIC 9(9).
           03  FILLER              PIC X(2).
           03  SReg-Years          PIC 99.
           03  FILLER              PIC X(2).
           03  SReg-Month          PIC 9(6).
           03  FILLER              PIC X(2).
           03  SReg-HireDate       PIC 9(8).

       FD TEMPLATEFILE.
       01 TemplateRec              PIC X(80).

       FD LETTERFILE.
       01 LetterRec                PIC X(80).

       FD AWDORDERFILE.
       01 AwdOrderRec              PIC X(170).

       FD AWDRPTFILE.
       01 AwdRptRec                PIC X(90).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "ServiceAwards".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Emp-Status        PIC XX value "00".
       01 ws-Store-Status      PIC XX value "00".
       01 ws-Award-Status      PIC XX value "00".
       01 ws-SvcReg-Status     PIC XX value "00".
       01 ws-Template-Status   PIC XX value "00".
       01 ws-Letter-Status     PIC XX value "00".
       01 ws-AwdOrder-Status   PIC XX value "00".
       01 ws-AwdRpt-Status     PIC XX value "00".
       01 WS-Master-EOF-Flag   PIC 9 value 0.
           88 MASTER-EOF       value 1.
       01 WS-Award-EOF-Flag    PIC 9 value 0.
           88 AWARD-EOF        value 1.
       01 WS-Reg-EOF-Flag      PIC 9 value 0.
           88 REG-EOF          value 1.
       01 WS-Template-EOF-Flag PIC 9 value 0.
           88 TEMPLATE-EOF     value 1.
       01 WS-Store-Avail-Flag  PIC X value "N".
           88 STORE-AVAILABLE  value "Y".
       01 WS-Template-Avail-Flag PIC X value "N".
           88 TEMPLATE-AVAILABLE   value "Y".
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Parts REDEFINES WS-Run-Date.
           03  WS-Run-Year         PIC 9(4).
           03  WS-Run-Month        PIC 99.
           03  WS-Run-Day          PIC 99.

      * The award month - the month after the run date unless the
      *    operator keys another.
       01 WS-Award-Month       PIC 9(6) value 0.
       01 WS-Award-Parts REDEFINES WS-Award-Month.
           03  WS-Awd-Year         PIC 9(4).
           03  WS-Awd-Month        PIC 99.
       01 WS-Month-Answer      PIC X(6) value SPACES.
       01 WS-Month-Answer-Num REDEFINES WS-Month-Answer PIC 9(6).

      * The standard table, used when no award table is on file.
       01 WS-Default-Awards.
           03  FILLER  PIC X(40) VALUE
               "05BRONZE    SVC05   5-YEAR SERVICE PIN  ".
           03  FILLER  PIC X(40) VALUE
               "10SILVER    SVC10   10-YEAR WATCH       ".
           03  FILLER  PIC X(40) VALUE
               "15GOLD      SVC15   15-YEAR CLOCK       ".
           03  FILLER  PIC X(40) VALUE
               "20PLATINUM  SVC20   20-YEAR PLAQUE      ".
       01 WS-Default-Table REDEFINES WS-Default-Awards.
           03  WS-Default-Entry OCCURS 4 TIMES PIC X(40).
       01 WS-Max-Awards        PIC 99 value 20.
       01 WS-Award-Count       PIC 99 value 0.
       01 WS-Award-Table.
           03  WS-Award-Entry OCCURS 20 TIMES.
               05  WS-Awd-Years        PIC 99.
               05  WS-Awd-Tier         PIC X(10).
               05  WS-Awd-SKU          PIC X(8).
               05  WS-Awd-Desc         PIC X(20).
       01 WS-Award-Sub         PIC 99 value 0.
       01 WS-Award-Find-Sub    PIC 99 value 0.

      * The register in memory - EmpID and milestone per award
      *    already made.
       01 WS-Max-Reg           PIC 9(5) value 5000.
       01 WS-Reg-Count         PIC 9(5) value 0.
       01 WS-Reg-Table.
           03  WS-Reg-Entry OCCURS 5000 TIMES.
               05  WS-Reg-EmpID        PIC 9(9).
               05  WS-Reg-Years        PIC 99.
       01 WS-Reg-Sub           PIC 9(5) value 0.
       01 WS-Prior-Flag        PIC X value "N".
           88 ALREADY-AWARDED  value "Y".

      * This month's milestones for the report, sorted by store and
      *    surname before printing.
       01 WS-Max-Rows          PIC 999 value 500.
       01 WS-Row-Count         PIC 999 value 0.
       01 WS-Row-Table.
           03  WS-Row-Entry OCCURS 500 TIMES.
               05  WS-Row-Key.
                   07  WS-Row-Store        PIC 9(4).
                   07  WS-Row-Surname      PIC X(30).
               05  WS-Row-EmpID        PIC 9(9).
               05  WS-Row-Given        PIC X(30).
               05  WS-Row-Anniv        PIC 9(8).
               05  WS-Row-Years        PIC 99.
               05  WS-Row-Tier         PIC X(10).
               05  WS-Row-Prior        PIC X.
       01 WS-Row-Sub           PIC 999 value 0.
       01 WS-Swap-Sub          PIC 999 value 0.
       01 WS-Swap-Row          PIC X(94) value SPACES.
       01 WS-Rows-Dropped      PIC 9(5) value 0.
       01 WS-Last-Store        PIC 9(4) value 0.

      * The person in hand.
       01 WS-Years-Service     PIC 9(4) value 0.
       01 WS-Anniv-Date        PIC 9(8) value 0.
       01 WS-New-Count         PIC 9(5) value 0.
       01 WS-Prior-Count       PIC 9(5) value 0.
       01 WS-Letter-Count      PIC 9(5) value 0.

      * Letter merge - the same working fields and substitution the
      *    weekly run's recognition letters use.
       01 WS-Max-Template          PIC 99 value 30.
       01 WS-Template-Count        PIC 99 value 0.
       01 WS-Template-Table.
           03 WS-Template-Line OCCURS 30 TIMES PIC X(80)
                                               value SPACES.
       01 WS-Template-Sub          PIC 99 value 0.
       01 WS-Letter-Name           PIC X(40) value SPACES.
       01 WS-Letter-Line           PIC X(80) value SPACES.
       01 WS-Letter-Work           PIC X(80) value SPACES.
       01 WS-Letter-Value          PIC X(30) value SPACES.
       01 WS-Token                 PIC X(7) value SPACES.
       01 WS-Token-Len             PIC 9 value 0.
       01 WS-Token-Tally           PIC 99 value 0.
       01 WS-Part1                 PIC X(80) value SPACES.
       01 WS-Part2                 PIC X(80) value SPACES.
       01 WS-C1                    PIC 99 value 0.
       01 WS-L-Ptr                 PIC 999 value 1.
       01 WS-V-Start               PIC 99 value 0.
       01 WS-V-Sub                 PIC 99 value 0.
       01 WS-Letter-FullName       PIC X(30) value SPACES.

      * Vendor extract fields.
       01 WS-Order-File-Name       PIC X(50) value SPACES.
       01 WS-Order-Name            PIC X(30) value SPACES.

       01 WS-Date-Work         PIC 9(8) value 0.
       01 WS-Date-Parts REDEFINES WS-Date-Work.
           03  WS-Date-Year        PIC 9(4).
           03  WS-Date-Month       PIC 99.
           03  WS-Date-Day         PIC 99.
       01 WS-Date-Disp         PIC X(10) value SPACES.

       01 WS-Award-Line.
           03  AL-EmpID            PIC 9(9).
           03  FILLER              PIC X(2) value SPACES.
           03  AL-Name             PIC X(30).
           03  FILLER              PIC X(1) value SPACE.
           03  AL-Anniv            PIC X(10).
           03  FILLER              PIC X(2) value SPACES.
           03  AL-Years            PIC Z9.
           03  FILLER              PIC X(2) value SPACES.
           03  AL-Tier             PIC X(10).
           03  FILLER              PIC X(2) value SPACES.
           03  AL-Status           PIC X(16).
           03  FILLER              PIC X(4) value SPACES.

       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM GET-MONTH-PARA.
           PERFORM OPEN-FILES-PARA.
           IF ws-Emp-Status = "00"
               PERFORM AWARD-LOAD-PARA
               PERFORM REGISTER-LOAD-PARA
               PERFORM TEMPLATE-LOAD-PARA
               PERFORM ORDER-OPEN-PARA
               PERFORM AWARD-RUN-PARA
               CLOSE AWDORDERFILE
               CLOSE EMPFILE
               PERFORM ROW-SORT-PARA
               PERFORM REPORT-PARA
               IF STORE-AVAILABLE
                   CLOSE STOREMASTER
               END-IF
               DISPLAY " "
               DISPLAY WS-New-Count, " award(s) made, ",
                       WS-Prior-Count, " already awarded, ",
                       WS-Letter-Count, " letter(s) written."
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program lists everyone reaching a"
           display "service milestone in the award month by store,"
           display "writes their congratulation letters and the gift"
           display "vendor's order rows, and puts each award on the"
           display "service-award register so none is made twice."
           DISPLAY "---------------------------------------------------"
           display " ".

      * The coming month by default - Enter takes it.
       GET-MONTH-PARA.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           MOVE WS-Run-Year TO WS-Awd-Year
           MOVE WS-Run-Month TO WS-Awd-Month
           IF WS-Awd-Month = 12
               ADD 1 TO WS-Awd-Year
               MOVE 1 TO WS-Awd-Month
           ELSE
               ADD 1 TO WS-Awd-Month
           END-IF
           PERFORM MONTH-ASK-PARA.

       MONTH-ASK-PARA.
           DISPLAY "Award month is ", WS-Award-Month,
                   " - Enter to accept, or key another (YYYYMM): "
           WITH NO ADVANCING
           MOVE SPACES TO WS-Month-Answer
           ACCEPT WS-Month-Answer
           IF WS-Month-Answer NOT = SPACES
               IF WS-Month-Answer NOT NUMERIC
                   DISPLAY "Error with provided month. Please try "-
                           "again."
                   PERFORM MONTH-ASK-PARA
               ELSE
                   IF WS-Month-Answer(5:2) < "01" OR
                           WS-Month-Answer(5:2) > "12" OR
                           WS-Month-Answer(1:4) < "2000"
                       DISPLAY "Error with provided month. Please "-
                               "try again."
                       PERFORM MONTH-ASK-PARA
                   ELSE
                       MOVE WS-Month-Answer-Num TO WS-Award-Month
                   END-IF
               END-IF
           END-IF.

      * The Employee Master is the one file the run can't do
      *    without. No Store Master just means bare store numbers.
       OPEN-FILES-PARA.
           OPEN INPUT EMPFILE
           IF ws-Emp-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN EMPLOYEE MASTER, "-
                       "STATUS: ", ws-Emp-Status, " ***"
           ELSE
               OPEN INPUT STOREMASTER
               IF ws-Store-Status = "00"
                   MOVE "Y" TO WS-Store-Avail-Flag
               END-IF
           END-IF.

       AWARD-LOAD-PARA.
           OPEN INPUT AWARDFILE
           IF ws-Award-Status = "00"
               PERFORM AWARD-READ-PARA UNTIL AWARD-EOF
               CLOSE AWARDFILE
           END-IF
           IF WS-Award-Count = 0
               PERFORM VARYING WS-Award-Sub FROM 1 BY 1
                       UNTIL WS-Award-Sub > 4
                   ADD 1 TO WS-Award-Count
                   MOVE WS-Default-Entry(WS-Award-Sub) TO
                       WS-Award-Entry(WS-Award-Count)
               END-PERFORM
           END-IF.

       AWARD-READ-PARA.
           READ AWARDFILE
               AT END
                   SET AWARD-EOF TO TRUE
               NOT AT END
                   IF Awd-Years NUMERIC AND Awd-Years > 0 AND
                           WS-Award-Count < WS-Max-Awards
                       ADD 1 TO WS-Award-Count
                       MOVE Awd-Years TO WS-Awd-Years(WS-Award-Count)
                       MOVE Awd-Tier TO WS-Awd-Tier(WS-Award-Count)
                       MOVE Awd-SKU TO WS-Awd-SKU(WS-Award-Count)
                       MOVE Awd-Desc TO WS-Awd-Desc(WS-Award-Count)
                   END-IF
           END-READ.

      * The register is optional - no file just means no service
      *    award has been made yet.
       REGISTER-LOAD-PARA.
           OPEN INPUT SVCREGFILE
           IF ws-SvcReg-Status = "00"
               PERFORM REGISTER-READ-PARA UNTIL REG-EOF
               CLOSE SVCREGFILE
           END-IF.

       REGISTER-READ-PARA.
           READ SVCREGFILE
               AT END
                   SET REG-EOF TO TRUE
               NOT AT END
                   IF WS-Reg-Count < WS-Max-Reg
                       ADD 1 TO WS-Reg-Count
                       MOVE SReg-EmpID TO WS-Reg-EmpID(WS-Reg-Count)
                       MOVE SReg-Years TO WS-Reg-Years(WS-Reg-Count)
                   END-IF
           END-READ.

      * Loads the congratulation-letter template once. Optional -
      *    no template, no letters, and the console says so.
       TEMPLATE-LOAD-PARA.
           OPEN INPUT TEMPLATEFILE
           IF ws-Template-Status = "00"
               PERFORM TEMPLATE-READ-PARA UNTIL TEMPLATE-EOF
               CLOSE TEMPLATEFILE
           END-IF
           IF WS-Template-Count > 0
               MOVE "Y" TO WS-Template-Avail-Flag
           ELSE
               DISPLAY "NO SERVICE LETTER TEMPLATE ON FILE - NO "-
                       "LETTERS THIS RUN."
           END-IF.

       TEMPLATE-READ-PARA.
           READ TEMPLATEFILE
               AT END
                   SET TEMPLATE-EOF TO TRUE
               NOT AT END
                   IF WS-Template-Count < WS-Max-Template
                       ADD 1 TO WS-Template-Count
                       MOVE TemplateRec TO
                           WS-Template-Line(WS-Template-Count)
                   END-IF
           END-READ.

      * A new month's extract gets the header row; a rerun's goes on
      *    the end of what's there.
       ORDER-OPEN-PARA.
           MOVE SPACES TO WS-Order-File-Name
           STRING "DataFiles\ServiceAwardOrders_" DELIMITED BY SIZE
               WS-Award-Month DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-Order-File-Name
           OPEN EXTEND AWDORDERFILE
           IF ws-AwdOrder-Status NOT = "00"
               OPEN OUTPUT AWDORDERFILE
               MOVE "EMPID,NAME,STORE,YEARS,TIER,ANNIVERSARY,"-
                    "STREET,CITY,PROV,POSTAL,SKU,GIFT"
                   TO AwdOrderRec
               WRITE AwdOrderRec
           END-IF.

       AWARD-RUN-PARA.
           MOVE 0 TO Emp-ID
           START EMPFILE KEY IS GREATER THAN OR EQUAL TO Emp-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM MASTER-READ-PARA UNTIL MASTER-EOF.

      * Active employees only, with a hire date whose anniversary
      *    month is the award month at a milestone on the table.
       MASTER-READ-PARA.
           READ EMPFILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ
           IF NOT MASTER-EOF
               IF ws-Emp-Status NOT = "00"
                   SET MASTER-EOF TO TRUE
               ELSE
                   IF NOT EMP-TERMINATED AND Emp-Hire-Date > 0 AND
                           Emp-Hire-Month = WS-Awd-Month AND
                           Emp-Hire-Year < WS-Awd-Year
                       COMPUTE WS-Years-Service =
                           WS-Awd-Year - Emp-Hire-Year
                       PERFORM AWARD-FIND-PARA
                       IF WS-Award-Find-Sub > 0
                           PERFORM MILESTONE-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AWARD-FIND-PARA.
           MOVE 0 TO WS-Award-Find-Sub
           PERFORM VARYING WS-Award-Sub FROM 1 BY 1
                   UNTIL WS-Award-Sub > WS-Award-Count
               IF WS-Awd-Years(WS-Award-Sub) = WS-Years-Service
                   MOVE WS-Award-Sub TO WS-Award-Find-Sub
               END-IF
           END-PERFORM.

      * One person at a milestone. The anniversary of a 29 February
      *    hire falls on the 28th in a year without one.
       MILESTONE-PARA.
           COMPUTE WS-Anniv-Date = (WS-Awd-Year * 10000) +
               (Emp-Hire-Month * 100) + Emp-Hire-Day
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Anniv-Date) NOT = 0
               SUBTRACT 1 FROM WS-Anniv-Date
           END-IF
           PERFORM REGISTER-CHECK-PARA
           IF ALREADY-AWARDED
               ADD 1 TO WS-Prior-Count
           ELSE
               ADD 1 TO WS-New-Count
               PERFORM LETTER-WRITE-PARA
               PERFORM AWARD-ORDER-PARA
               PERFORM REGISTER-ADD-PARA
           END-IF
           IF WS-Row-Count < WS-Max-Rows
               ADD 1 TO WS-Row-Count
               MOVE Emp-Home-Store TO WS-Row-Store(WS-Row-Count)
               MOVE Emp-Surname TO WS-Row-Surname(WS-Row-Count)
               MOVE Emp-ID TO WS-Row-EmpID(WS-Row-Count)
               MOVE Emp-GivenName TO WS-Row-Given(WS-Row-Count)
               MOVE WS-Anniv-Date TO WS-Row-Anniv(WS-Row-Count)
               MOVE WS-Years-Service TO WS-Row-Years(WS-Row-Count)
               MOVE WS-Awd-Tier(WS-Award-Find-Sub) TO
                   WS-Row-Tier(WS-Row-Count)
               MOVE WS-Prior-Flag TO WS-Row-Prior(WS-Row-Count)
           ELSE
               ADD 1 TO WS-Rows-Dropped
           END-IF.

       REGISTER-CHECK-PARA.
           MOVE "N" TO WS-Prior-Flag
           PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
                   UNTIL WS-Reg-Sub > WS-Reg-Count
               IF WS-Reg-EmpID(WS-Reg-Sub) = Emp-ID AND
                       WS-Reg-Years(WS-Reg-Sub) = WS-Years-Service
                   SET ALREADY-AWARDED TO TRUE
               END-IF
           END-PERFORM.

      * Puts a new award on the register - in the in-memory table
      *    for the rest of this run, and appended to the file.
       REGISTER-ADD-PARA.
           IF WS-Reg-Count < WS-Max-Reg
               ADD 1 TO WS-Reg-Count
               MOVE Emp-ID TO WS-Reg-EmpID(WS-Reg-Count)
               MOVE WS-Years-Service TO WS-Reg-Years(WS-Reg-Count)
           END-IF
           OPEN EXTEND SVCREGFILE
           IF ws-SvcReg-Status NOT = "00"
               OPEN OUTPUT SVCREGFILE
           END-IF
           MOVE SPACES TO SvcRegRec
           MOVE Emp-ID TO SReg-EmpID
           MOVE WS-Years-Service TO SReg-Years
           MOVE WS-Award-Month TO SReg-Month
           MOVE Emp-Hire-Date TO SReg-HireDate
           WRITE SvcRegRec
           CLOSE SVCREGFILE.

      * One letter for the award in hand - the template, line by
      *    line, with the tokens merged, into a file named for the
      *    EmpID.
       LETTER-WRITE-PARA.
           IF TEMPLATE-AVAILABLE
               ADD 1 TO WS-Letter-Count
               MOVE SPACES TO WS-Letter-FullName
               STRING Emp-GivenName DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Emp-Surname DELIMITED BY "  "
                   INTO WS-Letter-FullName
               MOVE WS-Anniv-Date TO WS-Date-Work
               PERFORM DATE-DISP-PARA
               MOVE SPACES TO WS-Letter-Name
               STRING "DataFiles\ServiceLetter_" DELIMITED BY SIZE
                   Emp-ID DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-Letter-Name
               OPEN OUTPUT LETTERFILE
               PERFORM VARYING WS-Template-Sub FROM 1 BY 1
                       UNTIL WS-Template-Sub > WS-Template-Count
                   MOVE WS-Template-Line(WS-Template-Sub) TO
                       WS-Letter-Line
                   MOVE "&NAME" TO WS-Token
                   MOVE 5 TO WS-Token-Len
                   MOVE WS-Letter-FullName TO WS-Letter-Value
                   PERFORM LETTER-SUB-PARA
                   MOVE "&STORE" TO WS-Token
                   MOVE 6 TO WS-Token-Len
                   MOVE SPACES TO WS-Letter-Value
                   MOVE Emp-Home-Store TO WS-Letter-Value(1:4)
                   PERFORM LETTER-SUB-PARA
                   MOVE "&YEARS" TO WS-Token
                   MOVE 6 TO WS-Token-Len
                   MOVE SPACES TO WS-Letter-Value
                   MOVE WS-Years-Service TO AL-Years
                   MOVE AL-Years TO WS-Letter-Value(1:2)
                   PERFORM LETTER-SUB-PARA
                   MOVE "&AWARD" TO WS-Token
                   MOVE 6 TO WS-Token-Len
                   MOVE WS-Awd-Desc(WS-Award-Find-Sub) TO
                       WS-Letter-Value
                   PERFORM LETTER-SUB-PARA
                   MOVE "&DATE" TO WS-Token
                   MOVE 5 TO WS-Token-Len
                   MOVE WS-Date-Disp TO WS-Letter-Value
                   PERFORM LETTER-SUB-PARA
                   MOVE "&STREET" TO WS-Token
                   MOVE 7 TO WS-Token-Len
                   MOVE Emp-Street TO WS-Letter-Value
                   PERFORM LETTER-SUB-PARA
                   MOVE "&CITY" TO WS-Token
                   MOVE 5 TO WS-Token-Len
                   MOVE Emp-City TO WS-Letter-Value
                   PERFORM LETTER-SUB-PARA
                   MOVE "&PROV" TO WS-Token
                   MOVE 5 TO WS-Token-Len
                   MOVE Emp-Province TO WS-Letter-Value
                   PERFORM LETTER-SUB-PARA
                   MOVE "&POSTAL" TO WS-Token
                   MOVE 7 TO WS-Token-Len
                   MOVE Emp-Postal TO WS-Letter-Value
                   PERFORM LETTER-SUB-PARA
                   MOVE WS-Letter-Line TO LetterRec
                   WRITE LetterRec
               END-PERFORM
               CLOSE LETTERFILE
           END-IF.

      * Replaces the first occurrence of WS-Token in the line in
      *    hand with WS-Letter-Value (leading spaces of the value
      *    kept out, trailing ones swallowed by the line end).
       LETTER-SUB-PARA.
           MOVE 0 TO WS-Token-Tally
           INSPECT WS-Letter-Line TALLYING WS-Token-Tally
               FOR ALL WS-Token(1:WS-Token-Len)
           IF WS-Token-Tally > 0
               MOVE WS-Letter-Line TO WS-Letter-Work
               MOVE SPACES TO WS-Part1
               MOVE SPACES TO WS-Part2
               MOVE 0 TO WS-C1
               UNSTRING WS-Letter-Work
                   DELIMITED BY WS-Token(1:WS-Token-Len)
                   INTO WS-Part1 COUNT IN WS-C1
                        WS-Part2
               MOVE SPACES TO WS-Letter-Line
               MOVE 1 TO WS-L-Ptr
               IF WS-C1 > 0
                   STRING WS-Part1(1:WS-C1) DELIMITED BY SIZE
                       INTO WS-Letter-Line WITH POINTER WS-L-Ptr
                   END-STRING
               END-IF
      * Edited amounts arrive with leading spaces - step past them
      *    or the two-space trim delimiter swallows the whole value.
               MOVE 0 TO WS-V-Start
               PERFORM VARYING WS-V-Sub FROM 1 BY 1
                       UNTIL WS-V-Sub > 30 OR WS-V-Start NOT = 0
                   IF WS-Letter-Value(WS-V-Sub:1) NOT = SPACE
                       MOVE WS-V-Sub TO WS-V-Start
                   END-IF
               END-PERFORM
               IF WS-V-Start NOT = 0
                   STRING WS-Letter-Value(WS-V-Start:)
                       DELIMITED BY "  "
                       INTO WS-Letter-Line WITH POINTER WS-L-Ptr
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
               STRING WS-Part2 DELIMITED BY SIZE
                   INTO WS-Letter-Line WITH POINTER WS-L-Ptr
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.

      * One CSV row for the vendor. The name goes out as "Last
      *    First" - an unquoted comma inside a CSV field would split
      *    it in two, same as on the recognition gift orders.
       AWARD-ORDER-PARA.
           MOVE SPACES TO WS-Order-Name
           STRING Emp-Surname DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Emp-GivenName DELIMITED BY "  "
               INTO WS-Order-Name
           MOVE SPACES TO AwdOrderRec
           STRING Emp-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Order-Name DELIMITED BY "  "
               "," DELIMITED BY SIZE
               Emp-Home-Store DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Years-Service(3:2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Awd-Tier(WS-Award-Find-Sub) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               WS-Anniv-Date DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               Emp-Street DELIMITED BY "  "
               "," DELIMITED BY SIZE
               Emp-City DELIMITED BY "  "
               "," DELIMITED BY SIZE
               Emp-Province DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               Emp-Postal DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Awd-SKU(WS-Award-Find-Sub) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               WS-Awd-Desc(WS-Award-Find-Sub) DELIMITED BY "  "
               INTO AwdOrderRec
           WRITE AwdOrderRec.

      * Store, then surname - the order the report prints in.
       ROW-SORT-PARA.
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               PERFORM VARYING WS-Swap-Sub FROM 1 BY 1
                       UNTIL WS-Swap-Sub >
                             WS-Row-Count - WS-Row-Sub
                   IF WS-Row-Key(WS-Swap-Sub) >
                           WS-Row-Key(WS-Swap-Sub + 1)
                       MOVE WS-Row-Entry(WS-Swap-Sub) TO WS-Swap-Row
                       MOVE WS-Row-Entry(WS-Swap-Sub + 1) TO
                           WS-Row-Entry(WS-Swap-Sub)
                       MOVE WS-Swap-Row TO
                           WS-Row-Entry(WS-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPORT-PARA.
           OPEN OUTPUT AWDRPTFILE
           MOVE SPACES TO AwdRptRec
           STRING "SERVICE ANNIVERSARY AWARDS FOR " DELIMITED BY SIZE
               WS-Awd-Year DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Awd-Month DELIMITED BY SIZE
               INTO AwdRptRec
           WRITE AwdRptRec
           MOVE WS-Run-Date TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE SPACES TO AwdRptRec
           STRING "Run date: " DELIMITED BY SIZE
               WS-Date-Disp DELIMITED BY SIZE
               INTO AwdRptRec
           WRITE AwdRptRec AFTER ADVANCING 1
           MOVE 9999 TO WS-Last-Store
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               PERFORM REPORT-ROW-PARA
           END-PERFORM
           IF WS-Row-Count = 0
               MOVE "NO SERVICE MILESTONES IN THE AWARD MONTH" TO
                   AwdRptRec
               WRITE AwdRptRec AFTER ADVANCING 2
           END-IF
           MOVE SPACES TO AwdRptRec
           MOVE "Awards made this run     :" TO AwdRptRec(1:26)
           MOVE WS-New-Count TO AwdRptRec(28:5)
           WRITE AwdRptRec AFTER ADVANCING 2
           MOVE SPACES TO AwdRptRec
           MOVE "Already on the register  :" TO AwdRptRec(1:26)
           MOVE WS-Prior-Count TO AwdRptRec(28:5)
           WRITE AwdRptRec AFTER ADVANCING 1
           MOVE SPACES TO AwdRptRec
           MOVE "Letters written          :" TO AwdRptRec(1:26)
           MOVE WS-Letter-Count TO AwdRptRec(28:5)
           WRITE AwdRptRec AFTER ADVANCING 1
           IF WS-Rows-Dropped > 0
               MOVE SPACES TO AwdRptRec
               STRING "*** " DELIMITED BY SIZE
                   WS-Rows-Dropped DELIMITED BY SIZE
                   " MILESTONES NOT LISTED - REPORT TABLE FULL "-
                   "(AWARDED ALL THE SAME) ***" DELIMITED BY SIZE
                   INTO AwdRptRec
               WRITE AwdRptRec AFTER ADVANCING 2
           END-IF
           CLOSE AWDRPTFILE.

      * A store heading ahead of each store's first line.
       REPORT-ROW-PARA.
           IF WS-Row-Store(WS-Row-Sub) NOT = WS-Last-Store
               MOVE WS-Row-Store(WS-Row-Sub) TO WS-Last-Store
               MOVE "(NOT ON STORE MSTR)" TO Store-Name
               IF STORE-AVAILABLE
                   MOVE WS-Last-Store TO Store-Number
                   READ STOREMASTER
                       INVALID KEY
                           MOVE "(NOT ON STORE MSTR)" TO Store-Name
                   END-READ
               END-IF
               MOVE SPACES TO AwdRptRec
               STRING "STORE " DELIMITED BY SIZE
                   WS-Last-Store DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Store-Name DELIMITED BY SIZE
                   INTO AwdRptRec
               WRITE AwdRptRec AFTER ADVANCING 2
               MOVE "EMPID      NAME                            "-
                    "ANNIVERSARY YEARS TIER        STATUS" TO AwdRptRec
               WRITE AwdRptRec AFTER ADVANCING 1
           END-IF
           MOVE WS-Row-EmpID(WS-Row-Sub) TO AL-EmpID
           MOVE SPACES TO AL-Name
           STRING WS-Row-Surname(WS-Row-Sub) DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               WS-Row-Given(WS-Row-Sub) DELIMITED BY "  "
               INTO AL-Name
           MOVE WS-Row-Anniv(WS-Row-Sub) TO WS-Date-Work
           PERFORM DATE-DISP-PARA
           MOVE WS-Date-Disp TO AL-Anniv
           MOVE WS-Row-Years(WS-Row-Sub) TO AL-Years
           MOVE WS-Row-Tier(WS-Row-Sub) TO AL-Tier
           IF WS-Row-Prior(WS-Row-Sub) = "Y"
               MOVE "ALREADY AWARDED" TO AL-Status
           ELSE
               MOVE "AWARDED" TO AL-Status
           END-IF
           MOVE WS-Award-Line TO AwdRptRec
           WRITE AwdRptRec AFTER ADVANCING 1.

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

       end program ServiceAwards.
