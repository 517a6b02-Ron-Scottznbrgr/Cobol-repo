      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Deduction table maintenance.                                   *
      * Assignment#6_Deductions.dat - the tax brackets ("T" rows) and  *
      *    flat weekly benefits ("B" rows) behind every net pay - was  *
      *    hand-edited, and a rate change meant editing it on exactly  *
      *    the right morning. This program gives it the same Add/      *
      *    Change/Delete/List menu, sign-on and journal the commission *
      *    rates get.                                                  *
      * Every row carries the effective date of the table it belongs   *
      *    to: all the rows with the same date are one table, and the  *
      *    weekly run uses the table with the latest date on or before *
      *    the control week. Next January's table can be keyed now,    *
      *    under next January's date.                                  *
      * The proof recomputes the last posted week's tax and benefits   *
      *    out of the pay history under the table that paid it and     *
      *    under a pending table, and lists every employee whose tax   *
      *    or benefit would change, and by how much, before the        *
      *    pending table goes live. Both sides are worked here the     *
      *    weekly run's way off the same figures, so the only          *
      *    difference shown is the table's.                            *
      * B rows pay only until the benefit enrollment file is in place; *
      *    after that the proof leaves the posted benefit as it was.   *
      * A T row is keyed by type, label, bracket and effective date;   *
      *    a B row by type, code (job code first) and effective date.  *
      *    The file is rewritten in full after every applied change.   *
      ******************************************************************
       identification division.
       program-id. DeductionMaint.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same layout the weekly run's DEDUCTION-LOAD-PARA reads.
           SELECT DEDUCTFILE ASSIGN
           "DataFiles\Assignment#6_Deductions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Deduct-Status.

      * One journal record per applied add/change/delete, with the
      *    before and after row images and who keyed it.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment06_DedMaintJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

      * The posted-week register - the proof works the last weekly
      *    week posted; an off-cycle payment is no week.
           SELECT POSTEDFILE ASSIGN
           "DataFiles\Assignment#6_PostedWeeks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Posted-Status.

      * The pay-history file exactly as the weekly run writes it.
           SELECT PAYHISTFILE ASSIGN
           "DataFiles\Assignment#6_PayHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * Once the benefit enrollment file is in place the weekly run
      *    takes benefits off it instead of the B rows.
           SELECT ENROLLFILE ASSIGN
           "DataFiles\Assignment#6_BenefitEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Enroll-Status.

           SELECT PROOFRPTFILE ASSIGN "DataFiles\DeductionProof.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ProofRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DEDUCTFILE.
       01 DeductionRec.
           03  Ded-Type            PIC X.
           03  Ded-Code            PIC X(4).
           03  Ded-Bracket         PIC 9(6)V99.
           03  Ded-Rate            PIC V999.
           03  Ded-Amount          PIC 999V99.
           03  Ded-Effective       PIC 9(8).

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
      * A = added, C = changed, D = deleted.
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
      * Full row images, sized to a deduction row - spaces where
      *    there was no row on that side of the action.
           03 Jrn-Before        pic x(30).
           03 Jrn-After         pic x(30).

       FD POSTEDFILE.
       01 PostedRec.
           03  Posted-WeekEnding   PIC 9(8).
           03  Posted-Type         PIC X.
               88 POSTED-OFF-CYCLE     value "O".
           03  Posted-OffCycle-Seq PIC 9(4).
      * The pay group the entry was posted for - a space on an entry
      *    posted before pay groups is a weekly one; the week-ending
      *    field then holds the period's ending date.
           03  Posted-Pay-Group    PIC X.
               88 POSTED-WEEKLY-GROUP  value "W" " ".

       FD PAYHISTFILE.
       01 PayHistRec.
           03  PayH-Key.
               05  PayH-EmpID        PIC 9(9).
               05  PayH-WeekEnding   PIC 9(8).
           03  PayH-JobCode          PIC A.
           03  PayH-StoreNumber      PIC 9(4).
           03  PayH-WeeklySalary     PIC 9(7)V99.
           03  PayH-SalesAmount      PIC 9(8).
           03  PayH-Tax              PIC 9(5)V99.
           03  PayH-Benefit          PIC 999V99.
           03  PayH-Other            PIC 9(6)V99.
           03  PayH-Net              PIC 9(7)V99.
           03  PayH-Hours            PIC 9(3)V9.
           03  PayH-Bonus            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           03  PayH-Taxable-Ben      PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           03  PayH-Garnish          PIC 9(6)V99.
           03  PayH-Savings          PIC 9(6)V99.
           03  PayH-Extra-WH         PIC 9(6)V99.
      * The pay group the record was paid in - a space on a record
      *    posted before pay groups is a weekly one.
           03  PayH-Pay-Group        PIC X.

       FD ENROLLFILE.
       01 EnrollRec                PIC X(45).

       FD PROOFRPTFILE.
       01 ProofRptRec              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "DeductionMaint".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Deduct-Status     PIC XX value "00".
       01 ws-Posted-Status     PIC XX value "00".
       01 ws-PayHist-Status    PIC XX value "00".
       01 ws-ProofRpt-Status   PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 6.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 WS-Deduct-EOF-Flag   PIC 9 value 0.
           88 DEDUCT-EOF       value 1.
       01 WS-Posted-EOF-Flag   PIC 9 value 0.
           88 POSTED-EOF       value 1.
       01 WS-PayHist-EOF-Flag  PIC 9 value 0.
           88 PAYHIST-EOF      value 1.
       01 WS-Confirm           PIC X value "N".
           88 CONFIRMED        value "Y".

      * The whole deduction file held in memory while the menu runs.
      *    If a bigger file ever turns up, the load counts what it
      *    had to drop and SAVE-PARA refuses to rewrite the file,
      *    because saving from a short table would destroy the rows
      *    that didn't fit.
       01 WS-Max-Rows          PIC 999 value 300.
       01 WS-Row-Count         PIC 999 value 0.
       01 WS-Dropped-Count     PIC 999 value 0.
       01 WS-Ded-Table.
           03 WS-Ded-Row OCCURS 300 TIMES.
               05 WS-Row-Type      PIC X value space.
               05 WS-Row-Code      PIC X(4) value spaces.
               05 WS-Row-Bracket   PIC 9(6)V99 value 0.
               05 WS-Row-Rate      PIC V999 value 0.
               05 WS-Row-Amount    PIC 999V99 value 0.
               05 WS-Row-Effective PIC 9(8) value 0.
       01 WS-Row-Sub           PIC 999 value 0.
       01 WS-Found-Sub         PIC 999 value 0.
      * The weekly run loads at most this many rows of one table.
       01 WS-Max-Table-Rows    PIC 99 value 50.
       01 WS-Table-Row-Count   PIC 999 value 0.

      * The tables on file, one per effective date, and where each
      *    stands against the last posted week.
       01 WS-Max-Dates         PIC 99 value 50.
       01 WS-Date-Count        PIC 99 value 0.
       01 WS-Date-Table.
           03 WS-Date-Entry OCCURS 50 TIMES.
               05 WS-Dt-Effective  PIC 9(8).
               05 WS-Dt-Rows       PIC 999.
       01 WS-Date-Sub          PIC 99 value 0.
       01 WS-Date-Found-Sub    PIC 99 value 0.
       01 WS-Last-Posted       PIC 9(8) value 0.
       01 WS-Current-Date      PIC 9(8) value 0.
       01 WS-Current-Flag      PIC X value "N".
           88 CURRENT-TABLE-FOUND  value "Y".
       01 WS-Pending-Date      PIC 9(8) value 0.
       01 WS-Pending-Flag      PIC X value "N".
           88 PENDING-TABLE-FOUND  value "Y".
       01 WS-Date-Status       PIC X(10) value SPACES.

      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - level 1 inquires
      *    only, level 2 maintains, level 3 may also delete.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "DeductionMaint".
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
       01 ws-Journal-Status    PIC XX value "00".
       01 WS-Jrn-Action        PIC X value SPACE.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Time          PIC 9(8) value 0.

      * The row images the journal carries.
       01 WS-Before-Image      PIC X(30) value SPACES.
       01 WS-After-Image       PIC X(30) value SPACES.

      * The row being keyed in or looked for.
       01 WS-Work-Type         PIC X value space.
           88 WORK-TAX-ROW     value "T".
           88 WORK-BENEFIT-ROW value "B".
       01 WS-Work-Code         PIC X(4) value spaces.
       01 WS-Work-Bracket      PIC 9(6)V99 value 0.
       01 WS-Work-Rate         PIC V999 value 0.
       01 WS-Work-Amount       PIC 999V99 value 0.
       01 WS-Work-Eff-Date.
           05 WS-WEff-Year     PIC 9(4) value 0.
           05 WS-WEff-Month    PIC 9(2) value 0.
           05 WS-WEff-Day      PIC 9(2) value 0.
       01 WS-Work-Effective REDEFINES WS-Work-Eff-Date PIC 9(8).
       01 WS-Rate-Edited       PIC .999.
       01 WS-Bracket-Edited    PIC ZZZ,ZZ9.99.
       01 WS-Amount-Edited     PIC ZZ9.99.
       01 WS-Eff-Edited        PIC 9999/99/99.

      * Calendar-date edit pieces, same ruling as the masters.
       01 WS-Edit-Year         PIC 9(4) value 0.
       01 WS-Edit-Month        PIC 9(2) value 0.
       01 WS-Edit-Day          PIC 9(2) value 0.
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

      * Proof workings - one person's week worked under one table.
       01 WS-Calc-Date         PIC 9(8) value 0.
       01 WS-Calc-Table-Flag   PIC X value "N".
           88 CALC-TABLE-USED  value "Y".
       01 WS-Calc-Taxable      PIC S9(8)V99 value 0.
       01 WS-Calc-Cash         PIC S9(8)V99 value 0.
       01 WS-Calc-Cap          PIC S9(8)V99 value 0.
       01 WS-Calc-Find-Sub     PIC 999 value 0.
       01 WS-Calc-Tax          PIC 9(5)V99 value 0.
       01 WS-Calc-Benefit      PIC 999V99 value 0.
       01 ws-Enroll-Status     PIC XX value "00".
       01 WS-Enroll-Flag       PIC X value "N".
           88 ENROLLMENT-IN-USE value "Y".
       01 WS-Now-Tax           PIC 9(5)V99 value 0.
       01 WS-Now-Benefit       PIC 999V99 value 0.
       01 WS-New-Tax           PIC 9(5)V99 value 0.
       01 WS-New-Benefit       PIC 999V99 value 0.
       01 WS-Tax-Change        PIC S9(5)V99 value 0.
       01 WS-Ben-Change        PIC S999V99 value 0.
       01 WS-Proof-Read        PIC 9(7) value 0.
       01 WS-Proof-People      PIC 9(7) value 0.
       01 WS-Proof-Changed     PIC 9(7) value 0.
       01 WS-Proof-Differs     PIC 9(7) value 0.
       01 WS-Proof-Tax-Total   PIC S9(9)V99 value 0.
       01 WS-Proof-Ben-Total   PIC S9(9)V99 value 0.

       01 WS-Proof-Title.
           03 FILLER PIC X(28) value "DEDUCTION TABLE PROOF - WEEK".
           03 FILLER PIC X value SPACE.
           03 PT-Week              PIC 9999/99/99.
           03 FILLER PIC X(19) value "   TABLE IN EFFECT ".
           03 PT-Current           PIC X(10).
           03 FILLER PIC X(17) value "   PENDING TABLE ".
           03 PT-Pending           PIC 9999/99/99.
       01 WS-Proof-Heading.
           03 FILLER PIC X(11) value "EMPID".
           03 FILLER PIC X(4)  value "JOB".
           03 FILLER PIC X(7)  value "STORE".
           03 FILLER PIC X(14) value "     TAXABLE".
           03 FILLER PIC X(13) value "  TAX NOW".
           03 FILLER PIC X(12) value "  TAX NEW".
           03 FILLER PIC X(12) value "   CHANGE".
           03 FILLER PIC X(10) value " BEN NOW".
           03 FILLER PIC X(9)  value " BEN NEW".
           03 FILLER PIC X(9)  value "  CHANGE".
       01 WS-Proof-Line.
           03 PL-EmpID             PIC 9(9).
           03 FILLER               PIC X(3) value SPACES.
           03 PL-Job               PIC X.
           03 FILLER               PIC X(3) value SPACES.
           03 PL-Store             PIC 9(4).
           03 FILLER               PIC X(2) value SPACES.
           03 PL-Taxable           PIC --,---,--9.99.
           03 FILLER               PIC X value SPACE.
           03 PL-Tax-Now           PIC ZZ,ZZ9.99.
           03 FILLER               PIC X(3) value SPACES.
           03 PL-Tax-New           PIC ZZ,ZZ9.99.
           03 FILLER               PIC X(2) value SPACES.
           03 PL-Tax-Change        PIC --,--9.99.
           03 FILLER               PIC X(2) value SPACES.
           03 PL-Ben-Now           PIC ZZ9.99.
           03 FILLER               PIC X(3) value SPACES.
           03 PL-Ben-New           PIC ZZ9.99.
           03 FILLER               PIC X(2) value SPACES.
           03 PL-Ben-Change        PIC ---9.99.
           03 FILLER               PIC X(2) value SPACES.
           03 PL-Flag              PIC X(14).
       01 WS-Proof-Total-Edited PIC ----,---,--9.99.
       01 WS-Proof-Count-Edited PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM SIGN-ON-PARA.
           IF SIGNED-ON
               PERFORM JOURNAL-OPEN-PARA
               PERFORM LOAD-PARA
               PERFORM POSTED-LOAD-PARA
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
           display "Welcome! This program maintains the deduction"
           display "table the weekly salary run takes tax and benefits"
           display "from."
           display " "
           display "Each row belongs to the table of its effective"
           display "date - a new table can be keyed ahead of time and"
           display "proved against the last posted week before it"
           display "goes live."
           DISPLAY "---------------------------------------------------"
           display " ".

      * Pulls the whole deduction file into the table. No file yet
      *    just means no rows - the first Add creates it.
       LOAD-PARA.
           OPEN INPUT DEDUCTFILE
           IF ws-Deduct-Status = "00"
               PERFORM LOAD-READ-PARA UNTIL DEDUCT-EOF
               CLOSE DEDUCTFILE
           END-IF
           DISPLAY WS-Row-Count, " deduction row(s) on file."
           IF WS-Dropped-Count > 0
               DISPLAY "*** ", WS-Dropped-Count, " ROW(S) DID NOT "-
                       "FIT THE TABLE - CHANGES CANNOT BE SAVED "-
                       "THIS RUN ***"
           END-IF.

       LOAD-READ-PARA.
           READ DEDUCTFILE
               AT END
                   SET DEDUCT-EOF TO TRUE
               NOT AT END
                   IF WS-Row-Count < WS-Max-Rows
                       ADD 1 TO WS-Row-Count
                       MOVE Ded-Type TO WS-Row-Type(WS-Row-Count)
                       MOVE Ded-Code TO WS-Row-Code(WS-Row-Count)
                       MOVE Ded-Bracket TO
                           WS-Row-Bracket(WS-Row-Count)
                       MOVE Ded-Rate TO WS-Row-Rate(WS-Row-Count)
                       MOVE Ded-Amount TO WS-Row-Amount(WS-Row-Count)
                       IF Ded-Effective NUMERIC
                           MOVE Ded-Effective TO
                               WS-Row-Effective(WS-Row-Count)
                       ELSE
                           MOVE 0 TO WS-Row-Effective(WS-Row-Count)
                       END-IF
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
           END-READ.

      * The last weekly week posted - what the tables on file are
      *    measured against. Zero when nothing has posted yet.
       POSTED-LOAD-PARA.
           MOVE 0 TO WS-Last-Posted
           OPEN INPUT POSTEDFILE
           IF ws-Posted-Status = "00"
               PERFORM POSTED-READ-PARA UNTIL POSTED-EOF
               CLOSE POSTEDFILE
           END-IF.

       POSTED-READ-PARA.
           READ POSTEDFILE
               AT END
                   SET POSTED-EOF TO TRUE
               NOT AT END
                   IF NOT POSTED-OFF-CYCLE AND
                           Posted-WeekEnding > WS-Last-Posted
                       MOVE Posted-WeekEnding TO WS-Last-Posted
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Add a deduction row"
           display "2 - Change a deduction row"
           display "3 - Delete a deduction row"
           display "4 - List the deduction rows and tables"
           display "5 - Prove a pending table against the last week"
           display "6 - Exit"
           DISPLAY "Enter a selection (1-6): " WITH NO ADVANCING
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
                   PERFORM PROOF-PARA
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection. Please try again."
           END-EVALUATE.

      * Prompts for the fields a row is found by. A benefit row has
      *    no bracket.
       GET-KEY-PARA.
           DISPLAY "Type (T = tax bracket, B = benefit): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Type
           INSPECT WS-Work-Type CONVERTING "tb" TO "TB"
           IF WORK-BENEFIT-ROW
               DISPLAY "Benefit Code (job code first, e.g. CDEN): "
               WITH NO ADVANCING
           ELSE
               DISPLAY "Bracket Label (blank if none): "
               WITH NO ADVANCING
           END-IF
           ACCEPT WS-Work-Code
           INSPECT WS-Work-Code CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-Work-Bracket
           IF WORK-TAX-ROW
               DISPLAY "Weekly Taxable Pay the Bracket Starts At: "
               WITH NO ADVANCING
               ACCEPT WS-Work-Bracket
           END-IF
           DISPLAY "Table Effective Date (YYYYMMDD, 0 = from the "-
                   "start): "
           WITH NO ADVANCING
           ACCEPT WS-Work-Effective.

      * Finds the row with exactly that key. WS-Found-Sub is 0 when
      *    there's no such row.
       FIND-ROW-PARA.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Type(WS-Row-Sub) = WS-Work-Type AND
                       WS-Row-Code(WS-Row-Sub) = WS-Work-Code AND
                       WS-Row-Bracket(WS-Row-Sub) = WS-Work-Bracket AND
                       WS-Row-Effective(WS-Row-Sub) =
                           WS-Work-Effective
                   MOVE WS-Row-Sub TO WS-Found-Sub
               END-IF
           END-PERFORM.

      * Code and range edits - a slipped digit in any of these
      *    changes every net pay the weekly run works.
       EDIT-ROW-PARA.
           SET EDIT-PASSED TO TRUE
           EVALUATE TRUE
               WHEN WORK-TAX-ROW
                   IF WS-Work-Amount NOT = 0
                       DISPLAY "A tax bracket carries a rate, not "-
                               "an amount."
                       SET EDIT-FAILED TO TRUE
                   END-IF
               WHEN WORK-BENEFIT-ROW
                   IF WS-Work-Code(1:1) NOT = "A" AND
                           WS-Work-Code(1:1) NOT = "C" AND
                           WS-Work-Code(1:1) NOT = "M" AND
                           WS-Work-Code(1:1) NOT = "S"
                       DISPLAY "A benefit code must start with the "-
                               "job code - A, C, M or S."
                       SET EDIT-FAILED TO TRUE
                   END-IF
                   IF WS-Work-Amount = 0
                       DISPLAY "Benefit amount must be between .01 "-
                               "and 999.99."
                       SET EDIT-FAILED TO TRUE
                   END-IF
                   IF WS-Work-Rate NOT = 0 OR WS-Work-Bracket NOT = 0
                       DISPLAY "A benefit row carries an amount, not "-
                               "a bracket or rate."
                       SET EDIT-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "Type must be T or B."
                   SET EDIT-FAILED TO TRUE
           END-EVALUATE
           IF WS-Work-Effective NOT = 0
               PERFORM EDIT-EFFECTIVE-PARA
           END-IF.

       EDIT-EFFECTIVE-PARA.
           MOVE WS-WEff-Year TO WS-Edit-Year
           MOVE WS-WEff-Month TO WS-Edit-Month
           MOVE WS-WEff-Day TO WS-Edit-Day
           PERFORM CHECK-DATE-PARA
           IF DATE-INVALID
               DISPLAY "Effective date is not a valid calendar date."
               SET EDIT-FAILED TO TRUE
           END-IF.

      * Valid month, and a day that actually exists in that month -
      *    the same ruling the masters get.
       CHECK-DATE-PARA.
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

      * A table already in effect for a posted week is what any rerun
      *    or adjustment of that week works from - changing it needs
      *    saying so.
       POSTED-TABLE-CONFIRM-PARA.
           MOVE "Y" TO WS-Confirm
           IF WS-Last-Posted > 0 AND
                   WS-Work-Effective <= WS-Last-Posted
               DISPLAY "This table has been in effect for posted "-
                       "weeks - reruns and adjustments of those "-
                       "weeks will use the change."
               DISPLAY "Apply it anyway (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-Confirm
               INSPECT WS-Confirm CONVERTING "y" TO "Y"
           END-IF.

      * The rows already in the table the work row belongs to.
       TABLE-ROWS-PARA.
           MOVE 0 TO WS-Table-Row-Count
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               IF WS-Row-Effective(WS-Row-Sub) = WS-Work-Effective
                   ADD 1 TO WS-Table-Row-Count
               END-IF
           END-PERFORM.

       ADD-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           PERFORM TABLE-ROWS-PARA
           IF WS-Found-Sub NOT = 0
               DISPLAY "A row with that key and effective date "-
                       "already exists."
           ELSE
               IF WS-Row-Count >= WS-Max-Rows
                   DISPLAY "The deduction file is full."
               ELSE
                   IF WS-Table-Row-Count >= WS-Max-Table-Rows
                       DISPLAY "That table already has ",
                               WS-Max-Table-Rows, " rows - the most "-
                               "the weekly run loads."
                   ELSE
                       PERFORM ADD-VALUES-PARA
                   END-IF
               END-IF
           END-IF.

       ADD-VALUES-PARA.
           MOVE 0 TO WS-Work-Rate
           MOVE 0 TO WS-Work-Amount
           IF WORK-TAX-ROW
               DISPLAY "Rate (.000-.999): " WITH NO ADVANCING
               ACCEPT WS-Work-Rate
           ELSE
               DISPLAY "Weekly Amount (.01-999.99): " WITH NO ADVANCING
               ACCEPT WS-Work-Amount
           END-IF
           PERFORM EDIT-ROW-PARA
           IF EDIT-PASSED
               PERFORM POSTED-TABLE-CONFIRM-PARA
           END-IF
           IF EDIT-PASSED AND CONFIRMED
               ADD 1 TO WS-Row-Count
               MOVE WS-Work-Type TO WS-Row-Type(WS-Row-Count)
               MOVE WS-Work-Code TO WS-Row-Code(WS-Row-Count)
               MOVE WS-Work-Bracket TO WS-Row-Bracket(WS-Row-Count)
               MOVE WS-Work-Rate TO WS-Row-Rate(WS-Row-Count)
               MOVE WS-Work-Amount TO WS-Row-Amount(WS-Row-Count)
               MOVE WS-Work-Effective TO
                   WS-Row-Effective(WS-Row-Count)
               PERFORM SAVE-PARA
               MOVE "A" TO WS-Jrn-Action
               MOVE SPACES TO WS-Before-Image
               MOVE WS-Ded-Row(WS-Row-Count) TO WS-After-Image
               PERFORM JOURNAL-WRITE-PARA
               DISPLAY "Deduction row added."
           ELSE
               DISPLAY "Deduction row was not added."
           END-IF.

      * Only the rate (tax) or the amount (benefit) changes - the
      *    rest is the row's key.
       CHANGE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No row with that key and effective date."
           ELSE
               MOVE 0 TO WS-Work-Rate
               MOVE 0 TO WS-Work-Amount
               IF WORK-TAX-ROW
                   MOVE WS-Row-Rate(WS-Found-Sub) TO WS-Rate-Edited
                   DISPLAY "Current rate is ", WS-Rate-Edited
                   DISPLAY "New Rate (.000-.999): " WITH NO ADVANCING
                   ACCEPT WS-Work-Rate
               ELSE
                   MOVE WS-Row-Amount(WS-Found-Sub) TO
                       WS-Amount-Edited
                   DISPLAY "Current amount is ", WS-Amount-Edited
                   DISPLAY "New Weekly Amount (.01-999.99): "
                   WITH NO ADVANCING
                   ACCEPT WS-Work-Amount
               END-IF
               PERFORM EDIT-ROW-PARA
               IF EDIT-PASSED
                   PERFORM POSTED-TABLE-CONFIRM-PARA
               END-IF
               IF EDIT-PASSED AND CONFIRMED
                   MOVE WS-Ded-Row(WS-Found-Sub) TO WS-Before-Image
                   MOVE WS-Work-Rate TO WS-Row-Rate(WS-Found-Sub)
                   MOVE WS-Work-Amount TO WS-Row-Amount(WS-Found-Sub)
                   PERFORM SAVE-PARA
                   MOVE "C" TO WS-Jrn-Action
                   MOVE WS-Ded-Row(WS-Found-Sub) TO WS-After-Image
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Deduction row changed."
               ELSE
                   DISPLAY "Deduction row was not changed."
               END-IF
           END-IF.

      * Deleting shuffles the tail rows down one over the hole.
       DELETE-PARA.
           PERFORM GET-KEY-PARA
           PERFORM FIND-ROW-PARA
           IF WS-Found-Sub = 0
               DISPLAY "No row with that key and effective date."
           ELSE
               PERFORM POSTED-TABLE-CONFIRM-PARA
               IF CONFIRMED
                   MOVE WS-Ded-Row(WS-Found-Sub) TO WS-Before-Image
                   PERFORM VARYING WS-Row-Sub FROM WS-Found-Sub BY 1
                           UNTIL WS-Row-Sub >= WS-Row-Count
                       MOVE WS-Ded-Row(WS-Row-Sub + 1) TO
                           WS-Ded-Row(WS-Row-Sub)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-Row-Count
                   PERFORM SAVE-PARA
                   MOVE "D" TO WS-Jrn-Action
                   MOVE SPACES TO WS-After-Image
                   PERFORM JOURNAL-WRITE-PARA
                   DISPLAY "Deduction row deleted."
               ELSE
                   DISPLAY "Deduction row was not deleted."
               END-IF
           END-IF.

      * Every row, then every table with where it stands against
      *    the last posted week.
       LIST-PARA.
           DISPLAY " "
           DISPLAY "Type Code     Bracket  Rate  Amount   Effective"
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               MOVE WS-Row-Bracket(WS-Row-Sub) TO WS-Bracket-Edited
               MOVE WS-Row-Rate(WS-Row-Sub) TO WS-Rate-Edited
               MOVE WS-Row-Amount(WS-Row-Sub) TO WS-Amount-Edited
               DISPLAY " ", WS-Row-Type(WS-Row-Sub), "   ",
                       WS-Row-Code(WS-Row-Sub), " ",
                       WS-Bracket-Edited, "  ", WS-Rate-Edited,
                       "  ", WS-Amount-Edited, "   ",
                       WS-Row-Effective(WS-Row-Sub)
           END-PERFORM
           PERFORM TABLE-DATES-PARA
           DISPLAY " "
           IF WS-Last-Posted = 0
               DISPLAY "No week has posted yet."
           ELSE
               MOVE WS-Last-Posted TO WS-Eff-Edited
               DISPLAY "Last posted week: ", WS-Eff-Edited
           END-IF
           DISPLAY "Table       Rows  Stands"
           PERFORM VARYING WS-Date-Sub FROM 1 BY 1
                   UNTIL WS-Date-Sub > WS-Date-Count
               EVALUATE TRUE
                   WHEN CURRENT-TABLE-FOUND AND
                           WS-Dt-Effective(WS-Date-Sub) =
                           WS-Current-Date
                       MOVE "IN EFFECT" TO WS-Date-Status
                   WHEN WS-Dt-Effective(WS-Date-Sub) > WS-Last-Posted
                       MOVE "PENDING" TO WS-Date-Status
                   WHEN OTHER
                       MOVE "SUPERSEDED" TO WS-Date-Status
               END-EVALUATE
               DISPLAY WS-Dt-Effective(WS-Date-Sub), "    ",
                       WS-Dt-Rows(WS-Date-Sub), "   ", WS-Date-Status
           END-PERFORM.

      * One entry per effective date on file, in date order, with
      *    the table in effect for the last posted week and the next
      *    one waiting after it.
       TABLE-DATES-PARA.
           MOVE 0 TO WS-Date-Count
           MOVE "N" TO WS-Current-Flag
           MOVE "N" TO WS-Pending-Flag
           MOVE 0 TO WS-Current-Date
           MOVE 0 TO WS-Pending-Date
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               MOVE 0 TO WS-Date-Found-Sub
               PERFORM VARYING WS-Date-Sub FROM 1 BY 1
                       UNTIL WS-Date-Sub > WS-Date-Count
                   IF WS-Dt-Effective(WS-Date-Sub) =
                           WS-Row-Effective(WS-Row-Sub)
                       MOVE WS-Date-Sub TO WS-Date-Found-Sub
                   END-IF
               END-PERFORM
               IF WS-Date-Found-Sub = 0 AND
                       WS-Date-Count < WS-Max-Dates
                   PERFORM TABLE-DATE-INSERT-PARA
               END-IF
               IF WS-Date-Found-Sub > 0
                   ADD 1 TO WS-Dt-Rows(WS-Date-Found-Sub)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Date-Sub FROM 1 BY 1
                   UNTIL WS-Date-Sub > WS-Date-Count
               IF WS-Dt-Effective(WS-Date-Sub) <= WS-Last-Posted
                   MOVE WS-Dt-Effective(WS-Date-Sub) TO
                       WS-Current-Date
                   MOVE "Y" TO WS-Current-Flag
               ELSE
                   IF NOT PENDING-TABLE-FOUND
                       MOVE WS-Dt-Effective(WS-Date-Sub) TO
                           WS-Pending-Date
                       MOVE "Y" TO WS-Pending-Flag
                   END-IF
               END-IF
           END-PERFORM.

      * Opens a slot in date order for the row's effective date.
       TABLE-DATE-INSERT-PARA.
           MOVE 1 TO WS-Date-Found-Sub
           PERFORM VARYING WS-Date-Sub FROM 1 BY 1
                   UNTIL WS-Date-Sub > WS-Date-Count
               IF WS-Dt-Effective(WS-Date-Sub) <
                       WS-Row-Effective(WS-Row-Sub)
                   COMPUTE WS-Date-Found-Sub = WS-Date-Sub + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Date-Sub FROM WS-Date-Count BY -1
                   UNTIL WS-Date-Sub < WS-Date-Found-Sub
               MOVE WS-Date-Entry(WS-Date-Sub) TO
                   WS-Date-Entry(WS-Date-Sub + 1)
           END-PERFORM
           ADD 1 TO WS-Date-Count
           MOVE WS-Row-Effective(WS-Row-Sub) TO
               WS-Dt-Effective(WS-Date-Found-Sub)
           MOVE 0 TO WS-Dt-Rows(WS-Date-Found-Sub).

      * The proof - the last posted week's pay history worked under
      *    the table that paid it and under the pending one, every
      *    employee whose tax or benefit would move listed with the
      *    change. Read only; nothing is posted or saved.
       PROOF-PARA.
           PERFORM TABLE-DATES-PARA
           IF WS-Last-Posted = 0
               DISPLAY "No week has posted yet - there is nothing to "-
                       "prove a table against."
           ELSE
               PERFORM PROOF-DATE-PARA
               IF PENDING-TABLE-FOUND
                   PERFORM PROOF-RUN-PARA
               END-IF
           END-IF.

      * The pending table to prove - the next one after the last
      *    posted week unless another is named.
       PROOF-DATE-PARA.
           DISPLAY "Pending table to prove (YYYYMMDD, 0 = the next "-
                   "one): " WITH NO ADVANCING
           ACCEPT WS-Work-Effective
           IF WS-Work-Effective NOT = 0
               MOVE "N" TO WS-Pending-Flag
               PERFORM VARYING WS-Date-Sub FROM 1 BY 1
                       UNTIL WS-Date-Sub > WS-Date-Count
                   IF WS-Dt-Effective(WS-Date-Sub) =
                           WS-Work-Effective AND
                           WS-Work-Effective > WS-Last-Posted
                       MOVE WS-Work-Effective TO WS-Pending-Date
                       MOVE "Y" TO WS-Pending-Flag
                   END-IF
               END-PERFORM
               IF NOT PENDING-TABLE-FOUND
                   DISPLAY "No table with that date is pending - it "-
                           "must be on file and later than the last "-
                           "posted week."
               END-IF
           ELSE
               IF NOT PENDING-TABLE-FOUND
                   DISPLAY "No pending table on file."
               END-IF
           END-IF.

       PROOF-RUN-PARA.
           MOVE "N" TO WS-Enroll-Flag
           OPEN INPUT ENROLLFILE
           IF ws-Enroll-Status = "00"
               MOVE "Y" TO WS-Enroll-Flag
               CLOSE ENROLLFILE
           END-IF
           OPEN INPUT PAYHISTFILE
           IF ws-PayHist-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE PAY HISTORY, STATUS: ",
                       ws-PayHist-Status, " ***"
           ELSE
               OPEN OUTPUT PROOFRPTFILE
               MOVE 0 TO WS-Proof-Read
               MOVE 0 TO WS-Proof-People
               MOVE 0 TO WS-Proof-Changed
               MOVE 0 TO WS-Proof-Differs
               MOVE 0 TO WS-Proof-Tax-Total
               MOVE 0 TO WS-Proof-Ben-Total
               MOVE WS-Last-Posted TO PT-Week
               IF CURRENT-TABLE-FOUND
                   MOVE WS-Current-Date TO WS-Eff-Edited
                   MOVE WS-Eff-Edited TO PT-Current
                   IF WS-Current-Date = 0
                       MOVE "FROM START" TO PT-Current
                   END-IF
               ELSE
                   MOVE "NONE" TO PT-Current
               END-IF
               MOVE WS-Pending-Date TO PT-Pending
               WRITE ProofRptRec FROM WS-Proof-Title
               MOVE SPACES TO ProofRptRec
               WRITE ProofRptRec
               WRITE ProofRptRec FROM WS-Proof-Heading
               MOVE SPACES TO ProofRptRec
               WRITE ProofRptRec
               MOVE 0 TO WS-PayHist-EOF-Flag
               PERFORM PROOF-READ-PARA UNTIL PAYHIST-EOF
               CLOSE PAYHISTFILE
               PERFORM PROOF-TOTALS-PARA
               CLOSE PROOFRPTFILE
           END-IF.

       PROOF-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET PAYHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Proof-Read
                   IF PayH-WeekEnding = WS-Last-Posted
                       PERFORM PROOF-PERSON-PARA
                   END-IF
           END-READ.

      * Both sides off the same posted figures. A person whose
      *    posted tax or benefit doesn't match the table that paid
      *    it - an adjustment, a capped week - is marked, since
      *    their change is measured from the worked figure, not the
      *    posted one.
       PROOF-PERSON-PARA.
           ADD 1 TO WS-Proof-People
           IF CURRENT-TABLE-FOUND
               MOVE WS-Current-Date TO WS-Calc-Date
               MOVE "Y" TO WS-Calc-Table-Flag
           ELSE
               MOVE "N" TO WS-Calc-Table-Flag
           END-IF
           PERFORM PROOF-CALC-PARA
           MOVE WS-Calc-Tax TO WS-Now-Tax
           MOVE WS-Calc-Benefit TO WS-Now-Benefit
           MOVE WS-Pending-Date TO WS-Calc-Date
           MOVE "Y" TO WS-Calc-Table-Flag
           PERFORM PROOF-CALC-PARA
           MOVE WS-Calc-Tax TO WS-New-Tax
           MOVE WS-Calc-Benefit TO WS-New-Benefit
           IF WS-New-Tax NOT = WS-Now-Tax OR
                   WS-New-Benefit NOT = WS-Now-Benefit
               ADD 1 TO WS-Proof-Changed
               COMPUTE WS-Tax-Change = WS-New-Tax - WS-Now-Tax
               COMPUTE WS-Ben-Change =
                   WS-New-Benefit - WS-Now-Benefit
               ADD WS-Tax-Change TO WS-Proof-Tax-Total
               ADD WS-Ben-Change TO WS-Proof-Ben-Total
               MOVE PayH-EmpID TO PL-EmpID
               MOVE PayH-JobCode TO PL-Job
               MOVE PayH-StoreNumber TO PL-Store
               MOVE WS-Calc-Taxable TO PL-Taxable
               MOVE WS-Now-Tax TO PL-Tax-Now
               MOVE WS-New-Tax TO PL-Tax-New
               MOVE WS-Tax-Change TO PL-Tax-Change
               MOVE WS-Now-Benefit TO PL-Ben-Now
               MOVE WS-New-Benefit TO PL-Ben-New
               MOVE WS-Ben-Change TO PL-Ben-Change
               MOVE SPACES TO PL-Flag
               IF PayH-Tax NOT = WS-Now-Tax OR
                       PayH-Benefit NOT = WS-Now-Benefit
                   MOVE "POSTED DIFFERS" TO PL-Flag
                   ADD 1 TO WS-Proof-Differs
               END-IF
               WRITE ProofRptRec FROM WS-Proof-Line
           END-IF.

      * One person's tax and benefits under the table dated
      *    WS-Calc-Date, the weekly run's way: tax on salary plus
      *    bonus plus the gift's taxable value at the rate of the
      *    highest bracket at or under it, withholding stopped at
      *    the cash pay; the job's flat benefits stopped at what's
      *    left after tax. Once benefits come off the enrollment file
      *    no table changes them - the posted benefit stands on both
      *    sides, still stopped at what's left after tax.
       PROOF-CALC-PARA.
           COMPUTE WS-Calc-Taxable =
               PayH-WeeklySalary + PayH-Bonus + PayH-Taxable-Ben
           IF WS-Calc-Taxable < 0
               MOVE 0 TO WS-Calc-Taxable
           END-IF
           COMPUTE WS-Calc-Cash = PayH-WeeklySalary + PayH-Bonus
           IF WS-Calc-Cash < 0
               MOVE 0 TO WS-Calc-Cash
           END-IF
           MOVE 0 TO WS-Calc-Tax
           MOVE 0 TO WS-Calc-Benefit
           MOVE 0 TO WS-Calc-Find-Sub
           IF CALC-TABLE-USED
               PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                       UNTIL WS-Row-Sub > WS-Row-Count
                   IF WS-Row-Effective(WS-Row-Sub) = WS-Calc-Date
                       PERFORM PROOF-CALC-ROW-PARA
                   END-IF
               END-PERFORM
           END-IF
           IF ENROLLMENT-IN-USE
               MOVE PayH-Benefit TO WS-Calc-Benefit
           END-IF
           IF WS-Calc-Find-Sub NOT = 0
               COMPUTE WS-Calc-Tax ROUNDED =
                   WS-Calc-Taxable * WS-Row-Rate(WS-Calc-Find-Sub)
           END-IF
           IF WS-Calc-Tax > WS-Calc-Cash
               MOVE WS-Calc-Cash TO WS-Calc-Tax
           END-IF
           COMPUTE WS-Calc-Cap = WS-Calc-Cash - WS-Calc-Tax
           IF WS-Calc-Cap < 0
               MOVE 0 TO WS-Calc-Cap
           END-IF
           IF WS-Calc-Benefit > WS-Calc-Cap
               MOVE WS-Calc-Cap TO WS-Calc-Benefit
           END-IF.

       PROOF-CALC-ROW-PARA.
           IF WS-Row-Type(WS-Row-Sub) = "T" AND
                   WS-Row-Bracket(WS-Row-Sub) <= WS-Calc-Taxable
               IF WS-Calc-Find-Sub = 0
                   MOVE WS-Row-Sub TO WS-Calc-Find-Sub
               ELSE
                   IF WS-Row-Bracket(WS-Row-Sub) >
                           WS-Row-Bracket(WS-Calc-Find-Sub)
                       MOVE WS-Row-Sub TO WS-Calc-Find-Sub
                   END-IF
               END-IF
           END-IF
           IF WS-Row-Type(WS-Row-Sub) = "B" AND
                   WS-Row-Code(WS-Row-Sub)(1:1) = PayH-JobCode AND
                   NOT ENROLLMENT-IN-USE
               ADD WS-Row-Amount(WS-Row-Sub) TO WS-Calc-Benefit
           END-IF.

       PROOF-TOTALS-PARA.
           MOVE SPACES TO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Proof-People TO WS-Proof-Count-Edited
           MOVE SPACES TO ProofRptRec
           STRING "EMPLOYEES PAID THE WEEK      : " DELIMITED BY SIZE
               WS-Proof-Count-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Proof-Changed TO WS-Proof-Count-Edited
           MOVE SPACES TO ProofRptRec
           STRING "EMPLOYEES WHOSE PAY CHANGES  : " DELIMITED BY SIZE
               WS-Proof-Count-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Proof-Tax-Total TO WS-Proof-Total-Edited
           MOVE SPACES TO ProofRptRec
           STRING "TOTAL TAX CHANGE FOR THE WEEK: " DELIMITED BY SIZE
               WS-Proof-Total-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           MOVE WS-Proof-Ben-Total TO WS-Proof-Total-Edited
           MOVE SPACES TO ProofRptRec
           STRING "TOTAL BENEFIT CHANGE         : " DELIMITED BY SIZE
               WS-Proof-Total-Edited DELIMITED BY SIZE
               INTO ProofRptRec
           WRITE ProofRptRec
           IF WS-Proof-Differs > 0
               MOVE WS-Proof-Differs TO WS-Proof-Count-Edited
               MOVE SPACES TO ProofRptRec
               STRING "POSTED DIFFERS FROM WORKED   : "
                   DELIMITED BY SIZE
                   WS-Proof-Count-Edited DELIMITED BY SIZE
                   "  (ADJUSTED OR CAPPED WEEKS - CHANGE IS FROM THE "
                   DELIMITED BY SIZE
                   "WORKED FIGURE)" DELIMITED BY SIZE
                   INTO ProofRptRec
               WRITE ProofRptRec
           END-IF
           DISPLAY " "
           DISPLAY "Employees paid the week    : ", WS-Proof-People
           DISPLAY "Employees whose pay changes: ", WS-Proof-Changed
           MOVE WS-Proof-Tax-Total TO WS-Proof-Total-Edited
           DISPLAY "Total tax change           : ",
                   WS-Proof-Total-Edited
           MOVE WS-Proof-Ben-Total TO WS-Proof-Total-Edited
           DISPLAY "Total benefit change       : ",
                   WS-Proof-Total-Edited
           DISPLAY "Report: DataFiles\DeductionProof.rpt".

      * Rewrites the whole deduction file from the table after every
      *    applied change - the file is small and this way it can
      *    never be left half-written between actions.
       SAVE-PARA.
           IF WS-Dropped-Count > 0
               DISPLAY "NOT SAVED - the file holds more rows than "-
                       "this program could load, and rewriting it "-
                       "from a short table would destroy them."
           ELSE
               PERFORM SAVE-WRITE-PARA
           END-IF.

       SAVE-WRITE-PARA.
           OPEN OUTPUT DEDUCTFILE
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Row-Count
               MOVE WS-Row-Type(WS-Row-Sub) TO Ded-Type
               MOVE WS-Row-Code(WS-Row-Sub) TO Ded-Code
               MOVE WS-Row-Bracket(WS-Row-Sub) TO Ded-Bracket
               MOVE WS-Row-Rate(WS-Row-Sub) TO Ded-Rate
               MOVE WS-Row-Amount(WS-Row-Sub) TO Ded-Amount
               MOVE WS-Row-Effective(WS-Row-Sub) TO Ded-Effective
               WRITE DeductionRec
           END-PERFORM
           CLOSE DEDUCTFILE.

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
           MOVE "PAYHISTORY" TO WS-LC-File-ID
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
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program DeductionMaint.
