      *    add/change/delete journaled with before and after images   *
      *    and the operator ID - a slipped rate digit changes every   *
      *    bonus the weekly run pays, and now it leaves a trail.      *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - Operator records may carry the operator's  *
      *    own employee ID after the level.                           *
      *  OCTOBER 15 2026 - Sign-on goes through the shared OperSignOn *
      *    routine - encoded passwords that expire, a lockout kept on *
      *    the operator file, and the last sign-on date recorded.     *
      ******************************************************************
       identification division.
       program-id. CommissionMaint.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Commission-Status.

      * One journal record per applied add/change/delete, with the
      *    before and after row images and who keyed it - the same
      *    trail the Employee Master already leaves. Line
           03  Comm-Rate           PIC V999.
           03  Comm-Effective      PIC 9(8).

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "CommissionMaint".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Commission-Status PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - level 1 inquires
      *    only, level 2 maintains, level 3 may also delete.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "CommissionMaint".
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

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM SIGN-ON-PARA.
           IF SIGNED-ON
           CLOSE COMMISSIONFILE.


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
           MOVE WS-After-Image TO Jrn-After
           WRITE JournalRec.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "COMMISSION" TO WS-LC-File-ID
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
