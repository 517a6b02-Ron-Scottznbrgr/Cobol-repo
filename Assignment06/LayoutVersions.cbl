      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Layout versions of the shared data files.                      *
      * Lists every shared master and register with the layout         *
      *    version it is stamped with on DataFiles\LayoutStamps.dat,   *
      *    the date it was stamped and the program that stamped it.    *
      *    A file with no stamp is shown as not yet stamped, with what *
      *    it needs: its converter, where its layout has changed since *
      *    the files were last stamped, or a cutover stamp where it    *
      *    has not. No program will open an unstamped file.            *
      * Any stamp on the file for an identifier not in the list below  *
      *    is listed after it, so a stray or misspelt stamp shows up.  *
      * After the listing, any unstamped file that needs no converting *
      *    can be stamped at the current version in one step, once     *
      *    the operator types YES - the cutover stamp. Files that need *
      *    a converter are left for it; it stamps them itself. The     *
      *    stamps are set through LayoutCheck, as the converters do.   *
      ******************************************************************
       identification division.
       program-id. LayoutVersions.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAMPFILE ASSIGN "DataFiles\LayoutStamps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Stamp-Status.

           SELECT VERSIONRPTFILE ASSIGN "DataFiles\LayoutVersions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-VersionRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD STAMPFILE.
       01 StampRec.
           03  Stamp-File-ID       PIC X(12).
           03  FILLER              PIC X.
           03  Stamp-Version       PIC 9(3).
           03  FILLER              PIC X.
           03  Stamp-Date          PIC 9(8).
           03  FILLER              PIC X.
           03  Stamp-Program       PIC X(20).

       FD VERSIONRPTFILE.
       01 VersionRptRec            PIC X(110).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
       01 ws-Stamp-Status      PIC XX value "00".
       01 ws-VersionRpt-Status PIC XX value "00".
       01 WS-Stamp-EOF-Flag    PIC 9 value 0.
           88 STAMP-EOF        value 1.
       01 WS-Run-Date          PIC 9(8) value 0.

      * The shared files every checking program knows by identifier,
      *    the layout version the programs are built for now, and the
      *    converter a file in its older layout has to go through -
      *    spaces where the layout only grew at the end of a line
      *    sequential record, or has not changed, or the file is new.
       01 WS-Known-Values.
           03 FILLER PIC X(12) value "EMPMASTER".
           03 FILLER PIC X(38) value "EmployeeMaster.dat".
           03 FILLER PIC 9(3)  value 2.
           03 FILLER PIC X(16) value "PayGroupConvert".
           03 FILLER PIC X(12) value "PAYHISTORY".
           03 FILLER PIC X(38) value "Assignment#6_PayHistory.dat".
           03 FILLER PIC 9(3)  value 2.
           03 FILLER PIC X(16) value "PayGroupConvert".
           03 FILLER PIC X(12) value "LEAVEACCRUAL".
           03 FILLER PIC X(38) value "Assignment#6_LeaveAccrual.dat".
           03 FILLER PIC 9(3)  value 1.
           03 FILLER PIC X(16) value SPACES.
           03 FILLER PIC X(12) value "RECOGNITION".
           03 FILLER PIC X(38)
                     value "Assignment#6_RecognitionRegister.dat".
           03 FILLER PIC 9(3)  value 1.
           03 FILLER PIC X(16) value SPACES.
           03 FILLER PIC X(12) value "REMITLEDGER".
           03 FILLER PIC X(38) value "Assignment#6_RemitLedger.dat".
           03 FILLER PIC 9(3)  value 2.
           03 FILLER PIC X(16) value SPACES.
           03 FILLER PIC X(12) value "STOREMASTER".
           03 FILLER PIC X(38) value "StoreMaster.dat".
           03 FILLER PIC 9(3)  value 2.
           03 FILLER PIC X(16) value "StoreConvert".
           03 FILLER PIC X(12) value "REGIONMASTER".
           03 FILLER PIC X(38) value "RegionMaster.dat".
           03 FILLER PIC 9(3)  value 1.
           03 FILLER PIC X(16) value "StoreConvert".
           03 FILLER PIC X(12) value "BUDGETMASTER".
           03 FILLER PIC X(38) value "Assignment#6_BudgetMaster.dat".
           03 FILLER PIC 9(3)  value 1.
           03 FILLER PIC X(16) value SPACES.
           03 FILLER PIC X(12) value "COMMISSION".
           03 FILLER PIC X(38) value "Assignment#6_CommissionRates.dat".
           03 FILLER PIC 9(3)  value 1.
           03 FILLER PIC X(16) value SPACES.
           03 FILLER PIC X(12) value "GIFTCATALOG".
           03 FILLER PIC X(38) value "Assignment#6_GiftCatalog.dat".
           03 FILLER PIC 9(3)  value 1.
           03 FILLER PIC X(16) value SPACES.
           03 FILLER PIC X(12) value "YTDMASTER".
           03 FILLER PIC X(38) value "Assignment#6_YTDMaster.dat".
           03 FILLER PIC 9(3)  value 1.
           03 FILLER PIC X(16) value SPACES.
           03 FILLER PIC X(12) value "EMPYTD".
           03 FILLER PIC X(38) value "Assignment#6_EmpYTD.dat".
           03 FILLER PIC 9(3)  value 1.
           03 FILLER PIC X(16) value SPACES.
       01 WS-Known-Table REDEFINES WS-Known-Values.
           03 WS-Known-Entry OCCURS 12 TIMES.
               05 WS-Kn-File-ID        PIC X(12).
               05 WS-Kn-Data-File      PIC X(38).
               05 WS-Kn-Version        PIC 9(3).
               05 WS-Kn-Converter      PIC X(16).
       01 WS-Known-Count       PIC 99 value 12.
       01 WS-Known-Sub         PIC 99 value 0.
      * Y against each known file that has a stamp on the file.
       01 WS-Known-Flags.
           03 WS-Kn-Stamped        PIC X OCCURS 12 TIMES.
       01 WS-Cutover-Count     PIC 99 value 0.
       01 WS-Convert-Count     PIC 99 value 0.
       01 WS-Confirm-Answer    PIC X(3) value SPACES.
           88 CUTOVER-APPROVED value "YES" "yes".

      * The cutover stamp goes through the same routine the
      *    converters stamp with.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "S".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "LayoutVersions".
           03 WS-LC-Log-Flag       PIC X value "N".
           03 WS-LC-Result         PIC X value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.

      * The stamps as they are on file.
       01 WS-Max-Stamps        PIC 99 value 50.
       01 WS-Stamp-Count       PIC 99 value 0.
       01 WS-Stamp-Table.
           03 WS-Stamp-Entry OCCURS 50 TIMES.
               05 WS-St-File-ID        PIC X(12).
               05 WS-St-Version        PIC 9(3).
               05 WS-St-Date           PIC 9(8).
               05 WS-St-Program        PIC X(20).
               05 WS-St-Listed         PIC X.
       01 WS-Stamp-Sub         PIC 99 value 0.
       01 WS-Stamp-Found-Sub   PIC 99 value 0.

       01 WS-Stamped-Count     PIC 99 value 0.
       01 WS-Unstamped-Count   PIC 99 value 0.
       01 WS-Other-Count       PIC 99 value 0.

       01 WS-Title-Line.
           03 FILLER PIC X(34)
                     value "SHARED FILE LAYOUT VERSIONS AS OF ".
           03 TL-Run-Date          PIC 9999/99/99.

       01 WS-Heading-Line.
           03 FILLER PIC X(14) value "FILE ID".
           03 FILLER PIC X(40) value "DATA FILE".
           03 FILLER PIC X(9)  value "VERSION".
           03 FILLER PIC X(12) value "STAMPED".
           03 FILLER PIC X(20) value "BY PROGRAM".

       01 WS-Detail-Line.
           03 DL-File-ID           PIC X(12).
           03 FILLER               PIC X(2) value SPACES.
           03 DL-Data-File         PIC X(38).
           03 FILLER               PIC X(2) value SPACES.
           03 DL-Version           PIC X(7).
           03 FILLER               PIC X(2) value SPACES.
           03 DL-Date              PIC X(10).
           03 FILLER               PIC X(2) value SPACES.
           03 DL-Program           PIC X(20).
       01 WS-Version-Edited    PIC ZZ9.
       01 WS-Date-Edited       PIC 9999/99/99.

       01 WS-Total-Line.
           03 FILLER PIC X(18) value "FILES STAMPED:    ".
           03 TL-Stamped           PIC Z9.
           03 FILLER PIC X(22) value "   NOT YET STAMPED:   ".
           03 TL-Unstamped         PIC Z9.
           03 FILLER PIC X(22) value "   OTHER STAMPS:      ".
           03 TL-Other             PIC Z9.

       procedure division.
       PROG.
           PERFORM INSTRUCT-PARA
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM STAMP-LOAD-PARA
           OPEN OUTPUT VERSIONRPTFILE
           IF ws-VersionRpt-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN LAYOUT VERSION REPORT, ",
                       "STATUS: ", ws-VersionRpt-Status
               MOVE 12 TO RETURN-CODE
               PERFORM END-PARA
           END-IF
           MOVE WS-Run-Date TO TL-Run-Date
           WRITE VersionRptRec FROM WS-Title-Line
           MOVE SPACES TO VersionRptRec
           WRITE VersionRptRec
           WRITE VersionRptRec FROM WS-Heading-Line
           MOVE SPACES TO VersionRptRec
           WRITE VersionRptRec
           PERFORM VARYING WS-Known-Sub FROM 1 BY 1
                   UNTIL WS-Known-Sub > WS-Known-Count
               PERFORM KNOWN-LINE-PARA
           END-PERFORM
           PERFORM VARYING WS-Stamp-Sub FROM 1 BY 1
                   UNTIL WS-Stamp-Sub > WS-Stamp-Count
               IF WS-St-Listed(WS-Stamp-Sub) NOT = "Y"
                   PERFORM OTHER-LINE-PARA
               END-IF
           END-PERFORM
           MOVE WS-Stamped-Count TO TL-Stamped
           MOVE WS-Unstamped-Count TO TL-Unstamped
           MOVE WS-Other-Count TO TL-Other
           MOVE SPACES TO VersionRptRec
           WRITE VersionRptRec
           WRITE VersionRptRec FROM WS-Total-Line
           CLOSE VERSIONRPTFILE
           DISPLAY "Files stamped     : ", WS-Stamped-Count
           DISPLAY "Not yet stamped   : ", WS-Unstamped-Count
           DISPLAY "Other stamps      : ", WS-Other-Count
           DISPLAY "Report: DataFiles\LayoutVersions.rpt"
           IF WS-Unstamped-Count > 0
               PERFORM CUTOVER-PARA
           END-IF
           PERFORM END-PARA.

       INSTRUCT-PARA.
           DISPLAY "Shared File Layout Versions"
           DISPLAY "---------------------------"
           DISPLAY "Lists every shared master and register with the "-
                   "layout version it is"
           DISPLAY "stamped with. A program built for a different "-
                   "version refuses the file"
           DISPLAY "with return code 12 until it is rebuilt or the "-
                   "file converted."
           DISPLAY "An unstamped file is refused too - run its "-
                   "converter, or stamp it here at"
           DISPLAY "cutover if it needs no converting."
           DISPLAY " ".

      * No stamp file yet just means nothing has been stamped.
       STAMP-LOAD-PARA.
           MOVE 0 TO WS-Stamp-Count
           OPEN INPUT STAMPFILE
           IF ws-Stamp-Status = "00"
               PERFORM STAMP-READ-PARA UNTIL STAMP-EOF
               CLOSE STAMPFILE
           END-IF.

       STAMP-READ-PARA.
           READ STAMPFILE
               AT END
                   SET STAMP-EOF TO TRUE
               NOT AT END
                   IF Stamp-File-ID NOT = SPACES AND
                           WS-Stamp-Count < WS-Max-Stamps
                       ADD 1 TO WS-Stamp-Count
                       MOVE Stamp-File-ID TO
                           WS-St-File-ID(WS-Stamp-Count)
                       MOVE Stamp-Version TO
                           WS-St-Version(WS-Stamp-Count)
                       MOVE Stamp-Date TO WS-St-Date(WS-Stamp-Count)
                       MOVE Stamp-Program TO
                           WS-St-Program(WS-Stamp-Count)
                       MOVE "N" TO WS-St-Listed(WS-Stamp-Count)
                   END-IF
           END-READ.

      * One line per known file, with its stamp if it has one.
       KNOWN-LINE-PARA.
           MOVE 0 TO WS-Stamp-Found-Sub
           PERFORM VARYING WS-Stamp-Sub FROM 1 BY 1
                   UNTIL WS-Stamp-Sub > WS-Stamp-Count
               IF WS-St-File-ID(WS-Stamp-Sub) =
                       WS-Kn-File-ID(WS-Known-Sub)
                   MOVE WS-Stamp-Sub TO WS-Stamp-Found-Sub
               END-IF
           END-PERFORM
           MOVE WS-Kn-File-ID(WS-Known-Sub) TO DL-File-ID
           MOVE WS-Kn-Data-File(WS-Known-Sub) TO DL-Data-File
           IF WS-Stamp-Found-Sub = 0
               ADD 1 TO WS-Unstamped-Count
               MOVE "N" TO WS-Kn-Stamped(WS-Known-Sub)
               MOVE "NOT YET" TO DL-Version
               MOVE "STAMPED" TO DL-Date
               IF WS-Kn-Converter(WS-Known-Sub) = SPACES
                   MOVE "STAMP AT CUTOVER" TO DL-Program
               ELSE
                   MOVE SPACES TO DL-Program
                   STRING "RUN " DELIMITED BY SIZE
                       WS-Kn-Converter(WS-Known-Sub)
                           DELIMITED BY SPACE
                       INTO DL-Program
               END-IF
           ELSE
               ADD 1 TO WS-Stamped-Count
               MOVE "Y" TO WS-Kn-Stamped(WS-Known-Sub)
               MOVE "Y" TO WS-St-Listed(WS-Stamp-Found-Sub)
               MOVE WS-Stamp-Found-Sub TO WS-Stamp-Sub
               PERFORM STAMP-FIELDS-PARA
           END-IF
           WRITE VersionRptRec FROM WS-Detail-Line.

      * A stamp for an identifier no checking program uses.
       OTHER-LINE-PARA.
           ADD 1 TO WS-Other-Count
           MOVE WS-St-File-ID(WS-Stamp-Sub) TO DL-File-ID
           MOVE "** NOT A KNOWN SHARED FILE **" TO DL-Data-File
           PERFORM STAMP-FIELDS-PARA
           WRITE VersionRptRec FROM WS-Detail-Line.

      * The cutover stamp. Only the unstamped files with no converter
      *    are offered - a file whose layout changed since it was last
      *    written has to go through its converter, which stamps it.
       CUTOVER-PARA.
           MOVE 0 TO WS-Cutover-Count
           MOVE 0 TO WS-Convert-Count
           DISPLAY " "
           PERFORM VARYING WS-Known-Sub FROM 1 BY 1
                   UNTIL WS-Known-Sub > WS-Known-Count
               IF WS-Kn-Stamped(WS-Known-Sub) = "N"
                   IF WS-Kn-Converter(WS-Known-Sub) = SPACES
                       ADD 1 TO WS-Cutover-Count
                   ELSE
                       ADD 1 TO WS-Convert-Count
                       DISPLAY WS-Kn-File-ID(WS-Known-Sub),
                               " needs ",
                               WS-Kn-Converter(WS-Known-Sub),
                               " - it stamps the file itself."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Cutover-Count > 0
               DISPLAY WS-Cutover-Count, " unstamped file(s) need "-
                       "no converting and can be stamped at the "-
                       "current version."
               DISPLAY "Do this once, at cutover, with no other job "-
                       "running."
               MOVE SPACES TO WS-Confirm-Answer
               DISPLAY "Type YES to stamp them: " WITH NO ADVANCING
               ACCEPT WS-Confirm-Answer
               IF CUTOVER-APPROVED
                   PERFORM VARYING WS-Known-Sub FROM 1 BY 1
                           UNTIL WS-Known-Sub > WS-Known-Count
                       IF WS-Kn-Stamped(WS-Known-Sub) = "N" AND
                               WS-Kn-Converter(WS-Known-Sub) = SPACES
                           PERFORM CUTOVER-STAMP-PARA
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "Nothing stamped."
               END-IF
           END-IF.

       CUTOVER-STAMP-PARA.
           MOVE WS-Kn-File-ID(WS-Known-Sub) TO WS-LC-File-ID
           MOVE WS-Kn-Version(WS-Known-Sub) TO WS-LC-Built-Version
           CALL "LayoutCheck" USING WS-Layout-Check
           MOVE "Y" TO WS-Kn-Stamped(WS-Known-Sub)
           DISPLAY "   ", WS-LC-File-ID, " stamped layout version ",
                   WS-LC-Built-Version, ".".

       STAMP-FIELDS-PARA.
           MOVE WS-St-Version(WS-Stamp-Sub) TO WS-Version-Edited
           MOVE WS-Version-Edited TO DL-Version
           MOVE WS-St-Date(WS-Stamp-Sub) TO WS-Date-Edited
           MOVE WS-Date-Edited TO DL-Date
           MOVE WS-St-Program(WS-Stamp-Sub) TO DL-Program.

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.
