      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * Shared layout-stamp subprogram.                                *
      * The EmpID widening and the YTD change both left every program  *
      *    still built against the old layout reading the converted    *
      *    file without a murmur and misframing every record. Each     *
      *    shared master and register now has a layout stamp - its     *
      *    identifier and layout version - on DataFiles\LayoutStamps.  *
      *    dat, and every program opening one of them calls this       *
      *    first with the version it was built for.                    *
      * The stamp sits beside the files rather than inside them: a     *
      *    stamp record inside an indexed master or a register would   *
      *    be read as data by every program that walks the file.       *
      *                                                                *
      * Call with:                                                     *
      *    CALL "LayoutCheck" USING layout-check                       *
      * where the caller declares the LK-Layout-Check layout below:    *
      *    action     - C to check, S to stamp (a conversion program   *
      *                 once the file is in its new layout),           *
      *    file ID    - the stamp identifier, e.g. PAYHISTORY,         *
      *    version    - the layout the caller was built for,           *
      *    program    - the caller's name, for the stamp and the log,  *
      *    log flag   - Y to have a mismatch written to the event log  *
      *                 here, N where the caller keeps the log open    *
      *                 itself and logs the mismatch its own way.      *
      * Back come the result (Y matches, N does not) and the version   *
      *    the file is stamped with. A file with no stamp at all does  *
      *    not match anything - it comes back N with version zero, so  *
      *    the caller stops with return code 12 (event LAY-002). Only  *
      *    a conversion program, or the cutover stamp LayoutVersions   *
      *    offers for files that need no converting, writes a file's   *
      *    first stamp - a check never does, since it cannot tell      *
      *    what layout an unstamped file is really in.                 *
      ******************************************************************
       identification division.
       program-id. LayoutCheck.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One line per shared file - rewritten in full whenever a stamp
      *    is added or changed.
           SELECT STAMPFILE ASSIGN "DataFiles\LayoutStamps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Stamp-Status.

           SELECT EVENTLOGFILE ASSIGN "DataFiles\EventLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-EventLog-Status.

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

       FD EVENTLOGFILE.
       01 EventLogRec              PIC X(95).

       WORKING-STORAGE SECTION.
       01 ws-Stamp-Status      PIC XX value "00".
       01 ws-EventLog-Status   PIC XX value "00".
       01 WS-Stamp-EOF-Flag    PIC 9 value 0.
           88 STAMP-EOF        value 1.
       01 WS-Run-Date          PIC 9(8) value 0.
       01 WS-Run-Time          PIC 9(8) value 0.

      * The stamps in memory.
       01 WS-Max-Stamps        PIC 99 value 50.
       01 WS-Stamp-Count       PIC 99 value 0.
       01 WS-Stamp-Table.
           03 WS-Stamp-Entry OCCURS 50 TIMES.
               05 WS-St-File-ID        PIC X(12).
               05 WS-St-Version        PIC 9(3).
               05 WS-St-Date           PIC 9(8).
               05 WS-St-Program        PIC X(20).
       01 WS-Stamp-Sub         PIC 99 value 0.
       01 WS-Stamp-Found-Sub   PIC 99 value 0.

      * Same event line the weekly run and the lock overrides write.
       01 WS-Event-Line.
           03  Evt-Date            PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Time            PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-MsgID           PIC X(7) VALUE "LAY-001".
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Severity        PIC X VALUE "E".
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-EmpID           PIC 9(9) VALUE 0.
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Store           PIC 9(4) VALUE 0.
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Status          PIC XX VALUE SPACES.
           03  FILLER              PIC X VALUE SPACE.
           03  Evt-Text            PIC X(45) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-Layout-Check.
           03 LK-LC-Action         PIC X.
               88 LK-STAMP-ACTION  value "S".
           03 LK-LC-File-ID        PIC X(12).
           03 LK-LC-Built-Version  PIC 9(3).
           03 LK-LC-Program        PIC X(20).
           03 LK-LC-Log-Flag       PIC X.
           03 LK-LC-Result         PIC X.
           03 LK-LC-File-Version   PIC 9(3).

       procedure division USING LK-Layout-Check.
       PROG.
           MOVE "Y" TO LK-LC-Result
           MOVE LK-LC-Built-Version TO LK-LC-File-Version
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM STAMP-LOAD-PARA
           MOVE 0 TO WS-Stamp-Found-Sub
           PERFORM VARYING WS-Stamp-Sub FROM 1 BY 1
                   UNTIL WS-Stamp-Sub > WS-Stamp-Count
               IF WS-St-File-ID(WS-Stamp-Sub) = LK-LC-File-ID
                   MOVE WS-Stamp-Sub TO WS-Stamp-Found-Sub
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LK-STAMP-ACTION
                   PERFORM STAMP-SET-PARA
               WHEN WS-Stamp-Found-Sub = 0
                   MOVE "N" TO LK-LC-Result
                   MOVE 0 TO LK-LC-File-Version
                   IF LK-LC-Log-Flag = "Y"
                       DISPLAY "*** ", LK-LC-File-ID, " HAS NO LAYOUT "-
                               "STAMP - RUN ITS CONVERTER, OR STAMP "-
                               "IT AT CUTOVER WITH LayoutVersions ***"
                       PERFORM UNSTAMPED-LOG-PARA
                   END-IF
               WHEN WS-St-Version(WS-Stamp-Found-Sub) NOT =
                       LK-LC-Built-Version
                   MOVE "N" TO LK-LC-Result
                   MOVE WS-St-Version(WS-Stamp-Found-Sub) TO
                       LK-LC-File-Version
                   IF LK-LC-Log-Flag = "Y"
                       PERFORM MISMATCH-LOG-PARA
                   END-IF
           END-EVALUATE
           GOBACK.

      * No stamp file yet just means no file has been asked about.
       STAMP-LOAD-PARA.
           MOVE 0 TO WS-Stamp-Count
           MOVE 0 TO WS-Stamp-EOF-Flag
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
                   END-IF
           END-READ.

      * Adds the file's stamp, or replaces it, at the caller's
      *    version, and writes the whole stamp file back.
       STAMP-SET-PARA.
           IF WS-Stamp-Found-Sub = 0
               IF WS-Stamp-Count < WS-Max-Stamps
                   ADD 1 TO WS-Stamp-Count
                   MOVE WS-Stamp-Count TO WS-Stamp-Found-Sub
               END-IF
           END-IF
           IF WS-Stamp-Found-Sub > 0
               MOVE LK-LC-File-ID TO WS-St-File-ID(WS-Stamp-Found-Sub)
               MOVE LK-LC-Built-Version TO
                   WS-St-Version(WS-Stamp-Found-Sub)
               MOVE WS-Run-Date TO WS-St-Date(WS-Stamp-Found-Sub)
               MOVE LK-LC-Program TO WS-St-Program(WS-Stamp-Found-Sub)
               OPEN OUTPUT STAMPFILE
               PERFORM VARYING WS-Stamp-Sub FROM 1 BY 1
                       UNTIL WS-Stamp-Sub > WS-Stamp-Count
                   MOVE SPACES TO StampRec
                   MOVE WS-St-File-ID(WS-Stamp-Sub) TO Stamp-File-ID
                   MOVE WS-St-Version(WS-Stamp-Sub) TO Stamp-Version
                   MOVE WS-St-Date(WS-Stamp-Sub) TO Stamp-Date
                   MOVE WS-St-Program(WS-Stamp-Sub) TO Stamp-Program
                   WRITE StampRec
               END-PERFORM
               CLOSE STAMPFILE
           END-IF.

      * One error line on the shared event log - which file, what it
      *    is stamped, and which program wanted what.
       MISMATCH-LOG-PARA.
           OPEN EXTEND EVENTLOGFILE
           IF ws-EventLog-Status NOT = "00"
               OPEN OUTPUT EVENTLOGFILE
           END-IF
           IF ws-EventLog-Status = "00"
               ACCEPT WS-Run-Time FROM TIME
               MOVE WS-Run-Date TO Evt-Date
               MOVE WS-Run-Time TO Evt-Time
               MOVE SPACES TO Evt-Text
               STRING LK-LC-File-ID DELIMITED BY SPACE
                   " IS V" DELIMITED BY SIZE
                   LK-LC-File-Version DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   LK-LC-Program DELIMITED BY SPACE
                   " BUILT FOR V" DELIMITED BY SIZE
                   LK-LC-Built-Version DELIMITED BY SIZE
                   INTO Evt-Text
               MOVE WS-Event-Line TO EventLogRec
               WRITE EventLogRec
               CLOSE EVENTLOGFILE
           END-IF.

      * Same error line for a file nobody has stamped - the run that
      *    wanted it is named, so the operator knows what stopped.
       UNSTAMPED-LOG-PARA.
           OPEN EXTEND EVENTLOGFILE
           IF ws-EventLog-Status NOT = "00"
               OPEN OUTPUT EVENTLOGFILE
           END-IF
           IF ws-EventLog-Status = "00"
               ACCEPT WS-Run-Time FROM TIME
               MOVE WS-Run-Date TO Evt-Date
               MOVE WS-Run-Time TO Evt-Time
               MOVE "LAY-002" TO Evt-MsgID
               MOVE SPACES TO Evt-Text
               STRING LK-LC-File-ID DELIMITED BY SPACE
                   " NOT STAMPED - " DELIMITED BY SIZE
                   LK-LC-Program DELIMITED BY SPACE
                   " STOPPED" DELIMITED BY SIZE
                   INTO Evt-Text
               MOVE WS-Event-Line TO EventLogRec
               WRITE EventLogRec
               CLOSE EVENTLOGFILE
               MOVE "LAY-001" TO Evt-MsgID
           END-IF.

       end program LayoutCheck.
