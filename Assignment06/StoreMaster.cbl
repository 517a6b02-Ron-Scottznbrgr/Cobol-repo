      *    add/change/delete journaled with before and after images   *
      *    and the operator ID - the auditors get the same trail      *
      *    here the Employee Master already leaves.                   *
      *  OCTOBER 15 2026 - Region Master layout picks up Region-      *
      *    Target-Ratio.                                              *
      *  OCTOBER 15 2026 - Each store can carry a weather city,       *
      *    edited against Assignment05's city list the way the region *
      *    is edited against the Region Master; journal images        *
      *    widened to the longer record.                              *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      *  OCTOBER 15 2026 - Operator records may carry the operator's  *
      *    own employee ID after the level.                           *
      *  OCTOBER 15 2026 - Sign-on goes through the shared OperSignOn *
      *    routine - encoded passwords that expire, a lockout kept on *
      *    the operator file, and the last sign-on date recorded.     *
      *  OCTOBER 15 2026 - Each store can carry the province it is    *
      *    in, which sets the minimum wage and the holiday and rest   *
      *    rules for its people. The journal images widen with the    *
      *    record.                                                    *
      ******************************************************************
       identification division.
       program-id. StoreMaster.
           RECORD KEY IS Region-Code
           FILE STATUS IS ws-Region-Status.

      * One journal record per applied add/change/delete, with the
      *    before and after record images and who keyed it - the
      *    same trail the Employee Master already leaves. Line
      *    sequential is fine here; unlike the master's journal,
      *    these images carry no packed bytes.
      * Assignment05's city list - a store's weather city has to be
      *    one of its names, so the sales-against-temperature report
      *    always finds the city's history.
           SELECT CITYFILE ASSIGN "DataFiles\Assignment05_Cities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-City-Status.

           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment06_StoreMaintJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
      *    the historical reports can still resolve the name.
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
      * The weather city whose temperature history stands for the
      *    store - a name on Assignment05's city list, blank if none.
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

      * Same record layout RegionMaster.cbl maintains.
       FD REGIONMASTER.
           03  Region-Code         PIC X(10).
           03  Region-Name         PIC X(20).
           03  Region-Manager      PIC X(20).
      * Salary expense as a percent of sales the region's stores are
      *    held to on the labour-to-sales report. Zero = none set.
           03  Region-Target-Ratio PIC 99V9.

      * Same record layout Assignment05 and CityMaint read.
       FD CITYFILE.
       01 CityRec.
           03 City-Name-In  PIC A(10).
           03 FILLER        PIC X.
           03 City-Unit-In  PIC A.

       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Operator      pic x(8).
      * Full record images, sized to StoreRecord - spaces where
      *    there was no record on that side of the action.
           03 Jrn-Before        pic x(82).
           03 Jrn-After         pic x(82).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "StoreMaster".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Store-Status      PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
      * Sign-on state, same three-tries rule and levels the
      *    Employee Master maintenance enforces - level 1 inquires
      *    only, level 2 maintains, level 3 may also delete.
       01 WS-SignOn-Block.
           03 WS-SOB-Action        PIC X value "S".
           03 WS-SOB-Program       PIC X(20) value "StoreMaster".
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
       01 WS-Run-Time          PIC 9(8) value 0.

      * The record image the journal carries on the before side.
       01 WS-Before-Image      PIC X(82) value SPACES.
       01 ws-Region-Status     PIC XX value "00".
       01 WS-RegMst-Avail-Flag PIC X value "N".
           88 REGIONMASTER-AVAILABLE value "Y".

      * The city list in memory - a line-sequential file has no key
      *    to READ by, so the weather-city edit searches this table.
       01 ws-City-Status       PIC XX value "00".
       01 WS-City-EOF-Flag     PIC 9 value 0.
           88 CITY-EOF         value 1.
       01 WS-CityList-Flag     PIC X value "N".
           88 CITYLIST-AVAILABLE value "Y".
       01 WS-Max-Cities        PIC 99 value 50.
       01 WS-City-Count        PIC 99 value 0.
       01 WS-City-Table.
           03 WS-City-Name OCCURS 50 TIMES PIC X(10).
       01 WS-City-Sub          PIC 99 value 0.
       01 WS-City-Found-Flag   PIC X value "N".
           88 CITY-FOUND       value "Y".

      * Calendar-date edit pieces, same ruling as the masters.
       01 WS-Edit-Year         PIC 9(4) value 0.
       01 WS-Edit-Month        PIC 9(2) value 0.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM SIGN-ON-PARA.
           IF SIGNED-ON
           ELSE
               DISPLAY "*** REGION MASTER UNAVAILABLE - REGIONS "-
                       "WILL NOT BE VALIDATED THIS RUN ***"
           END-IF
      * Same for the city list - no list, no weather-city edit.
           OPEN INPUT CITYFILE
           IF ws-City-Status = "00"
               PERFORM CITY-READ-PARA UNTIL CITY-EOF
               CLOSE CITYFILE
           END-IF
           IF WS-City-Count > 0
               MOVE "Y" TO WS-CityList-Flag
           ELSE
               DISPLAY "*** CITY LIST UNAVAILABLE - WEATHER CITIES "-
                       "WILL NOT BE VALIDATED THIS RUN ***"
           END-IF.

       CITY-READ-PARA.
           READ CITYFILE
               AT END
                   SET CITY-EOF TO TRUE
               NOT AT END
                   IF WS-City-Count < WS-Max-Cities
                       ADD 1 TO WS-City-Count
                       MOVE City-Name-In TO WS-City-Name(WS-City-Count)
                   END-IF
           END-READ.

       MENU-PARA.
           display " "
           display "1 - Add a store"
           ACCEPT Store-Open-Date
           DISPLAY "Close Date (YYYYMMDD, 0 if still open): "
           WITH NO ADVANCING
           ACCEPT Store-Close-Date
           DISPLAY "Weather City (blank if none): " WITH NO ADVANCING
           ACCEPT Store-City
           DISPLAY "Province (2 letters): " WITH NO ADVANCING
           ACCEPT Store-Province.

      * Runs every field-level edit over the record currently held
      *    in StoreRecord. EDIT-FAILED is left set if any one of
                       SET EDIT-FAILED TO TRUE
               END-READ
           END-IF
      * A weather city has to be spelled exactly as the city list
      *    has it, or the temperature history never lines up.
           IF Store-City NOT = SPACES AND CITYLIST-AVAILABLE
               MOVE "N" TO WS-City-Found-Flag
               PERFORM VARYING WS-City-Sub FROM 1 BY 1
                       UNTIL WS-City-Sub > WS-City-Count
                   IF WS-City-Name(WS-City-Sub) = Store-City
                       MOVE "Y" TO WS-City-Found-Flag
                   END-IF
               END-PERFORM
               IF NOT CITY-FOUND
                   DISPLAY "Weather city is not on the city list."
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
      * The store's province sets the minimum wage and the holiday
      *    and rest rules - blank leaves each person on their own.
           IF Store-Province NOT = SPACES
               AND Store-Province IS NOT ALPHABETIC
               DISPLAY "Province must be two letters."
               SET EDIT-FAILED TO TRUE
           END-IF
      * A nonzero date on either end has to be a real calendar
      *    date, and a close can't come before the open - the
      *    weekly run refuses pay off these fields.
               ELSE
                   DISPLAY "Closed         : ", Store-Close-Date
               END-IF
               IF Store-City = SPACES
                   DISPLAY "Weather City   : (none)"
               ELSE
                   DISPLAY "Weather City   : ", Store-City
               END-IF
               IF Store-Province = SPACES
                   DISPLAY "Province       : (employee's own)"
               ELSE
                   DISPLAY "Province       : ", Store-Province
               END-IF
           END-IF.


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
           END-IF
           WRITE JournalRec.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
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
