      ******************************************************************
      *AUTHOR:      Ron Scott                                          *
      *STUDENT-ID:  041100494                                          *
      *DATE:        OCTOBER 15 2026                                    *
      *                                                                *
      * One-time Store and Region Master conversion.                   *
      * The Region Master picked up each region's labour-to-sales      *
      *    target ratio, and the Store Master each store's weather     *
      *    city - both at the end of the record, so both indexed       *
      *    files on disk are a field short of what every program now   *
      *    reads. This utility converts them the way PayGroupConvert   *
      *    does the Employee Master: reads each under its old layout   *
      *    (the Store Master at 70 bytes, the Region Master at 50),    *
      *    writes a fresh copy under the new one with no city and no   *
      *    target set, keeps the old file beside it as *_precity, and  *
      *    moves the fresh copy into place.                            *
      * Only a file in a layout named here is converted - a stamp at   *
      *    the current version means it is already done, so a second   *
      *    run changes nothing, and any other stamp is left for the    *
      *    operator to look into. A file not on disk at all is simply  *
      *    stamped, as whatever creates it will write the new layout.  *
      * The Store Master has since picked up each store's province as  *
      *    well (layout 2, 82 bytes). A Store Master still unstamped   *
      *    goes straight from 70 bytes to 82 and is kept as *_precity; *
      *    one already stamped layout 1 (80 bytes, with the city) goes *
      *    to 82 and is kept as *_preprov. Either way no province is   *
      *    set - each store's people stay on their own province until  *
      *    StoreMaster keys one.                                       *
      * StoreMaster's maintenance journal is archived aside under the  *
      *    same suffix at the same cutover - its before and after      *
      *    images widen with the store record, and ChangeReview        *
      *    reading an old-width line under the new layout would        *
      *    misframe it. To review changes from before the cutover,     *
      *    read the archived journal with the pre-cutover build.       *
      ******************************************************************
       identification division.
       program-id. StoreConvert.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The two files under their OLD layouts...
           SELECT STOREOLD ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Old-Store-Number
           FILE STATUS IS ws-StoreOld-Status.

      * The Store Master as layout 1 wrote it - with the weather
      *    city, before the province.
           SELECT STOREV1 ASSIGN "DataFiles\StoreMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V1-Store-Number
           FILE STATUS IS ws-StoreV1-Status.

           SELECT REGIONOLD ASSIGN "DataFiles\RegionMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Old-Region-Code
           FILE STATUS IS ws-RegionOld-Status.

      * ...and their NEW copies, built beside them and moved into
      *    place once each conversion finishes clean.
           SELECT STORENEW ASSIGN "DataFiles\StoreMaster.newct"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS New-Store-Number
           FILE STATUS IS ws-StoreNew-Status.

           SELECT REGIONNEW ASSIGN "DataFiles\RegionMaster.newct"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS New-Region-Code
           FILE STATUS IS ws-RegionNew-Status.

      * Presence check on the journal's archived copy, so a second
      *    run can't archive the post-cutover journal by mistake -
      *    the name carries the suffix of the conversion just run.
           SELECT JRNCHK ASSIGN TO DYNAMIC WS-JrnChk-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-JrnChk-Status.

       DATA DIVISION.
       FILE SECTION.
      * The layouts exactly as the files were last written - only
      *    the keys need naming, the rest crosses over whole.
       FD STOREOLD.
       01 OldStoreRec.
           03  Old-Store-Number       PIC 9(4).
           03  Old-Store-Rest         PIC X(66).

       FD STOREV1.
       01 V1StoreRec.
           03  V1-Store-Number        PIC 9(4).
           03  V1-Store-Rest          PIC X(66).
           03  V1-Store-City          PIC X(10).

       FD REGIONOLD.
       01 OldRegionRec.
           03  Old-Region-Code        PIC X(10).
           03  Old-Region-Rest        PIC X(40).

      * The layouts as the programs read them now - the old record
      *    up front, then the fields added since.
       FD STORENEW.
       01 NewStoreRec.
           03  New-Store-Number       PIC 9(4).
           03  New-Store-Rest         PIC X(66).
           03  New-Store-City         PIC X(10).
           03  New-Store-Province     PIC X(2).

       FD REGIONNEW.
       01 NewRegionRec.
           03  New-Region-Code        PIC X(10).
           03  New-Region-Rest        PIC X(40).
           03  New-Region-Target-Ratio PIC 99V9.

       FD JRNCHK.
       01 JrnChkRec                PIC X(185).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The layout stamp - checked before a file is converted, and
      *    set once it is, so the programs built for the new layout
      *    accept it.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 1.
           03 WS-LC-Program        PIC X(20) value "StoreConvert".
           03 WS-LC-Log-Flag       PIC X value "N".
           03 WS-LC-Result         PIC X value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-StoreOld-Status   PIC XX value "00".
       01 ws-RegionOld-Status  PIC XX value "00".
       01 ws-StoreNew-Status   PIC XX value "00".
       01 ws-RegionNew-Status  PIC XX value "00".
       01 ws-StoreV1-Status    PIC XX value "00".
       01 ws-JrnChk-Status     PIC XX value "00".
      * Suffix the old Store Master was archived under - precity or
      *    preprov - which the journal follows. Spaces when the Store
      *    Master was not converted, and the journal stays put.
       01 WS-Archive-Suffix    PIC X(7) value SPACES.
       01 WS-JrnChk-Name       PIC X(60) value SPACES.
       01 WS-EOF-Flag          PIC 9 value 0.
           88 FILE-EOF         value 1.
       01 WS-Converted-Count   PIC 9(6) value 0.
       01 WS-Confirm-Answer    PIC X(3) value SPACES.
           88 CONVERT-APPROVED value "YES" "yes".
       01 WS-Command           PIC X(200) value SPACES.

       procedure division.
       PROG.
           PERFORM INSTRUCT-PARA.
           PERFORM CONFIRM-PARA.
           IF CONVERT-APPROVED
               PERFORM REGION-CONVERT-PARA
               PERFORM STORE-CONVERT-PARA
               PERFORM JOURNAL-ARCHIVE-PARA
               DISPLAY " "
               DISPLAY "Conversion complete. The old files sit "-
                       "beside the new ones as *_precity or *_preprov."
               DISPLAY "Key each store's weather city and province "-
                       "and each region's target ratio through"
               DISPLAY "StoreMaster and RegionMaster as they "-
                       "become known."
           ELSE
               DISPLAY " "
               DISPLAY "Conversion cancelled - nothing was changed."
           END-IF.
           PERFORM END-PARA.

      * This is just a welcome / splash screen on startup that gives
      *    the user a heads up of what the program does.
       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This one-time utility adds the weather"
           display "city and province to the Store Master and the"
           display "target ratio to the Region Master - every"
           display "existing record comes across with none of them"
           display "set."
           display " "
           display "Each old file is kept beside the converted one"
           display "as *_precity or *_preprov. Run this once, at"
           display "cutover, with no other job running."
           DISPLAY "---------------------------------------------------"
           display " ".

      * Rewriting the masters in place is not a casual thing - it
      *    has to be asked for in so many words.
       CONFIRM-PARA.
           MOVE SPACES TO WS-Confirm-Answer
           DISPLAY "Type YES to convert the files: "
           WITH NO ADVANCING
           ACCEPT WS-Confirm-Answer.

      * ---- The Region Master. ----
       REGION-CONVERT-PARA.
           MOVE "REGIONMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-OLD-PARA
           EVALUATE TRUE
               WHEN WS-LC-Result = "Y"
                   DISPLAY "Region Master already stamped layout ",
                           WS-LC-File-Version, " - skipped."
               WHEN WS-LC-File-Version NOT = 0
                   DISPLAY "Region Master stamped layout ",
                           WS-LC-File-Version, " - not the layout "-
                           "this converts from, skipped."
               WHEN OTHER
                   PERFORM REGION-COPY-FILE-PARA
           END-EVALUATE.

       REGION-COPY-FILE-PARA.
           MOVE 0 TO WS-EOF-Flag
           MOVE 0 TO WS-Converted-Count
           OPEN INPUT REGIONOLD
           IF ws-RegionOld-Status = "35"
               DISPLAY "Region Master not on file - nothing to "-
                       "convert."
               PERFORM LAYOUT-STAMP-PARA
           END-IF
           IF ws-RegionOld-Status NOT = "00" AND NOT = "35"
               DISPLAY "Region Master not opened under the old "-
                       "layout (status ", ws-RegionOld-Status,
                       ") - skipped."
           END-IF
           IF ws-RegionOld-Status = "00"
               OPEN OUTPUT REGIONNEW
               MOVE LOW-VALUES TO Old-Region-Code
               START REGIONOLD KEY IS GREATER THAN OR EQUAL TO
                       Old-Region-Code
                   INVALID KEY
                       SET FILE-EOF TO TRUE
               END-START
               PERFORM REGION-COPY-PARA UNTIL FILE-EOF
               CLOSE REGIONNEW
               CLOSE REGIONOLD
               MOVE "mv DataFiles/RegionMaster.dat DataFiles/"-
                    "RegionMaster.dat_precity" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               MOVE "mv DataFiles/RegionMaster.newct DataFiles/"-
                    "RegionMaster.dat" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Region Master: ", WS-Converted-Count,
                       " record(s) converted."
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       REGION-COPY-PARA.
           READ REGIONOLD NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
           END-READ
           IF NOT FILE-EOF
               MOVE Old-Region-Code TO New-Region-Code
               MOVE Old-Region-Rest TO New-Region-Rest
               MOVE 0 TO New-Region-Target-Ratio
               WRITE NewRegionRec
               ADD 1 TO WS-Converted-Count
           END-IF.

      * ---- The Store Master. ----
      * Unstamped is the 70-byte record from before the city, layout
      *    1 the 80-byte one with it - both come to layout 2.
       STORE-CONVERT-PARA.
           MOVE "STOREMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-OLD-PARA
           EVALUATE TRUE
               WHEN WS-LC-Result = "Y"
                   DISPLAY "Store Master already stamped layout ",
                           WS-LC-File-Version, " - skipped."
               WHEN WS-LC-File-Version = 1
                   PERFORM STORE-V1-FILE-PARA
               WHEN WS-LC-File-Version NOT = 0
                   DISPLAY "Store Master stamped layout ",
                           WS-LC-File-Version, " - not the layout "-
                           "this converts from, skipped."
               WHEN OTHER
                   PERFORM STORE-COPY-FILE-PARA
           END-EVALUATE.

       STORE-COPY-FILE-PARA.
           MOVE 0 TO WS-EOF-Flag
           MOVE 0 TO WS-Converted-Count
           OPEN INPUT STOREOLD
           IF ws-StoreOld-Status = "35"
               DISPLAY "Store Master not on file - nothing to "-
                       "convert."
               MOVE "precity" TO WS-Archive-Suffix
               PERFORM LAYOUT-STAMP-PARA
           END-IF
           IF ws-StoreOld-Status NOT = "00" AND NOT = "35"
               DISPLAY "Store Master not opened under the old "-
                       "layout (status ", ws-StoreOld-Status,
                       ") - skipped."
           END-IF
           IF ws-StoreOld-Status = "00"
               OPEN OUTPUT STORENEW
               MOVE 0 TO Old-Store-Number
               START STOREOLD KEY IS GREATER THAN OR EQUAL TO
                       Old-Store-Number
                   INVALID KEY
                       SET FILE-EOF TO TRUE
               END-START
               PERFORM STORE-COPY-PARA UNTIL FILE-EOF
               CLOSE STORENEW
               CLOSE STOREOLD
               MOVE "mv DataFiles/StoreMaster.dat DataFiles/"-
                    "StoreMaster.dat_precity" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               MOVE "mv DataFiles/StoreMaster.newct DataFiles/"-
                    "StoreMaster.dat" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Store Master: ", WS-Converted-Count,
                       " record(s) converted."
               MOVE "precity" TO WS-Archive-Suffix
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       STORE-COPY-PARA.
           READ STOREOLD NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
           END-READ
           IF NOT FILE-EOF
               MOVE Old-Store-Number TO New-Store-Number
               MOVE Old-Store-Rest TO New-Store-Rest
               MOVE SPACES TO New-Store-City
               MOVE SPACES TO New-Store-Province
               WRITE NewStoreRec
               ADD 1 TO WS-Converted-Count
           END-IF.

      * Layout 1 already has the city - only the province is added.
      *    A stamp means the file was on disk when it was stamped, so
      *    one that won't open now is reported, not re-stamped.
       STORE-V1-FILE-PARA.
           MOVE 0 TO WS-EOF-Flag
           MOVE 0 TO WS-Converted-Count
           OPEN INPUT STOREV1
           IF ws-StoreV1-Status NOT = "00"
               DISPLAY "Store Master not opened under layout 1 "-
                       "(status ", ws-StoreV1-Status, ") - skipped."
           ELSE
               OPEN OUTPUT STORENEW
               MOVE 0 TO V1-Store-Number
               START STOREV1 KEY IS GREATER THAN OR EQUAL TO
                       V1-Store-Number
                   INVALID KEY
                       SET FILE-EOF TO TRUE
               END-START
               PERFORM STORE-V1-COPY-PARA UNTIL FILE-EOF
               CLOSE STORENEW
               CLOSE STOREV1
               MOVE "mv DataFiles/StoreMaster.dat DataFiles/"-
                    "StoreMaster.dat_preprov" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               MOVE "mv DataFiles/StoreMaster.newct DataFiles/"-
                    "StoreMaster.dat" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Store Master: ", WS-Converted-Count,
                       " record(s) converted."
               MOVE "preprov" TO WS-Archive-Suffix
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       STORE-V1-COPY-PARA.
           READ STOREV1 NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
           END-READ
           IF NOT FILE-EOF
               MOVE V1-Store-Number TO New-Store-Number
               MOVE V1-Store-Rest TO New-Store-Rest
               MOVE V1-Store-City TO New-Store-City
               MOVE SPACES TO New-Store-Province
               WRITE NewStoreRec
               ADD 1 TO WS-Converted-Count
           END-IF.

      * ---- StoreMaster's maintenance journal. ----
      * Its before and after images grew with the store record, so
      *    ChangeReview must never read pre-cutover lines through the
      *    new layout - the old journal moves aside whole under the
      *    Store Master's suffix, and the archived copy's presence
      *    keeps a second run from archiving the post-cutover journal
      *    by mistake. No Store Master conversion, no journal move.
       JOURNAL-ARCHIVE-PARA.
           IF WS-Archive-Suffix = SPACES
               DISPLAY "Store maintenance journal left as it is."
           ELSE
               MOVE SPACES TO WS-JrnChk-Name
               STRING "DataFiles\Assignment06_StoreMaintJournal.dat_"
                       DELIMITED BY SIZE
                   WS-Archive-Suffix DELIMITED BY SIZE
                   INTO WS-JrnChk-Name
               OPEN INPUT JRNCHK
               IF ws-JrnChk-Status = "00"
                   CLOSE JRNCHK
                   DISPLAY "Store maintenance journal already "-
                           "archived - skipped."
               ELSE
                   MOVE SPACES TO WS-Command
                   STRING "mv DataFiles/Assignment06_StoreMaint"-
                           "Journal.dat DataFiles/Assignment06_"-
                           "StoreMaintJournal.dat_" DELIMITED BY SIZE
                       WS-Archive-Suffix DELIMITED BY SIZE
                       " 2>/dev/null" DELIMITED BY SIZE
                       INTO WS-Command
                   CALL 'SYSTEM' USING WS-Command
                   DISPLAY "Store maintenance journal archived as *_",
                           WS-Archive-Suffix, " - the review starts "-
                           "fresh from the cutover."
               END-IF
           END-IF.

      * Is the file already in the layout WS-LC-Built-Version names?
      *    Back comes Y if so, or the version it is stamped - zero for
      *    no stamp at all, which is a file still as last written.
       LAYOUT-OLD-PARA.
           MOVE "C" TO WS-LC-Action
           CALL "LayoutCheck" USING WS-Layout-Check.

      * Stamps the file just converted with the layout it is now in.
       LAYOUT-STAMP-PARA.
           MOVE "S" TO WS-LC-Action
           CALL "LayoutCheck" USING WS-Layout-Check
           DISPLAY "   ", WS-LC-File-ID, " stamped layout version ",
                   WS-LC-Built-Version, ".".

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
               DISPLAY " "
               DISPLAY "Press Enter to exit..."
               Accept ws-pressKeyToEnd.
               STOP RUN.

       end program StoreConvert.
