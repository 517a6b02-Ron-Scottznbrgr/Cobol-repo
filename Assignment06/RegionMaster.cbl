      *    Store Master gets. The Store Master edit validates         *
      *    Store-Region against it, and the weekly salary run cuts    *
      *    one distribution report per region off it.                 *
      *                                                               *
      *MODIFICATION HISTORY:                                          *
      *  OCTOBER 15 2026 - Region-Target-Ratio added to the record -  *
      *    the labour-to-sales percent the region's stores are held   *
      *    to, keyed with the region.                                 *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      ******************************************************************
       identification division.
       program-id. RegionMaster.
           03  Region-Code         PIC X(10).
           03  Region-Name         PIC X(20).
           03  Region-Manager      PIC X(20).
      * Salary expense as a percent of sales the region's stores are
      *    held to on the labour-to-sales report. Zero = none set.
           03  Region-Target-Ratio PIC 99V9.

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "RegionMaster".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Region-Status     PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.
       01 ws-Edit-Flag         PIC X value "Y".
           88 EDIT-PASSED      value "Y".
           88 EDIT-FAILED      value "N".
       01 ws-Target-Edited     PIC Z9.9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM OPEN-FILE-PARA.
           PERFORM MENU-PARA UNTIL DONE-WITH-MENU.
           display "You can Add, Change, Delete, or Inquire on a"
           display "region record, keyed by Region Code - the ten"
           display "characters the Store Master carries as the"
           display "store's region, and the target labour-to-sales"
           display "percent its stores are held to."
           DISPLAY "---------------------------------------------------"
           display " ".

           DISPLAY "Region Name: " WITH NO ADVANCING
           ACCEPT Region-Name
           DISPLAY "Regional Manager: " WITH NO ADVANCING
           ACCEPT Region-Manager
           DISPLAY "Target Labour-to-Sales % (e.g. 12.5, 0 for "-
                   "none): " WITH NO ADVANCING
           ACCEPT Region-Target-Ratio.

      * Runs every field-level edit over the record currently held
      *    in RegionRecord. EDIT-FAILED is left set if any one of
           IF Region-Name = SPACES
               DISPLAY "Region name cannot be blank."
               SET EDIT-FAILED TO TRUE
           END-IF
           IF Region-Target-Ratio NOT NUMERIC
               DISPLAY "Target ratio must be a percent, e.g. 12.5."
               SET EDIT-FAILED TO TRUE
           END-IF.

       ADD-PARA.
               DISPLAY "Region Code    : ", Region-Code
               DISPLAY "Name           : ", Region-Name
               DISPLAY "Manager        : ", Region-Manager
               MOVE Region-Target-Ratio TO ws-Target-Edited
               DISPLAY "Labour Target %: ", ws-Target-Edited
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
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
