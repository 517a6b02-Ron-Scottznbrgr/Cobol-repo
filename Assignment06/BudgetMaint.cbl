      *    that copies the current budget adjusted by a percent into   *
      *    a next-year file finance can review and swap in, so the     *
      *    annual budget load stops being an afternoon of typing.      *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    weather city.                                               *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    province.                                                   *
      ******************************************************************
       identification division.
       program-id. BudgetMaint.
           03  Store-Manager       PIC X(20).
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
      * The weather city whose temperature history stands for the
      *    store - a name on Assignment05's city list, blank if none.
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "BudgetMaint".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Budget-Status     PIC XX value "00".
       01 ws-NextYear-Status   PIC XX value "00".
       01 ws-StoreMaster-Status PIC XX value "00".

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM LOAD-PARA.
           PERFORM STOREMASTER-OPEN-PARA.
           MOVE WS-Row-Amount(WS-Row-Sub) TO Bud-Amount
           WRITE BudgetRec.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "BUDGETMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
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
