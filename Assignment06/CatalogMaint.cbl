      *    under the winner's sales wins, same ruling the            *
      *    commission lookup gives. The file is rewritten in full    *
      *    after every applied change.                                *
      *                                                               *
      *MODIFICATION HISTORY:                                          *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      ******************************************************************
       identification division.
       program-id. CatalogMaint.

       WORKING-STORAGE SECTION.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "CatalogMaint".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-Catalog-Status    PIC XX value "00".
       01 ws-Menu-Choice       PIC 9 value 0.
           88 DONE-WITH-MENU   value 5.

       PROCEDURE DIVISION.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM INSTRUCT-PARA.
           PERFORM LOAD-PARA.
           PERFORM MENU-PARA UNTIL DONE-WITH-MENU.
           MOVE WS-Row-Cost(WS-Row-Sub) TO Cat-Cost
           WRITE CatalogRec.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "GIFTCATALOG" TO WS-LC-File-ID
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
