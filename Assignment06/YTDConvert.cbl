      *    writes one cell record per store/job code, keeps the old    *
      *    file beside it as *_blob, and moves the fresh copy into     *
      *    place. Run once at cutover, with no other job running.      *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - The converted master is stamped with its    *
      *    new layout version, so the programs built for that layout   *
      *    accept it.                                                  *
      ******************************************************************
       identification division.
       program-id. YTDConvert.

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The layout stamp - set once a file is converted, so the
      *    programs built for the new layout accept it.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "S".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 1.
           03 WS-LC-Program        PIC X(20) value "YTDConvert".
           03 WS-LC-Log-Flag       PIC X value "N".
           03 WS-LC-Result         PIC X value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-YTDOld-Status     PIC XX value "00".
       01 ws-YTDNew-Status     PIC XX value "00".
       01 WS-Confirm-Answer    PIC X(3) value SPACES.
                    "Assignment#6_YTDMaster.dat" TO WS-Command
               CALL 'SYSTEM' USING WS-Command
               DISPLAY WS-Converted-Count, " cell(s) converted."
               MOVE "YTDMASTER" TO WS-LC-File-ID
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       STORE-CONVERT-PARA.
           WRITE NewYTDRec
           ADD 1 TO WS-Converted-Count.

      * Stamps the file just converted with the layout it is now in.
       LAYOUT-STAMP-PARA.
           CALL "LayoutCheck" USING WS-Layout-Check
           DISPLAY "   ", WS-LC-File-ID, " stamped layout version ",
                   WS-LC-Built-Version, ".".

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
