      *    file. Copies and deletes go through CALL 'SYSTEM', the     *
      *    same way Assignment05 clears the screen - forward-slash    *
      *    paths, for the same terminal those programs run in.        *
      *                                                               *
      *MODIFICATION HISTORY:                                          *
      *  OCTOBER 15 2026 - The payroll journal and its proof report   *
      *    are archived with the week's other artifacts.              *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared    *
      *    file it uses before opening any of them, and stops with    *
      *    return code 12 on a mismatch.                              *
      ******************************************************************
       identification division.
       program-id. ArchiveUtility.

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "ArchiveUtility".
           03 WS-LC-Log-Flag       PIC X value "Y".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-RunCtl-Status     PIC XX value "00".
       01 ws-Index-Status      PIC XX value "00".
       01 ws-TrimIn-Status     PIC XX value "00".
           03 FILLER PIC X(40) VALUE "DataFiles/VarianceAudit.rpt".
           03 FILLER PIC X(40) VALUE "DataFiles/GiftOrders.csv".
           03 FILLER PIC X(40) VALUE "DataFiles/BankPayments.dat".
           03 FILLER PIC X(40) VALUE "DataFiles/GLJournal.csv".
           03 FILLER PIC X(40) VALUE "DataFiles/PayrollJournal.rpt".
       01 WS-Archive-Name-Tbl REDEFINES WS-Archive-Names.
           03 WS-Archive-Name OCCURS 11 TIMES PIC X(40).
       01 WS-Base-Name         PIC X(40) value SPACES.
       01 WS-Target-Name       PIC X(70) value SPACES.


       procedure division.
       PROG.
           PERFORM LAYOUT-CHECK-PARA.
           PERFORM RUNCONTROL-PARA.
           IF WS-Week-Ending = 0
               IF UNATTENDED-RUN
      *    index line so the purge can find it again later.
       ARCHIVE-PARA.
           PERFORM VARYING WS-File-Sub FROM 1 BY 1
                   UNTIL WS-File-Sub > 11
               MOVE WS-Archive-Name(WS-File-Sub) TO WS-Base-Name
               MOVE SPACES TO WS-Target-Name
               STRING "DataFiles/Archive_" DELIMITED BY SIZE
                   END-IF
           END-READ.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "RECOGNITION" TO WS-LC-File-ID
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
