      * The restart checkpoint needs no converting - it only matters   *
      *    mid-run, and cutover happens between runs. Any pending      *
      *    gift-correction records are small enough to re-key.         *
      *                                                                *
      *MODIFICATION HISTORY:                                           *
      *  OCTOBER 15 2026 - The new pay-history layout carries the      *
      *    weekly hours field - converted records get zero hours.      *
      *  OCTOBER 15 2026 - New pay-history layout carries the bonus    *
      *    and taxable-benefit fields, converted as zero.              *
      *  OCTOBER 15 2026 - Pay-history layout picks up the             *
      *    garnishment, savings-plan and extra-withholding split of    *
      *    the elections.                                              *
      *  OCTOBER 15 2026 - Each file converted is stamped with its new *
      *    layout version, so the programs built for that layout       *
      *    accept it.                                                  *
      *  OCTOBER 15 2026 - The new weekly-file and pay-history layouts *
      *    carry the second-week hours and the pay group - converted   *
      *    records get zero hours and the weekly group.                *
      ******************************************************************
       identification division.
       program-id. EmpIDConvert.
               05  New-Wk-EmpID       PIC 9(9).
               05  New-Wk-Store       PIC 9(4).
           03  New-Wk-Rest            PIC X(58).
           03  New-Wk-Hours2          PIC 99V9.

       FD PAYHISTNEW.
       01 NewPayHRec.
           03  New-PayH-Benefit       PIC 999V99.
           03  New-PayH-Other         PIC 9(6)V99.
           03  New-PayH-Net           PIC 9(7)V99.
           03  New-PayH-Hours         PIC 9(3)V9.
           03  New-PayH-Bonus         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           03  New-PayH-TxBen         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           03  New-PayH-Garnish       PIC 9(6)V99.
           03  New-PayH-Savings       PIC 9(6)V99.
           03  New-PayH-Extra-WH      PIC 9(6)V99.
           03  New-PayH-Pay-Group     PIC X.

       FD ACCRNEW.
       01 NewAccrRec.

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The layout stamp - set once a file is converted, so the
      *    programs built for the new layout accept it.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "S".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 1.
           03 WS-LC-Program        PIC X(20) value "EmpIDConvert".
           03 WS-LC-Log-Flag       PIC X value "N".
           03 WS-LC-Result         PIC X value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 ws-WeekOld-Status    PIC XX value "00".
       01 ws-PayHOld-Status    PIC XX value "00".
       01 ws-AccrOld-Status    PIC XX value "00".
               MOVE Old-Wk-EmpID TO New-Wk-EmpID
               MOVE Old-Wk-Store TO New-Wk-Store
               MOVE Old-Wk-Rest TO New-Wk-Rest
               MOVE 0 TO New-Wk-Hours2
               WRITE NewWkRec
               ADD 1 TO WS-Converted-Count
           END-IF.
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Pay history: ", WS-Converted-Count,
                       " record(s) converted."
               MOVE "PAYHISTORY" TO WS-LC-File-ID
               MOVE 2 TO WS-LC-Built-Version
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       PAYHIST-COPY-PARA.
               MOVE 0 TO New-PayH-Benefit
               MOVE 0 TO New-PayH-Other
               MOVE 0 TO New-PayH-Net
               MOVE 0 TO New-PayH-Hours
               MOVE 0 TO New-PayH-Bonus
               MOVE 0 TO New-PayH-TxBen
               MOVE 0 TO New-PayH-Garnish
               MOVE 0 TO New-PayH-Savings
               MOVE 0 TO New-PayH-Extra-WH
               MOVE "W" TO New-PayH-Pay-Group
               WRITE NewPayHRec
               ADD 1 TO WS-Converted-Count
           END-IF.
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Leave accrual: ", WS-Converted-Count,
                       " record(s) converted."
               MOVE "LEAVEACCRUAL" TO WS-LC-File-ID
               MOVE 1 TO WS-LC-Built-Version
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       ACCRUAL-COPY-PARA.
               CALL 'SYSTEM' USING WS-Command
               DISPLAY "Recognition register: ", WS-Converted-Count,
                       " record(s) converted."
               MOVE "RECOGNITION" TO WS-LC-File-ID
               MOVE 1 TO WS-LC-Built-Version
               PERFORM LAYOUT-STAMP-PARA
           END-IF.

       RECOG-COPY-PARA.
                       "fresh from the cutover."
           END-IF.

      * Stamps the file just converted with the layout it is now in.
       LAYOUT-STAMP-PARA.
           CALL "LayoutCheck" USING WS-Layout-Check
           DISPLAY "   ", WS-LC-File-ID, " stamped layout version ",
                   WS-LC-Built-Version, ".".

      * Same as the continue PARA but kills the program, and cleans
      *    up anything else that needs it, like closing file streams.
       END-PARA.
