      *----------------------------------------------------------------
      * RUNCTL.CPY - Run-control card layout
      * Shared by TIMECARD-LOAD, PAYROLL-EDIT, PAYROLL-ADJ, PAYROLL,
      * PAYROLL-SUPP, PAYROLL-BAL, ACH-RELEASE, PAYROLL-QTR and
      * PAYROLL-YEC so the whole stream reads the same card. One
      * card per weekly stream, keyed by the operator before the
      * first step: the pay-period ending date every timecard must
      * carry, the check date, and the run number. PAYROLL refuses
      * to start when the period is already on its completed-run
      * log, so the card is what stands between the stream and a
      * double pay run - not an operator's memory.
      * RC-RUN-TYPE 'S' makes the card a supplemental run's, for
      * PAYROLL-SUPP: same period ending as the week it pays in, its
      * own run number, and the completed-run log takes it
      * alongside the period's regular run. Blank or 'R' is the
      * regular weekly run.
      * RC-RUN-NUMBER is also the key of the stream status file
      * (STRMSTAT.CPY) on which each of those steps checks the
      * steps before it and records its own start and finish. The
      * stream record carries the pay group, so each group's run
      * needs a run number of its own; a card reusing another
      * group's is refused.
      * RC-PAY-GROUP names the pay group the stream pays (spaces is
      * the original weekly group) and RC-PAY-FREQ that group's pay
      * frequency: 'W' or blank weekly, 'B' biweekly, 'S'
      * semi-monthly. Only that group's employees and timecards are
      * loaded, edited and paid, and the completed-run log is kept
      * per group and period. RC-PERIOD-START is the first day of a
      * biweekly or semi-monthly period - timecards may carry any
      * week ending from it through RC-PERIOD-ENDING. A weekly card
      * leaves it zero and every timecard carries the period ending.
      *----------------------------------------------------------------
       01 RUN-CONTROL-RECORD.
          05 RC-PERIOD-ENDING   PIC 9(6).
          05 RC-RUN-NUMBER      PIC 9(4).
          05 RC-RUN-NUMBER-X REDEFINES RC-RUN-NUMBER
                                PIC X(4).
          05 RC-RUN-TYPE        PIC X(1).
             88 RC-REGULAR-RUN  VALUE ' ' 'R'.
             88 RC-SUPPLEMENTAL-RUN VALUE 'S'.
          05 RC-PAY-GROUP       PIC X(2).
          05 RC-PAY-FREQ        PIC X(1).
             88 RC-FREQ-WEEKLY       VALUE 'W' ' '.
             88 RC-FREQ-BIWEEKLY     VALUE 'B'.
             88 RC-FREQ-SEMIMONTHLY  VALUE 'S'.
             88 RC-FREQ-VALID        VALUE 'W' ' ' 'B' 'S'.
          05 RC-PERIOD-START    PIC 9(6).
          05 RC-PERIOD-START-X REDEFINES RC-PERIOD-START
                                PIC X(6).
          05 FILLER             PIC X(54).
