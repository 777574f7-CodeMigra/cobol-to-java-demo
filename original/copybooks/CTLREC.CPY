      * Written by PAYROLL at end of run, read by PAYROLL-BAL to
      * reconcile the register against the ACH file, the YTD file
      * and the deduction withholdings. One record per run.
      * PAYROLL-SUPP writes the same record for a supplemental run.
      * CTL-RUN-NUMBER is the run-control card's run number, so a
      * regular and a supplemental run for the same period ending
      * cannot be mistaken for one another downstream.
      * CTL-PAY-GROUP is the pay group the run paid, so one group's
      * totals are never reconciled or released under another's card.
      *----------------------------------------------------------------
       01 CONTROL-TOTALS-RECORD.
          05 CTL-RUN-DATE       PIC 9(6).
          05 CTL-POSTTAX-DED    PIC 9(9)V99.
          05 CTL-CHECK-TOTAL    PIC 9(9)V99.
          05 CTL-PERIOD-END     PIC 9(6).
          05 CTL-RUN-NUMBER     PIC 9(4).
          05 CTL-PAY-GROUP      PIC X(2).
