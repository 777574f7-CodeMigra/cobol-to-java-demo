      * the balance is floored at zero - the hours are still paid.
      * The remaining balances print on the pay stub next to the
      * YTD line. Holiday hours carry no balance.
      * At termination PAYROLL pays the vacation balance out with the
      * final pay and zeroes it; LB-PAYOUT-HRS keeps the hours paid
      * so a restart of that run pays the same hours again.
      *----------------------------------------------------------------
       01 LEAVE-BALANCE-RECORD.
          05 LB-EMP-ID         PIC X(6).
          05 LB-VAC-BALANCE    PIC 9(4)V9.
          05 LB-SICK-BALANCE   PIC 9(4)V9.
          05 LB-PAYOUT-HRS     PIC 9(4)V9.
          05 FILLER            PIC X(5).
