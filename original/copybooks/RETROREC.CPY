      *----------------------------------------------------------------
      * RETROREC.CPY - Retroactive pay record layout
      * Shared by RETRO-PAY, which calculates back pay from the pay
      * history, and PAYROLL, which pays it on the employee's next
      * weekly payment as its own earnings line. Keyed by employee
      * id - one record per employee, carrying the latest retro
      * calculated for them.
      * RTR-STATUS 'P' is calculated and waiting to be paid; 'D' is
      * paid, with RTR-PAID-PERIOD the period ending it was paid in
      * so a restarted or rerun PAYROLL for that period pays the
      * same amount again instead of dropping it. RTR-NEW-RATE,
      * RTR-EFF-DATE and RTR-THRU-WEEK record the increase and the
      * weeks it covered, so a later increase over the same weeks
      * pays only the step above what this one already paid.
      *----------------------------------------------------------------
       01 RETRO-RECORD.
          05 RTR-EMP-ID         PIC X(6).
          05 RTR-STATUS         PIC X(1).
             88 RTR-PENDING     VALUE 'P'.
             88 RTR-PAID        VALUE 'D'.
          05 RTR-AMOUNT         PIC 9(7)V99.
          05 RTR-WEEKS          PIC 9(3).
          05 RTR-NEW-RATE       PIC 9(4)V99.
          05 RTR-EFF-DATE       PIC 9(6).
          05 RTR-THRU-WEEK      PIC 9(6).
          05 RTR-CALC-DATE      PIC 9(6).
          05 RTR-PAID-PERIOD    PIC 9(6).
          05 FILLER             PIC X(31).
