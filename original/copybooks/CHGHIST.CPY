      *----------------------------------------------------------------
      * CHGHIST.CPY - Master change history record layout
      * Shared by PAYROLL-MAINT, DEDUCT-MAINT and BANKACCT-MAINT,
      * which write one record for every master field a transaction
      * changes, and CHGHIST-INQ, which lists and screens them.
      * Keyed by employee, then run date and time, so an employee's
      * changes read back in the order they were applied; CH-SOURCE
      * names the program that wrote the record ('E' employee
      * master, 'D' deductions, 'B' bank account) and CH-SEQ counts
      * records within the run, keeping every key unique.
      * CH-BEFORE and CH-AFTER hold the field's value as it prints -
      * spaces before an add, the old value after a delete.
      * CH-EMP-STATUS is the employee's master status at the time of
      * the change. CH-FIELD-CLASS groups the fields the high-risk
      * screen looks for: bank account, pay rate, name.
      *----------------------------------------------------------------
       01 CHANGE-HISTORY-RECORD.
          05 CH-KEY.
             10 CH-EMP-ID         PIC X(6).
             10 CH-CHANGE-DATE    PIC 9(6).
             10 CH-CHANGE-TIME    PIC 9(8).
             10 CH-SOURCE         PIC X(1).
                88 CH-FROM-EMPLOYEE  VALUE 'E'.
                88 CH-FROM-DEDUCTION VALUE 'D'.
                88 CH-FROM-BANK      VALUE 'B'.
             10 CH-SEQ            PIC 9(4).
          05 CH-TRANS-CODE        PIC X(1).
          05 CH-OPER-REF          PIC X(10).
          05 CH-EMP-STATUS        PIC X(1).
          05 CH-FIELD-NAME        PIC X(12).
          05 CH-FIELD-CLASS       PIC X(1).
             88 CH-BANK-CHANGE    VALUE 'B'.
             88 CH-RATE-CHANGE    VALUE 'R'.
             88 CH-NAME-CHANGE    VALUE 'N'.
             88 CH-OTHER-CHANGE   VALUE 'O'.
          05 CH-BEFORE            PIC X(30).
          05 CH-AFTER             PIC X(30).
          05 FILLER               PIC X(10).
