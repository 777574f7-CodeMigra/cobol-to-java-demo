      * as hourly, which is what every employee was until then.
      * A salaried employee is paid EMP-SALARY-AMT each period with
      * no timecard required and no overtime split.
      * Status 'T' is a terminated employee, kept apart from 'I' so
      * the quarterly and year-end reports can tell a separation
      * from an employee who is merely not being paid. EMP-TERM-DATE
      * and EMP-TERM-REASON come from the PAYROLL-MAINT termination
      * transaction. EMP-FINAL-PAY-PERIOD is zero until PAYROLL runs
      * the employee's final pay, then holds that run's period
      * ending; a terminated employee with it set in an earlier
      * period is settled and is not paid again.
      * EMP-PAY-GROUP puts the employee in a pay group, the unit a
      * run-control card pays: spaces is the original weekly group.
      * EMP-PAY-FREQ is how often that group is paid - weekly,
      * biweekly or semi-monthly - and every member of a group must
      * carry the group's frequency. A salaried employee's
      * EMP-SALARY-AMT is the amount for one period at that
      * frequency. A space reads as weekly, which is what every
      * employee was before the field existed.
      * EMP-WORK-STATE, EMP-RES-STATE and EMP-LOCAL-CODE are the
      * jurisdictions PAYROLL withholds state and local income tax
      * for - the state worked in, the state lived in and the city
      * or county levying a local tax - each with its own filing
      * status from the jurisdiction's tax table. A blank status
      * takes EMP-TAX-CODE; a blank resident state is the work
      * state; a blank jurisdiction is not withheld for.
      *----------------------------------------------------------------
       01 EMPLOYEE-RECORD.
          05 EMP-ID            PIC X(6).
          05 EMP-STATUS        PIC X(1).
             88 EMP-ACTIVE     VALUE 'A'.
             88 EMP-INACTIVE   VALUE 'I'.
             88 EMP-TERMINATED VALUE 'T'.
          05 EMP-PAY-TYPE      PIC X(1).
             88 EMP-HOURLY     VALUE 'H' ' '.
             88 EMP-SALARIED   VALUE 'S'.
          05 EMP-SALARY-AMT    PIC 9(5)V99.
          05 EMP-TERM-DATE     PIC 9(6).
          05 EMP-TERM-REASON   PIC X(1).
             88 EMP-TERM-RESIGNED   VALUE 'V'.
             88 EMP-TERM-DISCHARGED VALUE 'I'.
             88 EMP-TERM-LAID-OFF   VALUE 'L'.
             88 EMP-TERM-RETIRED    VALUE 'R'.
             88 EMP-TERM-DECEASED   VALUE 'D'.
             88 EMP-TERM-OTHER      VALUE 'O'.
             88 EMP-TERM-REASON-OK  VALUE 'V' 'I' 'L' 'R' 'D' 'O'.
          05 EMP-FINAL-PAY-PERIOD PIC 9(6).
          05 EMP-PAY-GROUP     PIC X(2).
          05 EMP-PAY-FREQ      PIC X(1).
             88 EMP-FREQ-WEEKLY      VALUE 'W' ' '.
             88 EMP-FREQ-BIWEEKLY    VALUE 'B'.
             88 EMP-FREQ-SEMIMONTHLY VALUE 'S'.
             88 EMP-FREQ-VALID       VALUE 'W' ' ' 'B' 'S'.
          05 EMP-WORK-STATE    PIC X(2).
          05 EMP-WORK-ST-STATUS PIC X(2).
          05 EMP-RES-STATE     PIC X(2).
          05 EMP-RES-ST-STATUS PIC X(2).
          05 EMP-LOCAL-CODE    PIC X(4).
          05 EMP-LOCAL-STATUS  PIC X(2).
          05 FILLER            PIC X(2).
