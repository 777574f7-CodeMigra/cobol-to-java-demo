      *----------------------------------------------------------------
      * STRMSTAT.CPY - Job-stream status record layout
      * One record per run, keyed by the run-control card's
      * RC-RUN-NUMBER, with one slot per stream step. Each step
      * program checks the slots it depends on before it writes
      * anything, marks its own slot started, and records its end
      * date, time and return code when it finishes. STREAM-STAT
      * applies supervisors' override cards to the slots and
      * reports where every open run stands.
      * Step slots, in stream order:
      *   1 TIMECARD-LOAD        6 ACH-RELEASE
      *   2 PAYROLL-EDIT         7 PAYROLL-QTR, quarter ('Q') run
      *   3 PAYROLL-ADJ          8 PAYROLL-QTR, year-end ('Y') run
      *   4 PAYROLL, or          9 PAYROLL-YEC
      *     PAYROLL-SUPP on a supplemental run
      *   5 PAYROLL-BAL
      * A step has finished cleanly when it ended with a return code
      * under 8. A step stopped by a fatal error (return code 16)
      * or an abend is left 'S' - started, never finished - and may
      * be run again. 'O' is a step a supervisor skipped on an
      * override card; SS-OVERRIDE-BY names who authorized it.
      * SS-RUN-TYPE is 'R' for the regular weekly stream and 'S'
      * for a supplemental run, which has no timecard, edit or
      * adjustment steps. SS-PAY-GROUP is the pay group the run
      * pays, from the run-control card; a step whose card names
      * another group is refused, so two groups can never share a
      * run number's record.
      *----------------------------------------------------------------
       01 STREAM-STATUS-RECORD.
          05 SS-RUN-NUMBER        PIC 9(4).
          05 SS-PERIOD-ENDING     PIC 9(6).
          05 SS-CHECK-DATE        PIC 9(6).
          05 SS-RUN-TYPE          PIC X(1).
             88 SS-SUPPLEMENTAL-RUN VALUE 'S'.
          05 SS-OPENED-DATE       PIC 9(6).
          05 SS-STEP OCCURS 9 TIMES.
             10 SS-STEP-STATE     PIC X(1).
                88 SS-STEP-NOT-RUN    VALUE ' '.
                88 SS-STEP-STARTED    VALUE 'S'.
                88 SS-STEP-ENDED      VALUE 'E'.
                88 SS-STEP-OVERRIDDEN VALUE 'O'.
             10 SS-START-DATE     PIC 9(6).
             10 SS-START-TIME     PIC 9(4).
             10 SS-END-DATE       PIC 9(6).
             10 SS-END-TIME       PIC 9(4).
             10 SS-STEP-RC        PIC 9(4).
                88 SS-STEP-RC-CLEAN   VALUE 0 THRU 7.
             10 SS-OVERRIDE-BY    PIC X(8).
          05 SS-PAY-GROUP         PIC X(2).
          05 FILLER               PIC X(18).
