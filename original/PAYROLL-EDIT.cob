      * timecard file and the deductions master, printed on an edit
      * report with a summary count, RETURN-CODE 8 when anything is
      * flagged so the stream stops until someone signs off.
      * The sign-off is a supervisor's override card for this step
      * in STREAM-STAT: PAYROLL will not start on the stream status
      * file until the edit has finished cleanly or been overridden.
      * Week-over-week checks (rate tolerance, deductions dropped)
      * compare against the snapshot this program wrote last week
      * (UT-S-EDTPRV) and write this week's (UT-S-EDTSNAP) for the
      * next run; on the first ever run the prior snapshot is
      * simply absent and those checks do not fire.
      * The edit covers the pay group the run-control card names.
      * Another group's employees are passed over, their snapshot
      * records carried forward untouched so the one snapshot file
      * serves every group's stream; a member of the group whose
      * master carries another pay frequency is flagged. Timecard
      * week endings are checked against the card's period and the
      * hours ceiling is scaled from weekly to the period.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-EDIT.
           SELECT EDIT-REPORT
               ASSIGN TO UT-S-EDITRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-STATUS-FILE
               ASSIGN TO UT-S-STRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-RUN-NUMBER
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD TIMECARD-FILE

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       FD PRIOR-SNAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 EDIT-LINE              PIC X(80).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-TIMECARD-STATUS     PIC XX VALUE SPACES.
       01 WS-DED-STATUS          PIC XX VALUE SPACES.
       01 WS-PRIOR-STATUS        PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
       01 WS-PERIOD-START        PIC 9(6) VALUE ZERO.
       01 WS-PERIODS-PER-YEAR    PIC 9(2) VALUE 52.
       01 WS-TC-WEEK-X           PIC X(6) VALUE SPACES.
       01 WS-TC-WEEK-NUM REDEFINES WS-TC-WEEK-X
                                 PIC 9(6).

      *----------------------------------------------------------------
      * PAYROLL-EDIT is step 2 of the stream (STRMSTAT.CPY) and needs
      * the timecard load finished. An edit that held the run may be
      * rerun once the exceptions are corrected; one that approved
      * it is not rerun without a supervisor's override.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 2.
       01 WS-STRM-PREREQ         PIC X(9) VALUE 'Y        '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.
       01 WS-STRM-DATE           PIC 9(6) VALUE ZERO.
       01 WS-STRM-TIME.
          05 WS-STRM-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

       01 WS-EOF-FLAG            PIC X VALUE 'N'.
          88 END-OF-FILE         VALUE 'Y'.
       01 WS-TC-TOTAL-HOURS      PIC 9(4)V9 VALUE ZERO.
       01 WS-HAS-DED-FLAG        PIC X VALUE 'N'.
          88 HAS-DEDUCTIONS      VALUE 'Y'.
       01 WS-SETTLED-FLAG        PIC X VALUE 'N'.
          88 EMP-SETTLED         VALUE 'Y'.

       01 WS-ACTIVE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-EDIT-COUNT          PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Edit tolerances. The hours ceiling is the most a week's
      * timecards can carry without a supervisor's sign-off, and
      * WS-HOURS-CEILING-USE the same for the group's pay period;
      * the rate band is the fraction of last week's rate a change
      * may move before it is flagged.
      *----------------------------------------------------------------
       01 WS-HOURS-CEILING       PIC 9(3)V9 VALUE 080.0.
       01 WS-HOURS-CEILING-USE   PIC 9(3)V9 VALUE 080.0.
       01 WS-RATE-TOLERANCE-PCT  PIC V99 VALUE .25.
       01 WS-RATE-TOLERANCE      PIC 9(4)V99 VALUE ZERO.
       01 WS-RATE-DIFF           PIC 9(4)V99 VALUE ZERO.
           PERFORM 1000-INIT
           PERFORM 2000-CHECK-ONE-EMPLOYEE UNTIL END-OF-FILE
           PERFORM 3000-WRAPUP
           PERFORM 3900-RECORD-STREAM-END
           STOP RUN.

       1000-INIT.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-STREAM
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT TIMECARD-FILE
           IF WS-TIMECARD-STATUS = '00'
           END-READ.

      *----------------------------------------------------------------
      * The run-control card names the pay period and pay group this
      * edit gates. No usable card stops the run outright - an edit
      * report that cannot say which week it approved approves
      * nothing. A supplemental run's card is refused: that run has
      * no edit step.
      *----------------------------------------------------------------
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
               DISPLAY 'PAYROLL-EDIT: RUN CONTROL CARD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RC-SUPPLEMENTAL-RUN
               DISPLAY 'PAYROLL-EDIT: SUPPLEMENTAL CARD - USE THE '
                   'REGULAR RUN CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RC-FREQ-VALID
               DISPLAY 'PAYROLL-EDIT: RUN CONTROL PAY FREQUENCY '
                   'INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RC-FREQ-WEEKLY
               MOVE RC-PERIOD-ENDING TO WS-PERIOD-START
           ELSE
               IF RC-PERIOD-START-X NOT NUMERIC
                       OR RC-PERIOD-START = ZERO
                       OR RC-PERIOD-START > RC-PERIOD-ENDING
                   DISPLAY 'PAYROLL-EDIT: RUN CONTROL PERIOD START '
                       'INVALID'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RC-PERIOD-START TO WS-PERIOD-START
           END-IF
           EVALUATE TRUE
               WHEN RC-FREQ-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN RC-FREQ-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 52 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           IF WS-PERIODS-PER-YEAR NOT = 52
               COMPUTE WS-HOURS-CEILING-USE ROUNDED =
                   WS-HOURS-CEILING * 52 / WS-PERIODS-PER-YEAR
           END-IF.

      *----------------------------------------------------------------
      * Stream sequence check, made before anything is written: the
      * steps this one depends on must have finished with a return
      * code under 8 or been skipped on a supervisor's override
      * card, and a step already finished cleanly for the run is not
      * run twice. Passing records the step as started on the
      * stream status file.
      *----------------------------------------------------------------
       1150-CHECK-STREAM.
           ACCEPT WS-STRM-DATE FROM DATE
           ACCEPT WS-STRM-TIME FROM TIME
           MOVE RC-RUN-NUMBER TO WS-STRM-RUN-NUMBER
           MOVE 'R' TO WS-STRM-RUN-TYPE
           IF RC-SUPPLEMENTAL-RUN
               MOVE 'S' TO WS-STRM-RUN-TYPE
           END-IF
           OPEN I-O STREAM-STATUS-FILE
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-STATUS-FILE
               CLOSE STREAM-STATUS-FILE
               OPEN I-O STREAM-STATUS-FILE
           END-IF
           MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
           READ STREAM-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STRM-FOUND-FLAG
           END-READ
           IF STREAM-RUN-FOUND
               IF SS-PERIOD-ENDING NOT = RC-PERIOD-ENDING
                       OR SS-RUN-TYPE NOT = WS-STRM-RUN-TYPE
                       OR SS-PAY-GROUP NOT = RC-PAY-GROUP
                   DISPLAY 'PAYROLL-EDIT: RUN ' RC-RUN-NUMBER-X
                       ' IS PERIOD ' SS-PERIOD-ENDING
                       ' TYPE ' SS-RUN-TYPE ' GROUP ' SS-PAY-GROUP
                       ' ON STREAM FILE'
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           ELSE
               MOVE SPACES             TO STREAM-STATUS-RECORD
               MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
               MOVE RC-PERIOD-ENDING   TO SS-PERIOD-ENDING
               MOVE RC-CHECK-DATE      TO SS-CHECK-DATE
               MOVE WS-STRM-RUN-TYPE   TO SS-RUN-TYPE
               MOVE RC-PAY-GROUP       TO SS-PAY-GROUP
               MOVE WS-STRM-DATE       TO SS-OPENED-DATE
               PERFORM 1160-CLEAR-STREAM-STEP
                   VARYING WS-STRM-SUB FROM 1 BY 1
                   UNTIL WS-STRM-SUB > 9
           END-IF
           IF NOT STREAM-REFUSED
               PERFORM 1170-CHECK-ONE-PREREQ
                   VARYING WS-STRM-SUB FROM 1 BY 1
                   UNTIL WS-STRM-SUB > 9
               IF SS-STEP-OVERRIDDEN (WS-STRM-STEP)
                       OR (SS-STEP-ENDED (WS-STRM-STEP)
                           AND SS-STEP-RC-CLEAN (WS-STRM-STEP))
                   DISPLAY 'PAYROLL-EDIT: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'PAYROLL-EDIT: RUN STOPPED - STREAM SEQUENCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S'          TO SS-STEP-STATE (WS-STRM-STEP)
           MOVE WS-STRM-DATE TO SS-START-DATE (WS-STRM-STEP)
           MOVE WS-STRM-HHMM TO SS-START-TIME (WS-STRM-STEP)
           MOVE ZERO         TO SS-END-DATE (WS-STRM-STEP)
                                SS-END-TIME (WS-STRM-STEP)
                                SS-STEP-RC (WS-STRM-STEP)
           IF STREAM-RUN-FOUND
               REWRITE STREAM-STATUS-RECORD
           ELSE
               WRITE STREAM-STATUS-RECORD
           END-IF
           CLOSE STREAM-STATUS-FILE.

       1160-CLEAR-STREAM-STEP.
           MOVE SPACE  TO SS-STEP-STATE (WS-STRM-SUB)
           MOVE ZERO   TO SS-START-DATE (WS-STRM-SUB)
                          SS-START-TIME (WS-STRM-SUB)
                          SS-END-DATE (WS-STRM-SUB)
                          SS-END-TIME (WS-STRM-SUB)
                          SS-STEP-RC (WS-STRM-SUB)
           MOVE SPACES TO SS-OVERRIDE-BY (WS-STRM-SUB).

       1170-CHECK-ONE-PREREQ.
           IF WS-STRM-NEED (WS-STRM-SUB) = 'N'
                   AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB)
               DISPLAY 'PAYROLL-EDIT: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'PAYROLL-EDIT: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The timecard checks are hourly-only: a salaried employee is
      * paid with or without a card and the hours ceiling guards the
      * overtime split salaried pay never enters. A terminated
      * employee whose final pay went out in an earlier period is
      * not on the run and is passed over like an inactive one, and
      * so is an employee in another pay group - whose snapshot
      * record goes forward as it was for that group's own edit.
      *----------------------------------------------------------------
       2000-CHECK-ONE-EMPLOYEE.
           IF EMP-PAY-GROUP NOT = RC-PAY-GROUP
               PERFORM 2050-CARRY-OTHER-GROUP
           ELSE
               PERFORM 2010-CHECK-GROUP-EMPLOYEE
           END-IF
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2010-CHECK-GROUP-EMPLOYEE.
           MOVE 'N' TO WS-SETTLED-FLAG
           IF EMP-TERMINATED
                   AND EMP-FINAL-PAY-PERIOD NUMERIC
                   AND EMP-FINAL-PAY-PERIOD > ZERO
                   AND EMP-FINAL-PAY-PERIOD NOT = RC-PERIOD-ENDING
               MOVE 'Y' TO WS-SETTLED-FLAG
           END-IF
           IF NOT EMP-INACTIVE AND NOT EMP-SETTLED
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM 2100-MATCH-PRIOR-SNAP
               IF NOT EMP-SALARIED
               PERFORM 2400-CHECK-UNION-CODE
               PERFORM 2500-CHECK-DEDUCTIONS
               PERFORM 2600-WRITE-SNAPSHOT
               IF EMP-PAY-FREQ NOT = RC-PAY-FREQ
                       AND NOT (EMP-FREQ-WEEKLY AND RC-FREQ-WEEKLY)
                   MOVE 'PAY FREQ NOT THE GROUP''S' TO EL-MESSAGE
                   MOVE ZERO TO EL-AMOUNT
                   PERFORM 2800-WRITE-EDIT-LINE
               END-IF
           END-IF.

       2050-CARRY-OTHER-GROUP.
           PERFORM 2100-MATCH-PRIOR-SNAP
           IF PRIOR-MATCH
               MOVE PRIOR-SNAP-RECORD TO NEW-SNAP-RECORD
               WRITE NEW-SNAP-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Both the employee master (sequential retrieval on its key)
      *----------------------------------------------------------------
      * An employee may have several cards - one per day or per job -
      * so the checks run against the sum of the cards under the id:
      * the ceiling guards the period's total hours, and one
      * mismatch line covers the employee however many cards carry
      * a week ending outside the period.
      *----------------------------------------------------------------
       2200-CHECK-TIMECARD.
           MOVE 'N'  TO WS-TC-FOUND-FLAG
                   MOVE ZERO TO EL-AMOUNT
                   PERFORM 2800-WRITE-EDIT-LINE
               END-IF
               IF WS-TC-TOTAL-HOURS > WS-HOURS-CEILING-USE
                   MOVE 'HOURS EXCEED CEILING' TO EL-MESSAGE
                   MOVE WS-TC-TOTAL-HOURS TO EL-AMOUNT
                   PERFORM 2800-WRITE-EDIT-LINE
       2220-TALLY-ONE-TIMECARD.
           MOVE 'Y' TO WS-TC-FOUND-FLAG
           ADD TC-HOURS-WORKED TO WS-TC-TOTAL-HOURS
           MOVE TC-WEEK-ENDING TO WS-TC-WEEK-X
           IF WS-TC-WEEK-X NOT NUMERIC
               MOVE 'Y' TO WS-TC-WEEK-BAD-FLAG
           ELSE
               IF WS-TC-WEEK-NUM < WS-PERIOD-START
                       OR WS-TC-WEEK-NUM > RC-PERIOD-ENDING
                   MOVE 'Y' TO WS-TC-WEEK-BAD-FLAG
               END-IF
           END-IF
           PERFORM 2210-READ-NEXT-TIMECARD.

           IF WS-EDIT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * The step's end and return code go on the stream status file
      * for the next step's sequence check to read.
      *----------------------------------------------------------------
       3900-RECORD-STREAM-END.
           ACCEPT WS-STRM-DATE FROM DATE
           ACCEPT WS-STRM-TIME FROM TIME
           OPEN I-O STREAM-STATUS-FILE
           MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
           READ STREAM-STATUS-FILE
               INVALID KEY
                   DISPLAY 'PAYROLL-EDIT: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.
