      * master is no longer touched just to load hours. The audit
      * report is the timecard input's own trail - every card is
      * listed as loaded or rejected, with counts.
      * As the stream's first step it opens the run's record on the
      * stream status file and logs its start, finish and return
      * code there; a run already loaded cleanly is refused.
      * The load is for the pay group the run-control card names: a
      * card for an employee the master puts in another group is
      * rejected, and a biweekly or semi-monthly period takes any
      * week ending from the card's period start through its period
      * ending. A card for an id not on the master is loaded as
      * before and left for PAYROLL's orphan-timecard sweep.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMECARD-LOAD.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO UT-S-EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT AUDIT-REPORT
               ASSIGN TO UT-S-TCRDAUD
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-STATUS-FILE
               ASSIGN TO UT-S-STRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-RUN-NUMBER
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 30 CHARACTERS.
           COPY TIMEREC.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD AUDIT-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-LINE             PIC X(80).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS         PIC XX VALUE SPACES.
       01 WS-TIMECARD-STATUS     PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
       01 WS-EMP-STATUS          PIC XX VALUE SPACES.
       01 WS-PERIOD-START        PIC 9(6) VALUE ZERO.
       01 WS-REJECT-REASON       PIC X(40) VALUE SPACES.
       01 WS-CARD-EOF-FLAG       PIC X VALUE 'N'.
          88 CARD-EOF            VALUE 'Y'.
          88 CARD-WRITTEN        VALUE 'Y'.
       01 WS-SEQ-TRY             PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * TIMECARD-LOAD is step 1 of the stream (STRMSTAT.CPY) and
      * depends on no earlier step. The load rebuilds the timecard
      * file from scratch, so a run already loaded cleanly is not
      * loaded again without a supervisor's override.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 1.
       01 WS-STRM-PREREQ         PIC X(9) VALUE '         '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.
       01 WS-STRM-DATE           PIC 9(6) VALUE ZERO.
       01 WS-STRM-TIME.
          05 WS-STRM-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

       01 AUDIT-DETAIL.
          05 AD-EMP-ID           PIC X(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-CARD UNTIL CARD-EOF
           PERFORM 3000-WRAPUP
           PERFORM 3900-RECORD-STREAM-END
           STOP RUN.

       1000-INIT.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-STREAM
           OPEN INPUT  EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'TIMECARD-LOAD: EMPLOYEE MASTER NOT AVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  TIMECARD-CARDS
           OPEN OUTPUT TIMECARD-FILE
           OPEN OUTPUT AUDIT-REPORT
           END-READ.

      *----------------------------------------------------------------
      * The run-control card names the pay period and pay group this
      * load is for; every timecard must carry a week ending inside
      * the period - its period-ending date on a weekly card - or the
      * card is rejected. No usable control card stops the load
      * outright - building the timecard file for an unknown week
      * is how a stale file ends up in front of PAYROLL. A
      * supplemental run's card is refused: that run has no
      * timecards, and loading under it would empty the week's file.
      *----------------------------------------------------------------
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
               DISPLAY 'TIMECARD-LOAD: RUN CONTROL CARD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RC-SUPPLEMENTAL-RUN
               DISPLAY 'TIMECARD-LOAD: SUPPLEMENTAL CARD - USE THE '
                   'REGULAR RUN CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RC-FREQ-VALID
               DISPLAY 'TIMECARD-LOAD: RUN CONTROL PAY FREQUENCY '
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
                   DISPLAY 'TIMECARD-LOAD: RUN CONTROL PERIOD START '
                       'INVALID'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RC-PERIOD-START TO WS-PERIOD-START
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
                   DISPLAY 'TIMECARD-LOAD: RUN ' RC-RUN-NUMBER-X
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
                   DISPLAY 'TIMECARD-LOAD: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'TIMECARD-LOAD: RUN STOPPED - STREAM SEQUENCE'
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
               DISPLAY 'TIMECARD-LOAD: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'TIMECARD-LOAD: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-CARD.
               MOVE 'N' TO WS-VALID-FLAG
           END-IF
           IF CARD-WEEK-ENDING-X NUMERIC
               IF CARD-WEEK-ENDING < WS-PERIOD-START
                       OR CARD-WEEK-ENDING > RC-PERIOD-ENDING
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'REJECTED - WEEK-ENDING NOT THIS PERIOD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF CARD-HOURS-TYPE NOT = ' '
                   AND CARD-HOURS-TYPE NOT = 'W'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'REJECTED - BAD HOURS TYPE CODE'
                   TO WS-REJECT-REASON
           END-IF
           IF CARD-VALID
               PERFORM 2060-CHECK-PAY-GROUP
           END-IF.

       2060-CHECK-PAY-GROUP.
           MOVE CARD-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-PAY-GROUP NOT = RC-PAY-GROUP
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'REJECTED - EMPLOYEE IN ANOTHER PAY GROUP'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * An employee may have several cards in a week - one per day
      * or per job - so each card takes the next free sequence under
           CLOSE RUN-CONTROL-FILE
                 TIMECARD-CARDS
                 TIMECARD-FILE
                 EMPLOYEE-FILE
                 AUDIT-REPORT.

       3100-WRITE-SUMMARY.
           MOVE 'REJ'           TO AD-TRANS-LIT
           MOVE WS-REJECT-COUNT TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL.

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
                   DISPLAY 'TIMECARD-LOAD: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.
