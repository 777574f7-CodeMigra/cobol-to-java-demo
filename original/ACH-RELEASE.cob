      * built. Each release appends one record to the cumulative
      * release log, so which entries went out in which transmission
      * can be proved later.
      * A supplemental run's card (RC-RUN-TYPE 'S') releases the ACH
      * file PAYROLL-SUPP wrote, under the batch description
      * 'SUPP PAY'. The adjustment batch is left where it is.
      * Each pay group's run is released on its own: the control
      * record must be the card's pay group, a group other than the
      * original weekly one is named in the batch header's
      * discretionary data, and the release log carries the group.
      * The adjustment batch goes with the release of the run
      * PAYROLL-ADJ ran under - the card's own stream record must
      * show that step finished cleanly - so it goes out exactly
      * once, and no other group's or run's release copies it.
      * The release will not start until PAYROLL-BAL has finished
      * cleanly for the run on the stream status file, or a
      * supervisor has overridden that step.
      * The origin/destination constants below identify this shop
      * and its bank on every transmission - change them only in
      * step with the bank's ACH operations desk.
           SELECT RELEASE-REPORT
               ASSIGN TO UT-S-ACHRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-STATUS-FILE
               ASSIGN TO UT-S-STRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-RUN-NUMBER
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS.
           COPY CTLREC.

       FD ACH-FILE
          05 RL-DEBIT-TOTAL     PIC 9(10)V99.
          05 RL-CREDIT-TOTAL    PIC 9(10)V99.
          05 RL-ENTRY-HASH      PIC 9(10).
          05 RL-PAY-GROUP       PIC X(2).
          05 FILLER             PIC X(22).

       FD RELEASE-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
       01 RELEASE-LINE           PIC X(80).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
       01 WS-CTL-STATUS          PIC XX VALUE SPACES.
       01 WS-ADJACH-STATUS       PIC XX VALUE SPACES.
       01 WS-RLOG-STATUS         PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * ACH-RELEASE is step 6 of the stream (STRMSTAT.CPY): nothing
      * is released until PAYROLL-BAL has proved the run - finished
      * cleanly or overridden - along with every step ahead of it.
      * A supplemental run's card uses WS-STRM-SUPP-PREREQ: its pay
      * and balancing steps are the only ones it has.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 6.
       01 WS-STRM-PREREQ         PIC X(9) VALUE 'YYIYY    '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUPP-PREREQ    PIC X(9) VALUE '   YY    '.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.
       01 WS-STRM-ADJ-FLAG       PIC X VALUE 'N'.
          88 ADJ-RAN-IN-RUN      VALUE 'Y'.
       01 WS-STRM-DATE           PIC 9(6) VALUE ZERO.
       01 WS-STRM-TIME.
          05 WS-STRM-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

       01 WS-CTL-FOUND-FLAG      PIC X VALUE 'N'.
          88 CONTROL-FOUND       VALUE 'Y'.
       01 WS-ACH-EOF-FLAG        PIC X VALUE 'N'.
       01 WS-ORIGIN-NAME         PIC X(23)
          VALUE 'ACME MANUFACTURING CORP'.

       01 WS-BH-GROUP-TEXT.
          05 FILLER              PIC X(10) VALUE 'PAY GROUP '.
          05 WS-BH-PAY-GROUP     PIC X(2)  VALUE SPACES.
          05 FILLER              PIC X(8)  VALUE SPACES.

       01 WS-WEEKLY-CREDITS      PIC 9(10)V99 VALUE ZERO.
       01 WS-EXPECTED-CREDITS    PIC 9(10)V99 VALUE ZERO.
       01 WS-ENTRY-COUNT         PIC 9(6) VALUE ZERO.
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 3000-WRAPUP
           PERFORM 3100-RECORD-STREAM-END
           STOP RUN.

       1000-INIT.
           MOVE SPACES TO RELEASE-LINE
           WRITE RELEASE-LINE
           PERFORM 1100-READ-RUN-CONTROL
           IF RC-SUPPLEMENTAL-RUN
               MOVE WS-STRM-SUPP-PREREQ TO WS-STRM-PREREQ
           END-IF
           PERFORM 1150-CHECK-STREAM
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
               WRITE RELEASE-LINE FROM RELEASE-MESSAGE
               MOVE 8 TO RETURN-CODE
               PERFORM 3000-WRAPUP
               PERFORM 3100-RECORD-STREAM-END
               STOP RUN
           END-IF.

               STOP RUN
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
                   DISPLAY 'ACH-RELEASE: RUN ' RC-RUN-NUMBER-X
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
                   DISPLAY 'ACH-RELEASE: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'ACH-RELEASE: RUN STOPPED - STREAM SEQUENCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SS-STEP-ENDED (3) AND SS-STEP-RC-CLEAN (3)
               MOVE 'Y' TO WS-STRM-ADJ-FLAG
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
               DISPLAY 'ACH-RELEASE: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'ACH-RELEASE: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * First pass over the weekly entry file only: the control file
      * must carry this run's pay period, and the live credit total
      * must equal net pay less the check-list total from it, or no
      * transmission is built. A stale ACH/control pair from a prior
      * week agrees with itself, so the amount comparison alone
      * would pass it - the period check is what catches it, and
      * the run number tells a supplemental run's control file
      * from the regular run's for the same period. The
      * adjustment batch is outside the amount identity -
      * PAYROLL-ADJ's register is its proof - so it is not in the
      * comparison.
           MOVE WS-EXPECTED-CREDITS TO RD-AMOUNT
           WRITE RELEASE-LINE FROM RELEASE-DETAIL
           IF CTL-PERIOD-END NOT = RC-PERIOD-ENDING
                   OR CTL-RUN-NUMBER NOT = RC-RUN-NUMBER
                   OR CTL-PAY-GROUP NOT = RC-PAY-GROUP
               MOVE 'WRONG RUN ON CONTROL FILE - NOT RELEASED'
                   TO RM-TEXT
           ELSE
               IF WS-WEEKLY-CREDITS = WS-EXPECTED-CREDITS
           IF WS-ACH-STATUS = '00' OR WS-ACH-STATUS = '10'
               CLOSE ACH-FILE
           END-IF
           IF RC-SUPPLEMENTAL-RUN
               MOVE 'ADJUSTMENT BATCH HELD FOR REGULAR RELEASE'
                   TO RM-TEXT
               WRITE RELEASE-LINE FROM RELEASE-MESSAGE
           ELSE
               IF ADJ-RAN-IN-RUN
                   OPEN INPUT ADJ-ACH-FILE
                   IF WS-ADJACH-STATUS NOT = '00'
                       MOVE 'Y' TO WS-ADJ-EOF-FLAG
                   END-IF
                   PERFORM 2540-COPY-ONE-ADJ UNTIL ADJ-EOF
                   IF WS-ADJACH-STATUS = '00'
                           OR WS-ADJACH-STATUS = '10'
                       CLOSE ADJ-ACH-FILE
                   END-IF
               ELSE
                   MOVE 'ADJUSTMENT BATCH NOT PART OF THIS RUN'
                       TO RM-TEXT
                   WRITE RELEASE-LINE FROM RELEASE-MESSAGE
               END-IF
           END-IF
           DIVIDE WS-HASH-ACCUM BY 10000000000
               GIVING WS-HASH-QUOTIENT
       2520-WRITE-BATCH-HEADER.
           MOVE WS-COMPANY-NAME    TO BH-COMPANY-NAME
           MOVE WS-COMPANY-ID      TO BH-COMPANY-ID
           IF RC-SUPPLEMENTAL-RUN
               MOVE 'SUPP PAY'     TO BH-ENTRY-DESC
           END-IF
           IF RC-PAY-GROUP NOT = SPACES
               MOVE RC-PAY-GROUP   TO WS-BH-PAY-GROUP
               MOVE WS-BH-GROUP-TEXT TO BH-DISCRETIONARY
           END-IF
           MOVE RC-PERIOD-ENDING-X TO BH-DESC-DATE
           MOVE RC-CHECK-DATE      TO BH-EFF-DATE
           MOVE WS-ODFI-ID         TO BH-ODFI-ID
           MOVE SPACES           TO RELEASE-LOG-RECORD
           MOVE RC-PERIOD-ENDING TO RL-PERIOD-ENDING
           MOVE RC-RUN-NUMBER    TO RL-RUN-NUMBER
           MOVE RC-PAY-GROUP     TO RL-PAY-GROUP
           MOVE WS-CURRENT-DATE  TO RL-RELEASE-DATE
           MOVE WS-ENTRY-COUNT   TO RL-ENTRY-COUNT
           MOVE WS-DEBIT-TOTAL   TO RL-DEBIT-TOTAL
           IF WS-CTL-STATUS = '00' OR WS-CTL-STATUS = '10'
               CLOSE CONTROL-FILE
           END-IF.

      *----------------------------------------------------------------
      * The step's end and return code go on the stream status file
      * for the next step's sequence check to read.
      *----------------------------------------------------------------
       3100-RECORD-STREAM-END.
           ACCEPT WS-STRM-DATE FROM DATE
           ACCEPT WS-STRM-TIME FROM TIME
           OPEN I-O STREAM-STATUS-FILE
           MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
           READ STREAM-STATUS-FILE
               INVALID KEY
                   DISPLAY 'ACH-RELEASE: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.
