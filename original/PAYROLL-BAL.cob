      * Prints a one-page balance report and sets RETURN-CODE 8 when
      * anything is off, so the stream stops before the ACH file
      * leaves the building.
      * A supplemental run is proved the same way from the control
      * totals PAYROLL-SUPP wrote: the stream backs up the YTD file
      * ahead of PAYROLL-SUPP as it does ahead of PAYROLL, and the
      * control record must carry the card's run number as well as
      * its period, since both runs share the period ending.
      * The balancing step will not start until the run's pay step
      * has finished on the stream status file, and its return code
      * there is what ACH-RELEASE checks before it releases.
      * Each pay group's run is balanced on its own: the control
      * record must carry the card's pay group, and the YTD backup
      * the stream takes ahead of every group's run confines the
      * recomputed movement to that run.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-BAL.
           SELECT BALANCE-REPORT
               ASSIGN TO UT-S-BALRPT
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

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

      *----------------------------------------------------------------
      * The prior-week backup is a flat copy of the YTD file on the
      * full YTDREC layout; only the annual balances matter to the
      * balancing pass, so the quarterly and jurisdiction buckets
      * ride in the filler.
      *----------------------------------------------------------------
       FD PRIOR-YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
       01 PRIOR-YTD-RECORD.
          05 PRI-EMP-ID         PIC X(6).
          05 PRI-GROSS          PIC 9(9)V99.
          05 PRI-TAX            PIC 9(7)V99.
          05 PRI-NET            PIC 9(9)V99.
          05 FILLER             PIC X(663).

       FD BALANCE-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 BALANCE-LINE           PIC X(132).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS          PIC XX VALUE SPACES.
       01 WS-ACH-STATUS          PIC XX VALUE SPACES.
       01 WS-PRIOR-STATUS        PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * PAYROLL-BAL is step 5 of the stream (STRMSTAT.CPY): the pay
      * run and every step ahead of it must have finished cleanly or
      * been overridden. A supplemental run has only its pay step
      * ahead of it, so its card uses WS-STRM-SUPP-PREREQ instead.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 5.
       01 WS-STRM-PREREQ         PIC X(9) VALUE 'YYIY     '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUPP-PREREQ    PIC X(9) VALUE '   Y     '.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.
       01 WS-STRM-DATE           PIC 9(6) VALUE ZERO.
       01 WS-STRM-TIME.
          05 WS-STRM-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

       01 WS-CTL-FOUND-FLAG      PIC X VALUE 'N'.
          88 CONTROL-FOUND       VALUE 'Y'.
       01 WS-ACH-EOF-FLAG        PIC X VALUE 'N'.
               ADD 1 TO WS-OUT-OF-BAL-COUNT
           END-IF
           PERFORM 9000-WRAPUP
           PERFORM 9100-RECORD-STREAM-END
           STOP RUN.

       1000-INIT.
           PERFORM 1100-READ-RUN-CONTROL
           IF RC-SUPPLEMENTAL-RUN
               MOVE WS-STRM-SUPP-PREREQ TO WS-STRM-PREREQ
           END-IF
           PERFORM 1150-CHECK-STREAM
           OPEN OUTPUT BALANCE-REPORT
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
                   STOP RUN
           END-READ
           IF RC-PERIOD-ENDING-X NOT NUMERIC
                   OR RC-RUN-NUMBER-X NOT NUMERIC
                   OR RC-PERIOD-ENDING = ZERO
               DISPLAY 'PAYROLL-BAL: RUN CONTROL CARD INVALID'
               MOVE 16 TO RETURN-CODE
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
                   DISPLAY 'PAYROLL-BAL: RUN ' RC-RUN-NUMBER-X
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
                   DISPLAY 'PAYROLL-BAL: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'PAYROLL-BAL: RUN STOPPED - STREAM SEQUENCE'
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
               DISPLAY 'PAYROLL-BAL: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'PAYROLL-BAL: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

       1900-WRITE-HEADERS.
           MOVE CTL-RUN-DATE TO WS-CTL-DATE-SPLIT
           MOVE WS-CTL-MM TO WS-RUN-MM
               WRITE BALANCE-LINE FROM BALANCE-SUMMARY
               ADD 1 TO WS-OUT-OF-BAL-COUNT
           END-IF
           IF CTL-RUN-NUMBER NOT = RC-RUN-NUMBER
               MOVE 'CONTROL RUN NUMBER DOES NOT MATCH RUN CONTROL CARD'
                   TO BS-MESSAGE
               WRITE BALANCE-LINE FROM BALANCE-SUMMARY
               ADD 1 TO WS-OUT-OF-BAL-COUNT
           END-IF
           IF CTL-PAY-GROUP NOT = RC-PAY-GROUP
               MOVE 'CONTROL PAY GROUP DOES NOT MATCH RUN CONTROL CARD'
                   TO BS-MESSAGE
               WRITE BALANCE-LINE FROM BALANCE-SUMMARY
               ADD 1 TO WS-OUT-OF-BAL-COUNT
           END-IF
           SUBTRACT WS-PRIOR-GROSS FROM WS-CUR-GROSS
               GIVING WS-DELTA-GROSS
           SUBTRACT WS-PRIOR-TAX FROM WS-CUR-TAX
           IF WS-OUT-OF-BAL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * The step's end and return code go on the stream status file
      * for the next step's sequence check to read.
      *----------------------------------------------------------------
       9100-RECORD-STREAM-END.
           ACCEPT WS-STRM-DATE FROM DATE
           ACCEPT WS-STRM-TIME FROM TIME
           OPEN I-O STREAM-STATUS-FILE
           MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
           READ STREAM-STATUS-FILE
               INVALID KEY
                   DISPLAY 'PAYROLL-BAL: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.
