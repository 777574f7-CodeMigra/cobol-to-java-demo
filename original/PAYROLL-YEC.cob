      * Written: 2026, companion to PAYROLL.COB
      *
      * Run once after the last payroll of the year and after the
      * year-end PAYROLL-QTR statements are printed - the stream
      * status file must show that statements run finished cleanly
      * under the same run-control card. Archives every
      * YTD balance record and every deduction entry's YTD
      * withholding to the prior-year file, then zeroes them for the
      * new year - the graduated tax brackets and the annual-goal
      * January. A deduction entry whose annual goal was fully met
      * (a satisfied garnishment) is dropped from its slot entirely
      * so it cannot restart; an entry whose goal was not met keeps
      * its schedule with only the YTD withholding reset. A
      * terminated employee's year is archived like anyone else's
      * but listed with the termination date, and once the final pay
      * has gone out every deduction entry of theirs is dropped - the
      * schedule was stopped at final pay and must not come back in
      * the new year. Everything archived, reset and dropped prints
      * on the close report. Take
      * a flat backup of both masters before running - this program
      * is the one deliberate reset in the suite and there is no
      * undo short of the backup.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO UT-S-RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT YTD-FILE
               ASSIGN TO UT-S-YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-EMP-ID
               FILE STATUS IS WS-DED-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO UT-S-EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRIOR-YEAR-FILE
               ASSIGN TO UT-S-PRIORYR
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLOSE-REPORT
               ASSIGN TO UT-S-YECRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-STATUS-FILE
               ASSIGN TO UT-S-STRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-RUN-NUMBER
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTL.

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

      *----------------------------------------------------------------
      * The prior-year archive carries two record types: 'Y' holds an
      * employee's full closing YTD record, 'D' holds one deduction
      *----------------------------------------------------------------
       FD PRIOR-YEAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 707 CHARACTERS.
       01 PRIOR-YEAR-YTD-RECORD.
          05 PY-RECORD-TYPE     PIC X(1).
          05 PY-CLOSE-DATE      PIC 9(6).
          05 PY-YTD-RECORD      PIC X(700).
       01 PRIOR-YEAR-DED-RECORD.
          05 PD-RECORD-TYPE     PIC X(1).
          05 PD-CLOSE-DATE      PIC 9(6).
          05 PD-DED-TYPE        PIC X(2).
          05 PD-YTD-AMT         PIC 9(7)V99.
          05 PD-GOAL-AMT        PIC 9(7)V99.
          05 FILLER             PIC X(674).

       FD CLOSE-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 CLOSE-LINE             PIC X(132).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-DED-STATUS          PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * PAYROLL-YEC is step 9 of the stream (STRMSTAT.CPY): the year's
      * last pay run must be paid and balanced and its year-end
      * statements printed before the balances are reset, and the
      * close is never run twice for the same run.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 9.
       01 WS-STRM-PREREQ         PIC X(9) VALUE '   YY  Y '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.
       01 WS-STRM-DATE           PIC 9(6) VALUE ZERO.
       01 WS-STRM-TIME.
          05 WS-STRM-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

       01 WS-YTD-EOF-FLAG        PIC X VALUE 'N'.
          88 YTD-EOF             VALUE 'Y'.
       01 WS-DED-EOF-FLAG        PIC X VALUE 'N'.
          88 DED-EOF             VALUE 'Y'.
       01 WS-EMP-FOUND-FLAG      PIC X VALUE 'N'.
          88 EMP-FOUND           VALUE 'Y'.
       01 WS-TERM-SETTLED-FLAG   PIC X VALUE 'N'.
          88 TERM-SETTLED        VALUE 'Y'.

       01 WS-DED-SUB             PIC 9(1) VALUE ZERO.
       01 WS-QTR-SUB             PIC 9(1) VALUE ZERO.

      *----------------------------------------------------------------
      * An unused state/local slot on YTDREC: no jurisdiction and
      * every wage and tax figure zero.
      *----------------------------------------------------------------
       01 WS-YTD-JUR-EMPTY.
          05 FILLER              PIC X(5)    VALUE SPACES.
          05 FILLER              PIC 9(9)V99 VALUE ZERO.
          05 FILLER              PIC 9(7)V99 VALUE ZERO.
          05 FILLER              PIC 9(9)V99 VALUE ZERO.
          05 FILLER              PIC 9(7)V99 VALUE ZERO.
          05 FILLER              PIC 9(9)V99 VALUE ZERO.
          05 FILLER              PIC 9(7)V99 VALUE ZERO.
          05 FILLER              PIC 9(9)V99 VALUE ZERO.
          05 FILLER              PIC 9(7)V99 VALUE ZERO.
          05 FILLER              PIC 9(9)V99 VALUE ZERO.
          05 FILLER              PIC 9(7)V99 VALUE ZERO.
       01 WS-JUR-SUB             PIC 9(1) VALUE ZERO.

       01 WS-YTD-ARCH-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DED-REC-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-DED-ARCH-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DED-DROP-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DED-TERM-DROP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TERM-ARCH-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-TERM-ARCH-GROSS     PIC 9(11)V99 VALUE ZERO.
       01 WS-INACT-ARCH-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-INACT-ARCH-GROSS    PIC 9(11)V99 VALUE ZERO.
       01 WS-ARCH-GROSS          PIC 9(11)V99 VALUE ZERO.
       01 WS-ARCH-TAX            PIC 9(11)V99 VALUE ZERO.
       01 WS-ARCH-NET            PIC 9(11)V99 VALUE ZERO.
          05 FILLER              PIC X VALUE '/'.
          05 WS-RUN-YY           PIC 9(2).

       01 WS-TERM-DATE-SPLIT.
          05 WS-TD-YY            PIC 9(2).
          05 WS-TD-MM            PIC 9(2).
          05 WS-TD-DD            PIC 9(2).
       01 WS-TERM-MESSAGE.
          05 FILLER              PIC X(11) VALUE 'TERMINATED '.
          05 WS-TM-MM            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-TM-DD            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-TM-YY            PIC 9(2).
          05 FILLER              PIC X(15) VALUE ' - YTD ARCHIVED'.

       01 CLOSE-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
           PERFORM 2400-START-DED-PASS
           PERFORM 2500-CLOSE-ONE-DED-REC UNTIL DED-EOF
           PERFORM 3000-WRAPUP
           PERFORM 3900-RECORD-STREAM-END
           STOP RUN.

       1000-INIT.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-STREAM
           OPEN I-O YTD-FILE
           OPEN I-O DEDUCTIONS-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT PRIOR-YEAR-FILE
           OPEN OUTPUT CLOSE-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
               AT END MOVE 'Y' TO WS-YTD-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The run-control card is the year's last weekly card - the
      * run the year-end PAYROLL-QTR statements were printed for.
      *----------------------------------------------------------------
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'PAYROLL-YEC: RUN CONTROL FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'PAYROLL-YEC: RUN CONTROL CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF RC-PERIOD-ENDING-X NOT NUMERIC
                   OR RC-CHECK-DATE-X NOT NUMERIC
                   OR RC-RUN-NUMBER-X NOT NUMERIC
                   OR RC-PERIOD-ENDING = ZERO
               DISPLAY 'PAYROLL-YEC: RUN CONTROL CARD INVALID'
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
                   DISPLAY 'PAYROLL-YEC: RUN ' RC-RUN-NUMBER-X
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
                   DISPLAY 'PAYROLL-YEC: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'PAYROLL-YEC: RUN STOPPED - STREAM SEQUENCE'
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
               DISPLAY 'PAYROLL-YEC: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'PAYROLL-YEC: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Archive the closing balances whole, then zero the annual
      * figures and every quarterly bucket for the new year, and
      * free every state and local slot so the new year's
      * jurisdictions start from an empty set. The
      * archive is tallied by master status so the report tells the
      * terminated apart from the merely inactive.
      *----------------------------------------------------------------
       2000-CLOSE-ONE-YTD.
           MOVE YTD-EMP-ID TO EMP-ID
           PERFORM 2050-GET-EMPLOYEE
           IF EMP-FOUND AND EMP-TERMINATED
               MOVE EMP-TERM-DATE TO WS-TERM-DATE-SPLIT
               MOVE WS-TD-MM      TO WS-TM-MM
               MOVE WS-TD-DD      TO WS-TM-DD
               MOVE WS-TD-YY      TO WS-TM-YY
               MOVE SPACES        TO CLOSE-DETAIL
               MOVE YTD-EMP-ID    TO CD-EMP-ID
               MOVE WS-TERM-MESSAGE TO CD-MESSAGE
               MOVE YTD-GROSS     TO CD-AMOUNT
               WRITE CLOSE-LINE FROM CLOSE-DETAIL
               ADD 1         TO WS-TERM-ARCH-COUNT
               ADD YTD-GROSS TO WS-TERM-ARCH-GROSS
           END-IF
           IF EMP-FOUND AND EMP-INACTIVE
               ADD 1         TO WS-INACT-ARCH-COUNT
               ADD YTD-GROSS TO WS-INACT-ARCH-GROSS
           END-IF
           MOVE SPACES          TO PRIOR-YEAR-YTD-RECORD
           MOVE 'Y'             TO PY-RECORD-TYPE
           MOVE WS-CURRENT-DATE TO PY-CLOSE-DATE
           PERFORM 2100-CLEAR-ONE-QUARTER
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
           PERFORM 2110-CLEAR-ONE-JURISDICTION
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 5
           REWRITE YTD-RECORD
           READ YTD-FILE
               AT END MOVE 'Y' TO WS-YTD-EOF-FLAG
           END-READ.

       2050-GET-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-FLAG
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND-FLAG
           END-READ.

       2100-CLEAR-ONE-QUARTER.
           MOVE ZERO TO YTD-QTR-GROSS (WS-QTR-SUB)
                        YTD-QTR-TAX   (WS-QTR-SUB)
                        YTD-QTR-NET   (WS-QTR-SUB).

       2110-CLEAR-ONE-JURISDICTION.
           MOVE WS-YTD-JUR-EMPTY TO YTD-JUR-ENTRY (WS-JUR-SUB).

       2400-START-DED-PASS.
           READ DEDUCTIONS-FILE
               AT END MOVE 'Y' TO WS-DED-EOF-FLAG

       2500-CLOSE-ONE-DED-REC.
           ADD 1 TO WS-DED-REC-COUNT
           MOVE 'N' TO WS-TERM-SETTLED-FLAG
           MOVE DED-EMP-ID TO EMP-ID
           PERFORM 2050-GET-EMPLOYEE
           IF EMP-FOUND AND EMP-TERMINATED
                   AND EMP-FINAL-PAY-PERIOD NUMERIC
                   AND EMP-FINAL-PAY-PERIOD > ZERO
               MOVE 'Y' TO WS-TERM-SETTLED-FLAG
           END-IF
           PERFORM 2600-CLOSE-ONE-DED-ENTRY
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
      *----------------------------------------------------------------
      * Each in-use entry is archived with its closing withholding.
      * Goal fully met: the slot is cleared outright so a satisfied
      * garnishment cannot restart in the new year; every entry of a
      * terminated employee already given final pay goes the same
      * way. Otherwise the schedule survives and only the YTD
      * withholding is zeroed.
      *----------------------------------------------------------------
       2600-CLOSE-ONE-DED-ENTRY.
           IF DED-TYPE (WS-DED-SUB) NOT = SPACES
               WRITE PRIOR-YEAR-DED-RECORD
               ADD 1 TO WS-DED-ARCH-COUNT
               ADD DED-YTD-AMT (WS-DED-SUB) TO WS-ARCH-DED-TOTAL
               EVALUATE TRUE
                   WHEN TERM-SETTLED
                       MOVE 'TERMINATED - ENTRY DROPPED'
                           TO CD-MESSAGE
                       PERFORM 2650-DROP-DED-ENTRY
                       ADD 1 TO WS-DED-TERM-DROP-COUNT
                   WHEN DED-GOAL-AMT (WS-DED-SUB) > ZERO
                           AND DED-YTD-AMT (WS-DED-SUB)
                               NOT < DED-GOAL-AMT (WS-DED-SUB)
                       MOVE 'GOAL MET - ENTRY DROPPED' TO CD-MESSAGE
                       PERFORM 2650-DROP-DED-ENTRY
                       ADD 1 TO WS-DED-DROP-COUNT
                   WHEN OTHER
                       MOVE ZERO TO DED-YTD-AMT (WS-DED-SUB)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * The caller sets CD-MESSAGE before performing this paragraph.
      *----------------------------------------------------------------
       2650-DROP-DED-ENTRY.
           MOVE DED-EMP-ID                TO CD-EMP-ID
           MOVE DED-TYPE (WS-DED-SUB)     TO CD-DED-TYPE
           MOVE DED-YTD-AMT (WS-DED-SUB)  TO CD-AMOUNT
           WRITE CLOSE-LINE FROM CLOSE-DETAIL
           MOVE SPACES TO DED-TYPE (WS-DED-SUB)
           MOVE SPACES TO DED-PRE-POST-CD (WS-DED-SUB)
           MOVE SPACES TO DED-CALC-TYPE (WS-DED-SUB)
           MOVE ZERO   TO DED-AMOUNT (WS-DED-SUB)
           MOVE ZERO   TO DED-PCT (WS-DED-SUB)
           MOVE ZERO   TO DED-GOAL-AMT (WS-DED-SUB)
           MOVE ZERO   TO DED-YTD-AMT (WS-DED-SUB)
           MOVE 'N'    TO DED-SUPP-CD (WS-DED-SUB)
           MOVE SPACES TO DED-CASE-NO (WS-DED-SUB).

       3000-WRAPUP.
           MOVE SPACES TO CLOSE-LINE
           WRITE CLOSE-LINE
           MOVE ZERO                  TO CS-AMOUNT
           WRITE CLOSE-LINE FROM CLOSE-SUMMARY
           MOVE SPACES                TO CLOSE-SUMMARY
           MOVE '  OF WHICH TERMINATED EMPLOYEES' TO CS-LABEL
           MOVE WS-TERM-ARCH-COUNT    TO CS-COUNT
           MOVE WS-TERM-ARCH-GROSS    TO CS-AMOUNT
           WRITE CLOSE-LINE FROM CLOSE-SUMMARY
           MOVE SPACES                TO CLOSE-SUMMARY
           MOVE '  OF WHICH INACTIVE EMPLOYEES' TO CS-LABEL
           MOVE WS-INACT-ARCH-COUNT   TO CS-COUNT
           MOVE WS-INACT-ARCH-GROSS   TO CS-AMOUNT
           WRITE CLOSE-LINE FROM CLOSE-SUMMARY
           MOVE SPACES                TO CLOSE-SUMMARY
           MOVE 'ANNUAL GROSS ARCHIVED' TO CS-LABEL
           MOVE ZERO                  TO CS-COUNT
           MOVE WS-ARCH-GROSS         TO CS-AMOUNT
           MOVE WS-DED-DROP-COUNT     TO CS-COUNT
           MOVE ZERO                  TO CS-AMOUNT
           WRITE CLOSE-LINE FROM CLOSE-SUMMARY
           MOVE SPACES                TO CLOSE-SUMMARY
           MOVE 'ENTRIES DROPPED - TERMINATED'
                                      TO CS-LABEL
           MOVE WS-DED-TERM-DROP-COUNT TO CS-COUNT
           MOVE ZERO                  TO CS-AMOUNT
           WRITE CLOSE-LINE FROM CLOSE-SUMMARY
           CLOSE RUN-CONTROL-FILE
                 YTD-FILE
                 DEDUCTIONS-FILE
                 EMPLOYEE-FILE
                 PRIOR-YEAR-FILE
                 CLOSE-REPORT.

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
                   DISPLAY 'PAYROLL-YEC: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.
