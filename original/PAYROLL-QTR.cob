      * annual gross, taxable gross after pre-tax deductions, tax
      * withheld, and each deduction type's YTD withholding from the
      * deductions master. Run after the last payroll of the quarter
      * or year and before PAYROLL-YEC closes the year, with the
      * weekly run-control card of that last payroll: the stream
      * status file must show the run paid and balanced, and the
      * year-end statements run is what PAYROLL-YEC waits for.
      * Both summaries split the employees reported by master status
      * and list every terminated employee with wages in the period,
      * with the termination date and reason, so a terminated
      * employee is never mistaken for one who is merely inactive;
      * a terminated employee's statement carries the date
      * employment ended.
      * Both runs follow the summary with the state and local
      * withholding report - employees, wages and tax withheld for
      * each state and locality from the jurisdiction slots on the
      * YTD file, one row per filing - and the year-end statement
      * itemizes the federal, state and local tax withheld.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-QTR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO UT-S-RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARM-CARDS
               ASSIGN TO UT-S-QTRPARM
               ORGANIZATION IS SEQUENTIAL
           SELECT STATEMENT-FILE
               ASSIGN TO UT-S-YESTMT
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

       FD PARM-CARDS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       FD QTR-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 STATEMENT-LINE         PIC X(80).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS         PIC XX VALUE SPACES.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-DED-STATUS          PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * PAYROLL-QTR is step 7 of the stream (STRMSTAT.CPY) for a
      * quarter run and step 8 for the year-end statements, so both
      * can run behind the year's last payroll. Either needs the
      * run's pay and balancing steps finished cleanly.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 7.
       01 WS-STRM-PREREQ         PIC X(9) VALUE '   YY    '.
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
       01 WS-GRAND-GROSS         PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-TAX           PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * State and local withholding by jurisdiction, from the YTD
      * slots PAYROLL keeps - the named quarter's buckets on a 'Q'
      * run, the annual figures on a 'Y' run. An employee counts
      * toward a jurisdiction when wages or tax were reported to it
      * in the period. Jurisdictions past the forty the table holds
      * go to their own '**' row, as tax codes do.
      *----------------------------------------------------------------
       01 WS-JUR-TABLE.
          05 WS-JUR-ENTRY OCCURS 40 TIMES.
             10 WS-JRT-TYPE      PIC X(1).
             10 WS-JRT-CODE      PIC X(4).
             10 WS-JRT-COUNT     PIC 9(5).
             10 WS-JRT-WAGES     PIC 9(11)V99.
             10 WS-JRT-TAX       PIC 9(11)V99.
       01 WS-JUR-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-JRT-SUB             PIC 9(2) VALUE ZERO.
       01 WS-JUR-SUB             PIC 9(1) VALUE ZERO.
       01 WS-PICK-JUR-WAGES      PIC 9(9)V99 VALUE ZERO.
       01 WS-PICK-JUR-TAX        PIC 9(7)V99 VALUE ZERO.
       01 WS-JUR-OVF-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-JUR-OVF-WAGES       PIC 9(11)V99 VALUE ZERO.
       01 WS-JUR-OVF-TAX         PIC 9(11)V99 VALUE ZERO.
       01 WS-STATE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-STATE-WAGES         PIC 9(11)V99 VALUE ZERO.
       01 WS-STATE-TAX           PIC 9(11)V99 VALUE ZERO.
       01 WS-LOCAL-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-LOCAL-WAGES         PIC 9(11)V99 VALUE ZERO.
       01 WS-LOCAL-TAX           PIC 9(11)V99 VALUE ZERO.
       01 WS-FED-TAX-YTD         PIC 9(9)V99 VALUE ZERO.
       01 WS-STMT-JUR-LABEL.
          05 WS-SJL-TEXT         PIC X(21).
          05 WS-SJL-CODE         PIC X(4).

      *----------------------------------------------------------------
      * Overflow bucket for tax codes past the ten the table holds.
      * The amounts are never folded into another code's row - they
       01 WS-OVERFLOW-GROSS      PIC 9(11)V99 VALUE ZERO.
       01 WS-OVERFLOW-TAX        PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Employees reported, split by master status ('?' row for an
      * employee missing from the master), and the terminated
      * employees held for the listing after the summary - the list
      * holds 100; past that they are counted, not listed.
      *----------------------------------------------------------------
       01 WS-STATUS-TOTALS.
          05 WS-STAT-ENTRY OCCURS 4 TIMES.
             10 WS-STAT-COUNT    PIC 9(5).
             10 WS-STAT-GROSS    PIC 9(11)V99.
             10 WS-STAT-TAX      PIC 9(11)V99.
       01 WS-STAT-SUB            PIC 9(1) VALUE ZERO.
       01 WS-STAT-LABELS.
          05 FILLER              PIC X(10) VALUE 'ACTIVE'.
          05 FILLER              PIC X(10) VALUE 'INACTIVE'.
          05 FILLER              PIC X(10) VALUE 'TERMINATED'.
          05 FILLER              PIC X(10) VALUE 'NOT ON MST'.
       01 WS-STAT-LABEL-TABLE REDEFINES WS-STAT-LABELS.
          05 WS-STAT-LABEL       PIC X(10) OCCURS 4 TIMES.

       01 WS-TERM-TABLE.
          05 WS-TERM-ENTRY OCCURS 100 TIMES.
             10 WS-TRM-EMP-ID    PIC X(6).
             10 WS-TRM-NAME      PIC X(20).
             10 WS-TRM-DATE      PIC 9(6).
             10 WS-TRM-REASON    PIC X(1).
             10 WS-TRM-FINAL-PER PIC 9(6).
             10 WS-TRM-GROSS     PIC 9(9)V99.
             10 WS-TRM-TAX       PIC 9(7)V99.
       01 WS-TERM-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-TERM-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-TERM-SUB            PIC 9(3) VALUE ZERO.

       01 WS-DATE-SPLIT.
          05 WS-DS-YY            PIC 9(2).
          05 WS-DS-MM            PIC 9(2).
          05 WS-DS-DD            PIC 9(2).
       01 WS-DATE-EDIT.
          05 WS-DE-MM            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-DE-DD            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-DE-YY            PIC 9(2).

       01 WS-PRETAX-YTD          PIC 9(9)V99 VALUE ZERO.
       01 WS-TAXABLE-YTD         PIC 9(9)V99 VALUE ZERO.

          05 QT-TAX             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(84) VALUE SPACES.

       01 QTR-JUR-HEADER-2.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(14) VALUE 'JURISDICTION'.
          05 FILLER             PIC X(10) VALUE 'EMPLOYEES'.
          05 FILLER             PIC X(16) VALUE '     WAGES PAID'.
          05 FILLER             PIC X(16) VALUE '   TAX WITHHELD'.
          05 FILLER             PIC X(75) VALUE SPACES.

       01 QTR-JUR-DETAIL.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 QJ-TYPE            PIC X(5).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 QJ-CODE            PIC X(4).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 QJ-COUNT           PIC ZZ,ZZ9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 QJ-WAGES           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 QJ-TAX             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(76) VALUE SPACES.

       01 QTR-JUR-WARNING-LINE.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 FILLER             PIC X(54) VALUE
             'JURISDICTION TABLE FULL - ** ROW COMBINES THE OVERFLOW'.
          05 FILLER             PIC X(74) VALUE SPACES.

       01 QTR-JUR-TOTAL-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 QJT-LABEL          PIC X(16).
          05 QJT-COUNT          PIC ZZ,ZZ9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 QJT-WAGES          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 QJT-TAX            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(76) VALUE SPACES.

       01 QTR-TERM-HEADER.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
             VALUE 'TERMINATED EMPLOYEES'.
          05 FILLER             PIC X(101) VALUE SPACES.

       01 QTR-TERM-HEADER-2.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 FILLER             PIC X(8)  VALUE 'EMP ID'.
          05 FILLER             PIC X(22) VALUE 'NAME'.
          05 FILLER             PIC X(10) VALUE 'TERM DATE'.
          05 FILLER             PIC X(13) VALUE 'REASON'.
          05 FILLER             PIC X(10) VALUE 'FINAL PAY'.
          05 FILLER             PIC X(16) VALUE '     WAGES PAID'.
          05 FILLER             PIC X(16) VALUE '   TAX WITHHELD'.
          05 FILLER             PIC X(33) VALUE SPACES.

       01 QTR-TERM-DETAIL.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 QX-EMP-ID          PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 QX-NAME            PIC X(20).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 QX-TERM-DATE       PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 QX-REASON          PIC X(11).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 QX-FINAL-PAY       PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 QX-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 QX-TAX             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(36) VALUE SPACES.

       01 QTR-TERM-OVERFLOW-LINE.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 FILLER             PIC X(40) VALUE
             'MORE TERMINATED EMPLOYEES NOT LISTED -'.
          05 QXO-COUNT          PIC ZZ,ZZ9.
          05 FILLER             PIC X(82) VALUE SPACES.

      *----------------------------------------------------------------
      * Year-end statement print lines - one page per employee on
      * STATEMENT-FILE, the machine replacement for the statements
          05 YE-FIRST-NAME     PIC X(15).
          05 FILLER            PIC X(21) VALUE SPACES.

       01 STMT-TERM-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(18) VALUE 'EMPLOYMENT ENDED: '.
          05 YT-TERM-DATE      PIC X(8).
          05 FILLER            PIC X(53) VALUE SPACES.

       01 STMT-AMOUNT-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 YA-LABEL          PIC X(30).
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-ONE-YTD UNTIL YTD-EOF
           PERFORM 3000-WRAPUP
           PERFORM 3900-RECORD-STREAM-END
           STOP RUN.

      *----------------------------------------------------------------
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-READ-RUN-CONTROL
           IF QP-YEAR-RUN
               MOVE 8 TO WS-STRM-STEP
           END-IF
           PERFORM 1150-CHECK-STREAM
           MOVE ZERO TO WS-STATUS-TOTALS
           OPEN INPUT YTD-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT DEDUCTIONS-FILE
               AT END MOVE 'Y' TO WS-YTD-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The run-control card names the last pay run the report
      * covers - the week's own card. Its stream record must show
      * that run paid and balanced before anything is reported.
      *----------------------------------------------------------------
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'PAYROLL-QTR: RUN CONTROL FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'PAYROLL-QTR: RUN CONTROL CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF RC-PERIOD-ENDING-X NOT NUMERIC
                   OR RC-CHECK-DATE-X NOT NUMERIC
                   OR RC-RUN-NUMBER-X NOT NUMERIC
                   OR RC-PERIOD-ENDING = ZERO
               DISPLAY 'PAYROLL-QTR: RUN CONTROL CARD INVALID'
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
                   DISPLAY 'PAYROLL-QTR: RUN ' RC-RUN-NUMBER-X
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
                   DISPLAY 'PAYROLL-QTR: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'PAYROLL-QTR: RUN STOPPED - STREAM SEQUENCE'
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
               DISPLAY 'PAYROLL-QTR: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'PAYROLL-QTR: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A 'Q' run summarizes only employees actually paid in the
      * selected quarter - a record whose picked buckets are all
                   OR WS-PICK-NET > ZERO
               ADD 1 TO WS-EMP-COUNT
               PERFORM 2200-ADD-TO-TAX-CODE
               PERFORM 2250-ADD-TO-STATUS
           END-IF
           PERFORM 2270-ADD-TO-JURISDICTION
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 5
           IF QP-YEAR-RUN
               PERFORM 2300-WRITE-STATEMENT
           END-IF
       2210-SEARCH-TAX-CODE.
           CONTINUE.

       2250-ADD-TO-STATUS.
           EVALUATE TRUE
               WHEN NOT EMP-FOUND
                   MOVE 4 TO WS-STAT-SUB
               WHEN EMP-TERMINATED
                   MOVE 3 TO WS-STAT-SUB
                   PERFORM 2260-HOLD-TERMINATED
               WHEN EMP-INACTIVE
                   MOVE 2 TO WS-STAT-SUB
               WHEN OTHER
                   MOVE 1 TO WS-STAT-SUB
           END-EVALUATE
           ADD 1             TO WS-STAT-COUNT (WS-STAT-SUB)
           ADD WS-PICK-GROSS TO WS-STAT-GROSS (WS-STAT-SUB)
           ADD WS-PICK-TAX   TO WS-STAT-TAX   (WS-STAT-SUB).

       2260-HOLD-TERMINATED.
           IF WS-TERM-COUNT < 100
               ADD 1 TO WS-TERM-COUNT
               MOVE EMP-ID        TO WS-TRM-EMP-ID (WS-TERM-COUNT)
               MOVE EMP-LAST-NAME TO WS-TRM-NAME (WS-TERM-COUNT)
               MOVE EMP-TERM-DATE TO WS-TRM-DATE (WS-TERM-COUNT)
               MOVE EMP-TERM-REASON
                   TO WS-TRM-REASON (WS-TERM-COUNT)
               IF EMP-FINAL-PAY-PERIOD NUMERIC
                   MOVE EMP-FINAL-PAY-PERIOD
                       TO WS-TRM-FINAL-PER (WS-TERM-COUNT)
               ELSE
                   MOVE ZERO TO WS-TRM-FINAL-PER (WS-TERM-COUNT)
               END-IF
               MOVE WS-PICK-GROSS TO WS-TRM-GROSS (WS-TERM-COUNT)
               MOVE WS-PICK-TAX   TO WS-TRM-TAX (WS-TERM-COUNT)
           ELSE
               ADD 1 TO WS-TERM-OVERFLOW
           END-IF.

       2270-ADD-TO-JURISDICTION.
           IF NOT YTD-JUR-UNUSED (WS-JUR-SUB)
               IF QP-QUARTER-RUN
                   MOVE YTD-JUR-QTR-WAGES (WS-JUR-SUB, QP-QUARTER)
                       TO WS-PICK-JUR-WAGES
                   MOVE YTD-JUR-QTR-TAX (WS-JUR-SUB, QP-QUARTER)
                       TO WS-PICK-JUR-TAX
               ELSE
                   MOVE YTD-JUR-WAGES (WS-JUR-SUB) TO WS-PICK-JUR-WAGES
                   MOVE YTD-JUR-TAX (WS-JUR-SUB)   TO WS-PICK-JUR-TAX
               END-IF
               IF WS-PICK-JUR-WAGES > ZERO OR WS-PICK-JUR-TAX > ZERO
                   PERFORM 2280-POST-JURISDICTION
               END-IF
           END-IF.

       2280-POST-JURISDICTION.
           PERFORM 2285-SEARCH-JURISDICTION
               VARYING WS-JRT-SUB FROM 1 BY 1
               UNTIL WS-JRT-SUB > WS-JUR-COUNT
                   OR (WS-JRT-TYPE (WS-JRT-SUB)
                           = YTD-JUR-TYPE (WS-JUR-SUB)
                       AND WS-JRT-CODE (WS-JRT-SUB)
                           = YTD-JUR-CODE (WS-JUR-SUB))
           IF WS-JRT-SUB > WS-JUR-COUNT
                   AND WS-JUR-COUNT < 40
               ADD 1 TO WS-JUR-COUNT
               MOVE YTD-JUR-TYPE (WS-JUR-SUB)
                   TO WS-JRT-TYPE (WS-JRT-SUB)
               MOVE YTD-JUR-CODE (WS-JUR-SUB)
                   TO WS-JRT-CODE (WS-JRT-SUB)
               MOVE ZERO TO WS-JRT-COUNT (WS-JRT-SUB)
               MOVE ZERO TO WS-JRT-WAGES (WS-JRT-SUB)
               MOVE ZERO TO WS-JRT-TAX   (WS-JRT-SUB)
           END-IF
           IF WS-JRT-SUB > WS-JUR-COUNT
               ADD 1                 TO WS-JUR-OVF-COUNT
               ADD WS-PICK-JUR-WAGES TO WS-JUR-OVF-WAGES
               ADD WS-PICK-JUR-TAX   TO WS-JUR-OVF-TAX
           ELSE
               ADD 1                 TO WS-JRT-COUNT (WS-JRT-SUB)
               ADD WS-PICK-JUR-WAGES TO WS-JRT-WAGES (WS-JRT-SUB)
               ADD WS-PICK-JUR-TAX   TO WS-JRT-TAX   (WS-JRT-SUB)
           END-IF
           IF YTD-JUR-STATE (WS-JUR-SUB)
               ADD 1                 TO WS-STATE-COUNT
               ADD WS-PICK-JUR-WAGES TO WS-STATE-WAGES
               ADD WS-PICK-JUR-TAX   TO WS-STATE-TAX
           ELSE
               ADD 1                 TO WS-LOCAL-COUNT
               ADD WS-PICK-JUR-WAGES TO WS-LOCAL-WAGES
               ADD WS-PICK-JUR-TAX   TO WS-LOCAL-TAX
           END-IF.

       2285-SEARCH-JURISDICTION.
           CONTINUE.

      *----------------------------------------------------------------
      * One statement page per employee. Taxable gross is the annual
      * gross less the YTD withholding of every pre-tax entry on the
               MOVE SPACES          TO YE-FIRST-NAME
           END-IF
           WRITE STATEMENT-LINE FROM STMT-EMP-LINE
           IF EMP-FOUND AND EMP-TERMINATED
               MOVE EMP-TERM-DATE TO WS-DATE-SPLIT
               PERFORM 2390-EDIT-DATE
               MOVE WS-DATE-EDIT TO YT-TERM-DATE
               WRITE STATEMENT-LINE FROM STMT-TERM-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'ANNUAL GROSS PAY'       TO YA-LABEL
           MOVE 'TAX WITHHELD'           TO YA-LABEL
           MOVE YTD-TAX                  TO YA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           MOVE YTD-TAX                  TO WS-FED-TAX-YTD
           PERFORM 2340-NET-ONE-JURISDICTION
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 5
           MOVE '  FEDERAL INCOME TAX'   TO YA-LABEL
           MOVE WS-FED-TAX-YTD           TO YA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           PERFORM 2350-WRITE-ONE-JURISDICTION
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 5
           MOVE 'NET PAY'                TO YA-LABEL
           MOVE YTD-NET                  TO YA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
               WRITE STATEMENT-LINE FROM STMT-DED-LINE
           END-IF.

       2340-NET-ONE-JURISDICTION.
           IF NOT YTD-JUR-UNUSED (WS-JUR-SUB)
               SUBTRACT YTD-JUR-TAX (WS-JUR-SUB) FROM WS-FED-TAX-YTD
           END-IF.

      *----------------------------------------------------------------
      * Each state or locality's wages and tax for the year, the
      * figures the employee files with that jurisdiction.
      *----------------------------------------------------------------
       2350-WRITE-ONE-JURISDICTION.
           IF NOT YTD-JUR-UNUSED (WS-JUR-SUB)
               MOVE YTD-JUR-CODE (WS-JUR-SUB) TO WS-SJL-CODE
               IF YTD-JUR-STATE (WS-JUR-SUB)
                   MOVE '  STATE WAGES - '    TO WS-SJL-TEXT
               ELSE
                   MOVE '  LOCAL WAGES - '    TO WS-SJL-TEXT
               END-IF
               MOVE WS-STMT-JUR-LABEL         TO YA-LABEL
               MOVE YTD-JUR-WAGES (WS-JUR-SUB) TO YA-AMOUNT
               WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
               IF YTD-JUR-STATE (WS-JUR-SUB)
                   MOVE '  STATE INCOME TAX - ' TO WS-SJL-TEXT
               ELSE
                   MOVE '  LOCAL INCOME TAX - ' TO WS-SJL-TEXT
               END-IF
               MOVE WS-STMT-JUR-LABEL         TO YA-LABEL
               MOVE YTD-JUR-TAX (WS-JUR-SUB)  TO YA-AMOUNT
               WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           END-IF.

       2390-EDIT-DATE.
           MOVE WS-DS-MM TO WS-DE-MM
           MOVE WS-DS-DD TO WS-DE-DD
           MOVE WS-DS-YY TO WS-DE-YY.

       3000-WRAPUP.
           PERFORM 3100-WRITE-SUMMARY
           CLOSE RUN-CONTROL-FILE
                 PARM-CARDS
                 YTD-FILE
                 EMPLOYEE-FILE
                 DEDUCTIONS-FILE
           MOVE WS-EMP-COUNT   TO QT-COUNT
           MOVE WS-GRAND-GROSS TO QT-GROSS
           MOVE WS-GRAND-TAX   TO QT-TAX
           WRITE QTR-LINE FROM QTR-TOTAL-LINE
           MOVE SPACES TO QTR-LINE
           WRITE QTR-LINE
           PERFORM 3120-WRITE-ONE-STATUS
               VARYING WS-STAT-SUB FROM 1 BY 1
               UNTIL WS-STAT-SUB > 4
           IF WS-TERM-COUNT > ZERO OR WS-TERM-OVERFLOW > ZERO
               MOVE SPACES TO QTR-LINE
               WRITE QTR-LINE
               WRITE QTR-LINE FROM QTR-TERM-HEADER
               WRITE QTR-LINE FROM QTR-TERM-HEADER-2
               PERFORM 3130-WRITE-ONE-TERMINATED
                   VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
               IF WS-TERM-OVERFLOW > ZERO
                   MOVE WS-TERM-OVERFLOW TO QXO-COUNT
                   WRITE QTR-LINE FROM QTR-TERM-OVERFLOW-LINE
               END-IF
           END-IF
           PERFORM 3200-WRITE-JURISDICTIONS.

       3110-WRITE-ONE-TAX-CODE.
           MOVE WS-TCD-CODE  (WS-TAX-SUB) TO QD-TAX-CODE
           MOVE WS-TCD-GROSS (WS-TAX-SUB) TO QD-GROSS
           MOVE WS-TCD-TAX   (WS-TAX-SUB) TO QD-TAX
           WRITE QTR-LINE FROM QTR-DETAIL.

       3120-WRITE-ONE-STATUS.
           IF WS-STAT-COUNT (WS-STAT-SUB) > ZERO
               MOVE WS-STAT-LABEL (WS-STAT-SUB) TO QT-LABEL
               MOVE WS-STAT-COUNT (WS-STAT-SUB) TO QT-COUNT
               MOVE WS-STAT-GROSS (WS-STAT-SUB) TO QT-GROSS
               MOVE WS-STAT-TAX   (WS-STAT-SUB) TO QT-TAX
               WRITE QTR-LINE FROM QTR-TOTAL-LINE
           END-IF.

       3130-WRITE-ONE-TERMINATED.
           MOVE WS-TRM-EMP-ID (WS-TERM-SUB) TO QX-EMP-ID
           MOVE WS-TRM-NAME (WS-TERM-SUB)   TO QX-NAME
           MOVE WS-TRM-DATE (WS-TERM-SUB)   TO WS-DATE-SPLIT
           PERFORM 2390-EDIT-DATE
           MOVE WS-DATE-EDIT TO QX-TERM-DATE
           EVALUATE WS-TRM-REASON (WS-TERM-SUB)
               WHEN 'V'
                   MOVE 'RESIGNED'   TO QX-REASON
               WHEN 'I'
                   MOVE 'DISCHARGED' TO QX-REASON
               WHEN 'L'
                   MOVE 'LAID OFF'   TO QX-REASON
               WHEN 'R'
                   MOVE 'RETIRED'    TO QX-REASON
               WHEN 'D'
                   MOVE 'DECEASED'   TO QX-REASON
               WHEN OTHER
                   MOVE 'OTHER'      TO QX-REASON
           END-EVALUATE
           IF WS-TRM-FINAL-PER (WS-TERM-SUB) > ZERO
               MOVE WS-TRM-FINAL-PER (WS-TERM-SUB) TO WS-DATE-SPLIT
               PERFORM 2390-EDIT-DATE
               MOVE WS-DATE-EDIT TO QX-FINAL-PAY
           ELSE
               MOVE 'PENDING' TO QX-FINAL-PAY
           END-IF
           MOVE WS-TRM-GROSS (WS-TERM-SUB)  TO QX-GROSS
           MOVE WS-TRM-TAX (WS-TERM-SUB)    TO QX-TAX
           WRITE QTR-LINE FROM QTR-TERM-DETAIL.

      *----------------------------------------------------------------
      * The state and local withholding report, on its own page:
      * a row per state and locality in the order first met on the
      * YTD file, then the state and local totals.
      *----------------------------------------------------------------
       3200-WRITE-JURISDICTIONS.
           IF QP-QUARTER-RUN
               MOVE 'STATE/LOCAL WITHHOLDING' TO QH1-TITLE
           ELSE
               MOVE 'ANNUAL STATE/LOCAL WITHHOLDING' TO QH1-TITLE
           END-IF
           WRITE QTR-LINE FROM QTR-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO QTR-LINE
           WRITE QTR-LINE
           WRITE QTR-LINE FROM QTR-JUR-HEADER-2
           PERFORM 3210-WRITE-ONE-JURISDICTION
               VARYING WS-JRT-SUB FROM 1 BY 1
               UNTIL WS-JRT-SUB > WS-JUR-COUNT
           IF WS-JUR-OVF-COUNT > ZERO
               MOVE SPACES            TO QJ-TYPE
               MOVE '**'              TO QJ-CODE
               MOVE WS-JUR-OVF-COUNT  TO QJ-COUNT
               MOVE WS-JUR-OVF-WAGES  TO QJ-WAGES
               MOVE WS-JUR-OVF-TAX    TO QJ-TAX
               WRITE QTR-LINE FROM QTR-JUR-DETAIL
               WRITE QTR-LINE FROM QTR-JUR-WARNING-LINE
           END-IF
           MOVE SPACES TO QTR-LINE
           WRITE QTR-LINE
           MOVE 'STATE TOTALS'    TO QJT-LABEL
           MOVE WS-STATE-COUNT    TO QJT-COUNT
           MOVE WS-STATE-WAGES    TO QJT-WAGES
           MOVE WS-STATE-TAX      TO QJT-TAX
           WRITE QTR-LINE FROM QTR-JUR-TOTAL-LINE
           MOVE 'LOCAL TOTALS'    TO QJT-LABEL
           MOVE WS-LOCAL-COUNT    TO QJT-COUNT
           MOVE WS-LOCAL-WAGES    TO QJT-WAGES
           MOVE WS-LOCAL-TAX      TO QJT-TAX
           WRITE QTR-LINE FROM QTR-JUR-TOTAL-LINE.

       3210-WRITE-ONE-JURISDICTION.
           IF WS-JRT-TYPE (WS-JRT-SUB) = 'S'
               MOVE 'STATE' TO QJ-TYPE
           ELSE
               MOVE 'LOCAL' TO QJ-TYPE
           END-IF
           MOVE WS-JRT-CODE  (WS-JRT-SUB) TO QJ-CODE
           MOVE WS-JRT-COUNT (WS-JRT-SUB) TO QJ-COUNT
           MOVE WS-JRT-WAGES (WS-JRT-SUB) TO QJ-WAGES
           MOVE WS-JRT-TAX   (WS-JRT-SUB) TO QJ-TAX
           WRITE QTR-LINE FROM QTR-JUR-DETAIL.

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
                   DISPLAY 'PAYROLL-QTR: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.
