      *----------------------------------------------------------------
      * STREAM-STAT.COB - Job-Stream Status Report and Supervisor
      *                   Step Overrides
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB
      *
      * Every step of the weekly stream records its start, its end
      * and its return code on the stream status file (STRMSTAT.CPY)
      * under the run-control card's run number, and refuses to run
      * out of order. This program is the operator's view of that
      * file and the one way round the sequence.
      * Override cards, when supplied, are applied first, one per
      * step, and each one is printed with what became of it:
      * 'S' skips a step the stream would otherwise wait on - it is
      * marked overridden and the steps after it may run. A step
      * that already finished cleanly is not skipped.
      * 'R' reopens a step that has run, clearing its slot so the
      * step can be run again for the same run number.
      * Every card must name the supervisor authorizing it, the
      * operator reference it was raised under and the reason, and
      * the supervisor may not also be the operator. A skip for a
      * run not yet on the file (the first step itself being skipped)
      * must carry the run's period ending and run type, and opens
      * the run on the file for the pay group on the card (blank is
      * the original weekly group). A card naming a pay group other
      * than the one its run is on file for is rejected.
      * The report then lists every run still open - ACH not yet
      * released, or any step started and not finished, or failed
      * and not overridden - with its pay group, each step's state,
      * times, return code and override, and the step the run is
      * waiting on.
      * Return code 4 when any override card was rejected.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-STAT.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-CARDS
               ASSIGN TO UT-S-STOVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT STREAM-STATUS-FILE
               ASSIGN TO UT-S-STRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-RUN-NUMBER
               FILE STATUS IS WS-STRM-STATUS.
           SELECT STREAM-REPORT
               ASSIGN TO UT-S-STRMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Override card. Step codes: TL TIMECARD-LOAD, PE PAYROLL-EDIT,
      * PA PAYROLL-ADJ, PR PAYROLL or PAYROLL-SUPP, PB PAYROLL-BAL,
      * AR ACH-RELEASE, QQ PAYROLL-QTR quarter run, QY PAYROLL-QTR
      * year-end run, YE PAYROLL-YEC. Period ending (YYMMDD) and
      * run type ('R' or 'S') are needed only to open a run that is
      * not yet on the file; when given for a run on file they must
      * agree with it. The pay group is stamped on a run the card
      * opens and, when given, must agree with a run on file.
      *----------------------------------------------------------------
       FD OVERRIDE-CARDS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 OVERRIDE-CARD.
          05 OV-RUN-NUMBER      PIC 9(4).
          05 OV-RUN-NUMBER-X REDEFINES OV-RUN-NUMBER
                                PIC X(4).
          05 OV-STEP-CODE       PIC X(2).
          05 OV-ACTION          PIC X(1).
             88 OV-SKIP-STEP    VALUE 'S'.
             88 OV-REOPEN-STEP  VALUE 'R'.
          05 OV-SUPERVISOR      PIC X(8).
          05 OV-OPER-REF        PIC X(10).
          05 OV-PERIOD-ENDING   PIC 9(6).
          05 OV-PERIOD-ENDING-X REDEFINES OV-PERIOD-ENDING
                                PIC X(6).
          05 OV-RUN-TYPE        PIC X(1).
          05 OV-REASON          PIC X(40).
          05 OV-PAY-GROUP       PIC X(2).
          05 FILLER             PIC X(6).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       FD STREAM-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 STREAM-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.

       01 WS-CARD-EOF-FLAG       PIC X VALUE 'N'.
          88 CARD-EOF            VALUE 'Y'.
       01 WS-STRM-EOF-FLAG       PIC X VALUE 'N'.
          88 STRM-EOF            VALUE 'Y'.
       01 WS-RUN-FOUND-FLAG      PIC X VALUE 'N'.
          88 RUN-FOUND           VALUE 'Y'.
       01 WS-RUN-OPEN-FLAG       PIC X VALUE 'N'.
          88 RUN-OPEN            VALUE 'Y'.
       01 WS-CARDS-OPEN-FLAG     PIC X VALUE 'N'.
          88 CARDS-OPEN          VALUE 'Y'.
       01 WS-NEXT-FOUND-FLAG     PIC X VALUE 'N'.
          88 NEXT-STEP-FOUND     VALUE 'Y'.
       01 WS-REJECT-REASON       PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * Stream steps in slot order: the override card's step code
      * and the program that fills the slot.
      *----------------------------------------------------------------
       01 WS-STEP-NAMES.
          05 FILLER              PIC X(15) VALUE 'TLTIMECARD-LOAD'.
          05 FILLER              PIC X(15) VALUE 'PEPAYROLL-EDIT'.
          05 FILLER              PIC X(15) VALUE 'PAPAYROLL-ADJ'.
          05 FILLER              PIC X(15) VALUE 'PRPAYROLL'.
          05 FILLER              PIC X(15) VALUE 'PBPAYROLL-BAL'.
          05 FILLER              PIC X(15) VALUE 'ARACH-RELEASE'.
          05 FILLER              PIC X(15) VALUE 'QQPAYROLL-QTR'.
          05 FILLER              PIC X(15) VALUE 'QYPAYROLL-QTR'.
          05 FILLER              PIC X(15) VALUE 'YEPAYROLL-YEC'.
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
          05 WS-STEP-NAME-ENTRY  OCCURS 9 TIMES.
             10 WS-STEP-CODE     PIC X(2).
             10 WS-STEP-PGM      PIC X(13).
       01 WS-STEP-SUB            PIC 9(2) VALUE ZERO.
       01 WS-NEXT-SUB            PIC 9(2) VALUE ZERO.

       01 WS-CARD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-RUN-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-OPEN-COUNT          PIC 9(5) VALUE ZERO.

       01 WS-CURRENT-DATE.
          05 WS-CURR-YY          PIC 9(2).
          05 WS-CURR-MM          PIC 9(2).
          05 WS-CURR-DD          PIC 9(2).
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                 PIC 9(6).

       01 WS-CURRENT-TIME.
          05 WS-CURR-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

       01 WS-RUN-DATE.
          05 WS-RUN-MM           PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-RUN-DD           PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-RUN-YY           PIC 9(2).

       01 WS-DATE-SPLIT.
          05 WS-DS-YY            PIC 9(2).
          05 WS-DS-MM            PIC 9(2).
          05 WS-DS-DD            PIC 9(2).
       01 WS-DATE-SPLIT-N REDEFINES WS-DATE-SPLIT
                                 PIC 9(6).

       01 WS-PRINT-DATE.
          05 WS-PD-MM            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-PD-DD            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-PD-YY            PIC 9(2).

       01 WS-TIME-SPLIT.
          05 WS-TS-HH            PIC 9(2).
          05 WS-TS-MM            PIC 9(2).
       01 WS-TIME-SPLIT-N REDEFINES WS-TIME-SPLIT
                                 PIC 9(4).

       01 WS-PRINT-TIME.
          05 WS-PT-HH            PIC 9(2).
          05 FILLER              PIC X VALUE ':'.
          05 WS-PT-MM            PIC 9(2).

       01 WS-RC-EDIT             PIC ZZZ9.

       01 STREAM-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
             VALUE 'ACME MANUFACTURING CORP'.
          05 SH1-TITLE          PIC X(30).
          05 FILLER             PIC X(9)  VALUE 'RUN DATE:'.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SH1-RUN-DATE       PIC X(8).
          05 FILLER             PIC X(53) VALUE SPACES.

       01 OVERRIDE-HEADER.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE 'RUN'.
          05 FILLER             PIC X(6)  VALUE 'STEP'.
          05 FILLER             PIC X(4)  VALUE 'ACT'.
          05 FILLER             PIC X(10) VALUE 'SUPERVSR'.
          05 FILLER             PIC X(12) VALUE 'OPER/REF'.
          05 FILLER             PIC X(42) VALUE 'REASON'.
          05 FILLER             PIC X(51) VALUE 'RESULT'.

       01 OVERRIDE-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 OL-RUN-NUMBER      PIC X(4).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 OL-STEP-CODE       PIC X(2).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 OL-ACTION          PIC X(1).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 OL-SUPERVISOR      PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 OL-OPER-REF        PIC X(10).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 OL-REASON          PIC X(40).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 OL-RESULT          PIC X(51).

       01 RUN-HEADER-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(4)  VALUE 'RUN '.
          05 RH-RUN-NUMBER      PIC 9(4).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 RH-RUN-TYPE        PIC X(12).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 FILLER             PIC X(14) VALUE 'PERIOD ENDING '.
          05 RH-PERIOD-ENDING   PIC X(8).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 FILLER             PIC X(11) VALUE 'CHECK DATE '.
          05 RH-CHECK-DATE      PIC X(8).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 FILLER             PIC X(7)  VALUE 'OPENED '.
          05 RH-OPENED-DATE     PIC X(8).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 FILLER             PIC X(10) VALUE 'PAY GROUP '.
          05 RH-PAY-GROUP       PIC X(2).
          05 FILLER             PIC X(28) VALUE SPACES.

       01 STEP-HEADER.
          05 FILLER             PIC X(5)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE 'STEP'.
          05 FILLER             PIC X(15) VALUE 'PROGRAM'.
          05 FILLER             PIC X(24) VALUE 'STATUS'.
          05 FILLER             PIC X(16) VALUE 'STARTED'.
          05 FILLER             PIC X(16) VALUE 'ENDED'.
          05 FILLER             PIC X(6)  VALUE '  RC'.
          05 FILLER             PIC X(44) VALUE 'OVERRIDE BY'.

       01 STEP-LINE.
          05 FILLER             PIC X(5)  VALUE SPACES.
          05 SL-STEP-CODE       PIC X(2).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 SL-PROGRAM         PIC X(13).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SL-STATUS          PIC X(22).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SL-START-DATE      PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SL-START-TIME      PIC X(5).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SL-END-DATE        PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SL-END-TIME        PIC X(5).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SL-RC              PIC X(4).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SL-OVERRIDE-BY     PIC X(8).
          05 FILLER             PIC X(36) VALUE SPACES.

       01 NEXT-STEP-LINE.
          05 FILLER             PIC X(5)  VALUE SPACES.
          05 FILLER             PIC X(11) VALUE 'NEXT STEP: '.
          05 NL-STEP-CODE       PIC X(2).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 NL-TEXT            PIC X(50).
          05 FILLER             PIC X(62) VALUE SPACES.

       01 STREAM-TOTAL-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 STL-LABEL          PIC X(32) VALUE SPACES.
          05 STL-COUNT          PIC ZZ,ZZ9.
          05 FILLER             PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           IF NOT CARD-EOF
               PERFORM 1100-OVERRIDE-HEADINGS
           END-IF
           PERFORM 2000-PROCESS-CARD UNTIL CARD-EOF
           PERFORM 4000-REPORT-OPEN-RUNS
           PERFORM 9000-WRAPUP
           STOP RUN.

      *----------------------------------------------------------------
      * Override cards are optional - with none supplied the run is
      * the status report alone.
      *----------------------------------------------------------------
       1000-INIT.
           OPEN I-O STREAM-STATUS-FILE
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'STREAM-STAT: STREAM STATUS FILE NOT FOUND'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STREAM-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURR-MM TO WS-RUN-MM
           MOVE WS-CURR-DD TO WS-RUN-DD
           MOVE WS-CURR-YY TO WS-RUN-YY
           OPEN INPUT OVERRIDE-CARDS
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'Y' TO WS-CARD-EOF-FLAG
           ELSE
               MOVE 'Y' TO WS-CARDS-OPEN-FLAG
               READ OVERRIDE-CARDS
                   AT END MOVE 'Y' TO WS-CARD-EOF-FLAG
               END-READ
           END-IF.

       1100-OVERRIDE-HEADINGS.
           MOVE 'SUPERVISOR STEP OVERRIDES' TO SH1-TITLE
           MOVE WS-RUN-DATE TO SH1-RUN-DATE
           WRITE STREAM-REPORT-LINE FROM STREAM-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO STREAM-REPORT-LINE
           WRITE STREAM-REPORT-LINE
           WRITE STREAM-REPORT-LINE FROM OVERRIDE-HEADER.

      *----------------------------------------------------------------
      * One override card: validated against the run's record, then
      * applied, and printed either way with the outcome.
      *----------------------------------------------------------------
       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           PERFORM 2050-VALIDATE-CARD
           IF WS-REJECT-REASON = SPACES
               IF OV-SKIP-STEP
                   PERFORM 2100-SKIP-STEP
               ELSE
                   PERFORM 2200-REOPEN-STEP
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 2800-WRITE-OVERRIDE-LINE
           READ OVERRIDE-CARDS
               AT END MOVE 'Y' TO WS-CARD-EOF-FLAG
           END-READ.

       2050-VALIDATE-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2060-FIND-STEP-CODE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 9
                  OR WS-STEP-CODE (WS-STEP-SUB) = OV-STEP-CODE
           EVALUATE TRUE
               WHEN OV-RUN-NUMBER-X NOT NUMERIC
                   MOVE 'RUN NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               WHEN WS-STEP-SUB > 9
                   MOVE 'UNKNOWN STEP CODE' TO WS-REJECT-REASON
               WHEN NOT OV-SKIP-STEP AND NOT OV-REOPEN-STEP
                   MOVE 'ACTION MUST BE S OR R' TO WS-REJECT-REASON
               WHEN OV-SUPERVISOR = SPACES
                   MOVE 'NO SUPERVISOR NAMED' TO WS-REJECT-REASON
               WHEN OV-OPER-REF = SPACES
                   MOVE 'NO OPERATOR REFERENCE' TO WS-REJECT-REASON
               WHEN OV-REASON = SPACES
                   MOVE 'NO REASON GIVEN' TO WS-REJECT-REASON
               WHEN OV-SUPERVISOR = OV-OPER-REF
                   MOVE 'SUPERVISOR MAY NOT BE THE OPERATOR'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 2070-READ-RUN
               PERFORM 2080-CHECK-AGAINST-RUN
           END-IF.

       2060-FIND-STEP-CODE.
           CONTINUE.

       2070-READ-RUN.
           MOVE 'N' TO WS-RUN-FOUND-FLAG
           MOVE OV-RUN-NUMBER TO SS-RUN-NUMBER
           READ STREAM-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RUN-FOUND-FLAG
           END-READ.

      *----------------------------------------------------------------
      * A run not yet on the file can only be opened by skipping a
      * step, and only with its period ending and run type on the
      * card. A skip is refused for a step already finished cleanly
      * or already skipped; a reopen needs a step that has run.
      *----------------------------------------------------------------
       2080-CHECK-AGAINST-RUN.
           IF NOT RUN-FOUND
               EVALUATE TRUE
                   WHEN OV-REOPEN-STEP
                       MOVE 'RUN NOT ON STREAM FILE'
                           TO WS-REJECT-REASON
                   WHEN OV-PERIOD-ENDING-X NOT NUMERIC
                       MOVE 'NEW RUN NEEDS PERIOD ENDING'
                           TO WS-REJECT-REASON
                   WHEN OV-PERIOD-ENDING = ZERO
                       MOVE 'NEW RUN NEEDS PERIOD ENDING'
                           TO WS-REJECT-REASON
                   WHEN OV-RUN-TYPE NOT = 'R' AND OV-RUN-TYPE NOT = 'S'
                       MOVE 'NEW RUN NEEDS RUN TYPE R OR S'
                           TO WS-REJECT-REASON
               END-EVALUATE
           ELSE
               IF OV-PERIOD-ENDING-X NOT = SPACES
                       AND OV-PERIOD-ENDING-X NOT = SS-PERIOD-ENDING
                   MOVE 'PERIOD DOES NOT MATCH RUN ON FILE'
                       TO WS-REJECT-REASON
               END-IF
               IF OV-RUN-TYPE NOT = SPACE
                       AND OV-RUN-TYPE NOT = SS-RUN-TYPE
                   MOVE 'RUN TYPE DOES NOT MATCH RUN ON FILE'
                       TO WS-REJECT-REASON
               END-IF
               IF OV-PAY-GROUP NOT = SPACES
                       AND OV-PAY-GROUP NOT = SS-PAY-GROUP
                   MOVE 'PAY GROUP DOES NOT MATCH RUN ON FILE'
                       TO WS-REJECT-REASON
               END-IF
               IF OV-SKIP-STEP
                   IF SS-STEP-OVERRIDDEN (WS-STEP-SUB)
                       MOVE 'STEP ALREADY SKIPPED'
                           TO WS-REJECT-REASON
                   END-IF
                   IF SS-STEP-ENDED (WS-STEP-SUB)
                           AND SS-STEP-RC-CLEAN (WS-STEP-SUB)
                       MOVE 'STEP ALREADY FINISHED CLEANLY'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF OV-REOPEN-STEP
                       AND SS-STEP-NOT-RUN (WS-STEP-SUB)
                   MOVE 'STEP HAS NOT RUN - NOTHING TO REOPEN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Skip: the slot is marked overridden, stamped with the time
      * of the override and the supervisor who authorized it. Any
      * start time and return code the step left are kept.
      *----------------------------------------------------------------
       2100-SKIP-STEP.
           IF NOT RUN-FOUND
               MOVE SPACES            TO STREAM-STATUS-RECORD
               MOVE OV-RUN-NUMBER     TO SS-RUN-NUMBER
               MOVE OV-PERIOD-ENDING  TO SS-PERIOD-ENDING
               MOVE ZERO              TO SS-CHECK-DATE
               MOVE OV-RUN-TYPE       TO SS-RUN-TYPE
               MOVE OV-PAY-GROUP      TO SS-PAY-GROUP
               MOVE WS-CURRENT-DATE-N TO SS-OPENED-DATE
               PERFORM 2300-CLEAR-STEP
                   VARYING WS-NEXT-SUB FROM 1 BY 1
                   UNTIL WS-NEXT-SUB > 9
           END-IF
           MOVE 'O'               TO SS-STEP-STATE (WS-STEP-SUB)
           MOVE WS-CURRENT-DATE-N TO SS-END-DATE (WS-STEP-SUB)
           MOVE WS-CURR-HHMM      TO SS-END-TIME (WS-STEP-SUB)
           MOVE OV-SUPERVISOR     TO SS-OVERRIDE-BY (WS-STEP-SUB)
           IF RUN-FOUND
               REWRITE STREAM-STATUS-RECORD
           ELSE
               WRITE STREAM-STATUS-RECORD
           END-IF.

       2200-REOPEN-STEP.
           MOVE WS-STEP-SUB TO WS-NEXT-SUB
           PERFORM 2300-CLEAR-STEP
           REWRITE STREAM-STATUS-RECORD.

       2300-CLEAR-STEP.
           MOVE SPACE  TO SS-STEP-STATE (WS-NEXT-SUB)
           MOVE ZERO   TO SS-START-DATE (WS-NEXT-SUB)
                          SS-START-TIME (WS-NEXT-SUB)
                          SS-END-DATE (WS-NEXT-SUB)
                          SS-END-TIME (WS-NEXT-SUB)
                          SS-STEP-RC (WS-NEXT-SUB)
           MOVE SPACES TO SS-OVERRIDE-BY (WS-NEXT-SUB).

       2800-WRITE-OVERRIDE-LINE.
           MOVE OV-RUN-NUMBER-X TO OL-RUN-NUMBER
           MOVE OV-STEP-CODE    TO OL-STEP-CODE
           MOVE OV-ACTION       TO OL-ACTION
           MOVE OV-SUPERVISOR   TO OL-SUPERVISOR
           MOVE OV-OPER-REF     TO OL-OPER-REF
           MOVE OV-REASON       TO OL-REASON
           IF WS-REJECT-REASON = SPACES
               IF OV-SKIP-STEP
                   MOVE 'APPLIED - STEP SKIPPED' TO OL-RESULT
               ELSE
                   MOVE 'APPLIED - STEP REOPENED' TO OL-RESULT
               END-IF
           ELSE
               MOVE SPACES TO OL-RESULT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO OL-RESULT
           END-IF
           WRITE STREAM-REPORT-LINE FROM OVERRIDE-LINE.

      *----------------------------------------------------------------
      * Status report: one pass over the stream file in run-number
      * order. A run is open until ACH-RELEASE has finished cleanly
      * or been skipped, and stays open while any step is started
      * and not finished, or failed and not overridden.
      *----------------------------------------------------------------
       4000-REPORT-OPEN-RUNS.
           MOVE 'JOB STREAM STATUS - OPEN RUNS' TO SH1-TITLE
           MOVE WS-RUN-DATE TO SH1-RUN-DATE
           WRITE STREAM-REPORT-LINE FROM STREAM-HEADER-1
               AFTER ADVANCING PAGE
           MOVE 'N' TO WS-STRM-EOF-FLAG
           MOVE ZERO TO SS-RUN-NUMBER
           START STREAM-STATUS-FILE
               KEY NOT LESS THAN SS-RUN-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-STRM-EOF-FLAG
           END-START
           IF NOT STRM-EOF
               PERFORM 4100-READ-NEXT-RUN
           END-IF
           PERFORM 4200-REPORT-ONE-RUN UNTIL STRM-EOF
           MOVE SPACES TO STREAM-REPORT-LINE
           WRITE STREAM-REPORT-LINE
           IF WS-OPEN-COUNT = ZERO
               MOVE 'NO OPEN RUNS ON FILE' TO STL-LABEL
               MOVE ZERO TO STL-COUNT
           ELSE
               MOVE 'OPEN RUNS LISTED' TO STL-LABEL
               MOVE WS-OPEN-COUNT TO STL-COUNT
           END-IF
           WRITE STREAM-REPORT-LINE FROM STREAM-TOTAL-LINE
           MOVE 'RUNS ON STREAM FILE' TO STL-LABEL
           MOVE WS-RUN-COUNT TO STL-COUNT
           WRITE STREAM-REPORT-LINE FROM STREAM-TOTAL-LINE.

       4100-READ-NEXT-RUN.
           READ STREAM-STATUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STRM-EOF-FLAG
           END-READ.

       4200-REPORT-ONE-RUN.
           ADD 1 TO WS-RUN-COUNT
           MOVE 'N' TO WS-RUN-OPEN-FLAG
           IF NOT SS-STEP-OVERRIDDEN (6)
                   AND NOT (SS-STEP-ENDED (6)
                            AND SS-STEP-RC-CLEAN (6))
               MOVE 'Y' TO WS-RUN-OPEN-FLAG
           END-IF
           PERFORM 4250-CHECK-STEP-OPEN
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 9
           IF RUN-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM 4300-PRINT-RUN
           END-IF
           PERFORM 4100-READ-NEXT-RUN.

       4250-CHECK-STEP-OPEN.
           IF SS-STEP-STARTED (WS-STEP-SUB)
               MOVE 'Y' TO WS-RUN-OPEN-FLAG
           END-IF
           IF SS-STEP-ENDED (WS-STEP-SUB)
                   AND NOT SS-STEP-RC-CLEAN (WS-STEP-SUB)
               MOVE 'Y' TO WS-RUN-OPEN-FLAG
           END-IF.

       4300-PRINT-RUN.
           MOVE SPACES TO STREAM-REPORT-LINE
           WRITE STREAM-REPORT-LINE
           MOVE SS-RUN-NUMBER TO RH-RUN-NUMBER
           IF SS-SUPPLEMENTAL-RUN
               MOVE 'SUPPLEMENTAL' TO RH-RUN-TYPE
           ELSE
               MOVE 'REGULAR'      TO RH-RUN-TYPE
           END-IF
           MOVE SS-PERIOD-ENDING TO WS-DATE-SPLIT-N
           PERFORM 4700-FORMAT-DATE
           MOVE WS-PRINT-DATE TO RH-PERIOD-ENDING
           MOVE SS-CHECK-DATE TO WS-DATE-SPLIT-N
           PERFORM 4700-FORMAT-DATE
           MOVE WS-PRINT-DATE TO RH-CHECK-DATE
           MOVE SS-OPENED-DATE TO WS-DATE-SPLIT-N
           PERFORM 4700-FORMAT-DATE
           MOVE WS-PRINT-DATE TO RH-OPENED-DATE
           MOVE SS-PAY-GROUP  TO RH-PAY-GROUP
           WRITE STREAM-REPORT-LINE FROM RUN-HEADER-LINE
           WRITE STREAM-REPORT-LINE FROM STEP-HEADER
           PERFORM 4400-PRINT-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 9
           PERFORM 4500-FIND-NEXT-STEP
           MOVE SPACES TO NL-STEP-CODE
                          NL-TEXT
           IF NEXT-STEP-FOUND
               MOVE WS-STEP-CODE (WS-NEXT-SUB) TO NL-STEP-CODE
               MOVE WS-STEP-PGM (WS-NEXT-SUB) TO NL-TEXT
               IF WS-NEXT-SUB = 4 AND SS-SUPPLEMENTAL-RUN
                   MOVE 'PAYROLL-SUPP' TO NL-TEXT
               END-IF
               IF SS-STEP-STARTED (WS-NEXT-SUB)
                   MOVE SPACES TO NL-TEXT
                   STRING WS-STEP-PGM (WS-NEXT-SUB)
                              DELIMITED BY SPACE
                          ' - STARTED, NEVER FINISHED - RERUN'
                              DELIMITED BY SIZE
                       INTO NL-TEXT
               END-IF
               IF SS-STEP-ENDED (WS-NEXT-SUB)
                   MOVE SPACES TO NL-TEXT
                   STRING WS-STEP-PGM (WS-NEXT-SUB)
                              DELIMITED BY SPACE
                          ' - FAILED - RERUN OR OVERRIDE'
                              DELIMITED BY SIZE
                       INTO NL-TEXT
               END-IF
           ELSE
               MOVE 'NONE - ALL STEPS FINISHED OR SKIPPED' TO NL-TEXT
           END-IF
           WRITE STREAM-REPORT-LINE FROM NEXT-STEP-LINE.

       4400-PRINT-STEP.
           MOVE SPACES TO STEP-LINE
           MOVE WS-STEP-CODE (WS-STEP-SUB) TO SL-STEP-CODE
           MOVE WS-STEP-PGM (WS-STEP-SUB)  TO SL-PROGRAM
           IF WS-STEP-SUB = 4 AND SS-SUPPLEMENTAL-RUN
               MOVE 'PAYROLL-SUPP' TO SL-PROGRAM
           END-IF
           EVALUATE TRUE
               WHEN SS-STEP-OVERRIDDEN (WS-STEP-SUB)
                   MOVE 'SKIPPED BY OVERRIDE' TO SL-STATUS
               WHEN SS-STEP-STARTED (WS-STEP-SUB)
                   MOVE 'STARTED - NOT FINISHED' TO SL-STATUS
               WHEN SS-STEP-ENDED (WS-STEP-SUB)
                       AND SS-STEP-RC-CLEAN (WS-STEP-SUB)
                   MOVE 'FINISHED OK' TO SL-STATUS
               WHEN SS-STEP-ENDED (WS-STEP-SUB)
                   MOVE 'FINISHED - FAILED' TO SL-STATUS
               WHEN SS-SUPPLEMENTAL-RUN AND WS-STEP-SUB < 4
                   MOVE 'NOT PART OF RUN' TO SL-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO SL-STATUS
           END-EVALUATE
           IF SS-START-DATE (WS-STEP-SUB) NOT = ZERO
               MOVE SS-START-DATE (WS-STEP-SUB) TO WS-DATE-SPLIT-N
               PERFORM 4700-FORMAT-DATE
               MOVE WS-PRINT-DATE TO SL-START-DATE
               MOVE SS-START-TIME (WS-STEP-SUB) TO WS-TIME-SPLIT-N
               PERFORM 4750-FORMAT-TIME
               MOVE WS-PRINT-TIME TO SL-START-TIME
           END-IF
           IF SS-END-DATE (WS-STEP-SUB) NOT = ZERO
               MOVE SS-END-DATE (WS-STEP-SUB) TO WS-DATE-SPLIT-N
               PERFORM 4700-FORMAT-DATE
               MOVE WS-PRINT-DATE TO SL-END-DATE
               MOVE SS-END-TIME (WS-STEP-SUB) TO WS-TIME-SPLIT-N
               PERFORM 4750-FORMAT-TIME
               MOVE WS-PRINT-TIME TO SL-END-TIME
           END-IF
           IF SS-STEP-ENDED (WS-STEP-SUB)
               MOVE SS-STEP-RC (WS-STEP-SUB) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO SL-RC
           END-IF
           MOVE SS-OVERRIDE-BY (WS-STEP-SUB) TO SL-OVERRIDE-BY
           WRITE STREAM-REPORT-LINE FROM STEP-LINE.

      *----------------------------------------------------------------
      * The step the run waits on: the first in stream order not yet
      * finished cleanly or skipped. A supplemental run has no
      * timecard, edit or adjustment steps; PAYROLL-ADJ and the
      * PAYROLL-QTR and PAYROLL-YEC steps are counted only once they
      * have been run, since a week need not use them.
      *----------------------------------------------------------------
       4500-FIND-NEXT-STEP.
           MOVE 'N' TO WS-NEXT-FOUND-FLAG
           PERFORM 4550-CHECK-NEXT-STEP
               VARYING WS-NEXT-SUB FROM 1 BY 1
               UNTIL WS-NEXT-SUB > 9
                  OR NEXT-STEP-FOUND
           IF NEXT-STEP-FOUND
               SUBTRACT 1 FROM WS-NEXT-SUB
           END-IF.

       4550-CHECK-NEXT-STEP.
           IF SS-STEP-OVERRIDDEN (WS-NEXT-SUB)
                   OR (SS-STEP-ENDED (WS-NEXT-SUB)
                       AND SS-STEP-RC-CLEAN (WS-NEXT-SUB))
               CONTINUE
           ELSE
               IF SS-STEP-NOT-RUN (WS-NEXT-SUB)
                       AND (WS-NEXT-SUB = 3
                            OR WS-NEXT-SUB > 6
                            OR (SS-SUPPLEMENTAL-RUN
                                AND WS-NEXT-SUB < 4))
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-NEXT-FOUND-FLAG
               END-IF
           END-IF.

       4700-FORMAT-DATE.
           MOVE WS-DS-MM TO WS-PD-MM
           MOVE WS-DS-DD TO WS-PD-DD
           MOVE WS-DS-YY TO WS-PD-YY.

       4750-FORMAT-TIME.
           MOVE WS-TS-HH TO WS-PT-HH
           MOVE WS-TS-MM TO WS-PT-MM.

       9000-WRAPUP.
           IF CARDS-OPEN
               CLOSE OVERRIDE-CARDS
           END-IF
           CLOSE STREAM-STATUS-FILE
                 STREAM-REPORT
           DISPLAY 'STREAM-STAT: OVERRIDE CARDS READ - ' WS-CARD-COUNT
           DISPLAY 'STREAM-STAT: OVERRIDES APPLIED   - '
               WS-APPLIED-COUNT
           DISPLAY 'STREAM-STAT: OVERRIDES REJECTED  - '
               WS-REJECT-COUNT
           DISPLAY 'STREAM-STAT: OPEN RUNS           - ' WS-OPEN-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
