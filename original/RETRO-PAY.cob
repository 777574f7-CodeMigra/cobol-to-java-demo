      *----------------------------------------------------------------
      * RETRO-PAY.COB - Retroactive Pay Calculation
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / PAYHIST-INQ.COB
      *
      * Works out back pay when a rate increase is approved after
      * its effective date, instead of a clerk pricing the weeks by
      * hand and keying 'M' adjustments. One card per increase
      * names one employee, a union code or a department, the new
      * hourly rate and the effective date. For every hourly,
      * active employee selected, each pay history week ending on
      * or after the effective date is repriced: the week's regular,
      * overtime and double-time hours at the new rate, overtime
      * and double time at the multipliers that week was paid at.
      * Leave hours are not repriced. A week already paid at or
      * above the new rate owes nothing.
      * Every week prints on the retro register with the old pay,
      * new pay and difference. The employee's total goes on the
      * retro file, which PAYROLL pays on the employee's next
      * weekly payment as a separate retro earnings line - taxed,
      * in YTD and the quarter, on the stub and in pay history.
      * An employee whose earlier retro is still waiting to be paid
      * is not recalculated until PAYROLL has paid it. The new rate
      * itself still goes onto the master through PAYROLL-MAINT.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-CARDS
               ASSIGN TO UT-S-RETROCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO UT-S-EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT RETRO-FILE
               ASSIGN TO UT-S-RETROPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTR-EMP-ID
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT RETRO-REGISTER
               ASSIGN TO UT-S-RETRORPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Retro card: 'E' selects one employee id, 'U' a union code,
      * 'D' a department; the new hourly rate and the effective
      * date (YYMMDD) of the increase.
      *----------------------------------------------------------------
       FD RETRO-CARDS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 RETRO-CARD-RECORD.
          05 RCD-SELECT-CODE    PIC X(1).
             88 RCD-BY-EMPLOYEE VALUE 'E'.
             88 RCD-BY-UNION    VALUE 'U'.
             88 RCD-BY-DEPT     VALUE 'D'.
          05 RCD-SELECT-VALUE   PIC X(6).
          05 RCD-SELECT-PARTS REDEFINES RCD-SELECT-VALUE.
             10 RCD-SELECT-UNION PIC X(2).
             10 FILLER          PIC X(4).
          05 RCD-SELECT-DEPT-VIEW REDEFINES RCD-SELECT-VALUE.
             10 RCD-SELECT-DEPT PIC X(4).
             10 FILLER          PIC X(2).
          05 RCD-NEW-RATE       PIC 9(4)V99.
          05 RCD-NEW-RATE-X REDEFINES RCD-NEW-RATE
                                PIC X(6).
          05 RCD-EFF-DATE       PIC 9(6).
          05 RCD-EFF-DATE-X REDEFINES RCD-EFF-DATE
                                PIC X(6).
          05 FILLER             PIC X(61).

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY PAYHREC.

       FD RETRO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RETROREC.

       FD RETRO-REGISTER
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 RETRO-REGISTER-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS         PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-PAYHIST-STATUS      PIC XX VALUE SPACES.
       01 WS-RETRO-STATUS        PIC XX VALUE SPACES.

       01 WS-CARD-EOF-FLAG       PIC X VALUE 'N'.
          88 CARD-EOF            VALUE 'Y'.
       01 WS-EMP-EOF-FLAG        PIC X VALUE 'N'.
          88 EMP-EOF             VALUE 'Y'.
       01 WS-HIST-EOF-FLAG       PIC X VALUE 'N'.
          88 HIST-EOF            VALUE 'Y'.
       01 WS-CARD-VALID-FLAG     PIC X VALUE 'Y'.
          88 CARD-VALID          VALUE 'Y'.
       01 WS-RETRO-FOUND-FLAG    PIC X VALUE 'N'.
          88 RETRO-ON-FILE       VALUE 'Y'.

       01 WS-CARD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-CARD-REJECT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-SELECTED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-RETRO-EMP-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RETRO-TOTAL         PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Per-employee work. The prior-retro fields hold the paid
      * retro already on file, so weeks it covered are repriced from
      * the rate it paid them up to rather than from the history.
      *----------------------------------------------------------------
       01 WS-EMP-RETRO-TOTAL     PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-WEEKS           PIC 9(3) VALUE ZERO.
       01 WS-EMP-THRU-WEEK       PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-RATE          PIC 9(4)V99 VALUE ZERO.
       01 WS-PRIOR-EFF-DATE      PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-THRU-WEEK     PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Per-week repricing. Pay is priced exactly as PAYROLL prices
      * it - the premium hourly rate rounded down to the cent, then
      * times the hours - at the old rate and the new, so the
      * difference is the back pay and nothing else.
      *----------------------------------------------------------------
       01 WS-OLD-RATE            PIC 9(4)V99 VALUE ZERO.
       01 WS-OT-MULT             PIC 9V99 VALUE ZERO.
       01 WS-DT-MULT             PIC 9V99 VALUE ZERO.
       01 WS-PRICE-RATE          PIC 9(4)V99 VALUE ZERO.
       01 WS-PRICE-PAY           PIC 9(7)V99 VALUE ZERO.
       01 WS-PRICE-HOURLY        PIC 9(6)V99 VALUE ZERO.
       01 WS-PRICE-PART          PIC 9(6)V99 VALUE ZERO.
       01 WS-OLD-PAY             PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-PAY             PIC 9(7)V99 VALUE ZERO.
       01 WS-WEEK-DIFF           PIC 9(7)V99 VALUE ZERO.
       01 WS-WEEK-NOTE           PIC X(15) VALUE SPACES.

       01 WS-CURRENT-DATE.
          05 WS-CURR-YY          PIC 9(2).
          05 WS-CURR-MM          PIC 9(2).
          05 WS-CURR-DD          PIC 9(2).

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

       01 WS-PRINT-DATE.
          05 WS-PD-MM            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-PD-DD            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-PD-YY            PIC 9(2).

       01 RETRO-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER             PIC X(30)
             VALUE 'RETROACTIVE PAY REGISTER'.
          05 FILLER             PIC X(9)  VALUE 'RUN DATE:'.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RH1-RUN-DATE       PIC X(8).
          05 FILLER             PIC X(53) VALUE SPACES.

       01 RETRO-HEADER-2.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(8)  VALUE 'EMP ID'.
          05 FILLER             PIC X(17) VALUE 'NAME'.
          05 FILLER             PIC X(10) VALUE 'WEEK END'.
          05 FILLER             PIC X(9)  VALUE ' OLD RATE'.
          05 FILLER             PIC X(9)  VALUE ' NEW RATE'.
          05 FILLER             PIC X(7)  VALUE '  REG'.
          05 FILLER             PIC X(7)  VALUE '   OT'.
          05 FILLER             PIC X(7)  VALUE '   DT'.
          05 FILLER             PIC X(12) VALUE '     OLD PAY'.
          05 FILLER             PIC X(12) VALUE '     NEW PAY'.
          05 FILLER             PIC X(12) VALUE '  DIFFERENCE'.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 FILLER             PIC X(15) VALUE 'NOTE'.
          05 FILLER             PIC X(4)  VALUE SPACES.

       01 RETRO-CARD-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(13) VALUE 'RETRO CARD - '.
          05 RCL-SELECT-CODE    PIC X(1).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RCL-SELECT-VALUE   PIC X(6).
          05 FILLER             PIC X(11) VALUE '  NEW RATE '.
          05 RCL-NEW-RATE       PIC ZZZ9.99.
          05 FILLER             PIC X(12) VALUE '  EFFECTIVE '.
          05 RCL-EFF-DATE       PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RCL-MESSAGE        PIC X(30).
          05 FILLER             PIC X(40) VALUE SPACES.

       01 RETRO-DETAIL.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RD-EMP-ID          PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-NAME            PIC X(15).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-WEEK-ENDING     PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-OLD-RATE        PIC ZZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-NEW-RATE        PIC ZZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-REG-HRS         PIC ZZ9.9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-OT-HRS          PIC ZZ9.9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-DT-HRS          PIC ZZ9.9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-OLD-PAY         PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-NEW-PAY         PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-DIFFERENCE      PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-NOTE            PIC X(15).
          05 FILLER             PIC X(4)  VALUE SPACES.

       01 RETRO-EMP-TOTAL.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RET-EMP-ID         PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 FILLER             PIC X(17) VALUE 'RETRO DUE FOR'.
          05 RET-WEEKS          PIC ZZ9.
          05 FILLER             PIC X(7)  VALUE ' WEEKS'.
          05 FILLER             PIC X(65) VALUE SPACES.
          05 RET-AMOUNT         PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RET-NOTE           PIC X(19).

       01 RETRO-TOTAL-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RTL-LABEL          PIC X(32) VALUE SPACES.
          05 RTL-COUNT          PIC ZZ,ZZ9.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 RTL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-CARD UNTIL CARD-EOF
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN INPUT RETRO-CARDS
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'RETRO-PAY: RETRO CARD FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAY-HISTORY-FILE
           OPEN I-O RETRO-FILE
           IF WS-RETRO-STATUS = '35'
               OPEN OUTPUT RETRO-FILE
               CLOSE RETRO-FILE
               OPEN I-O RETRO-FILE
           END-IF
           OPEN OUTPUT RETRO-REGISTER
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURR-MM TO WS-RUN-MM
           MOVE WS-CURR-DD TO WS-RUN-DD
           MOVE WS-CURR-YY TO WS-RUN-YY
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           WRITE RETRO-REGISTER-LINE FROM RETRO-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO RETRO-REGISTER-LINE
           WRITE RETRO-REGISTER-LINE
           WRITE RETRO-REGISTER-LINE FROM RETRO-HEADER-2
           READ RETRO-CARDS
               AT END MOVE 'Y' TO WS-CARD-EOF-FLAG
           END-READ.

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           PERFORM 2050-VALIDATE-CARD
           MOVE SPACES TO RETRO-REGISTER-LINE
           WRITE RETRO-REGISTER-LINE
           WRITE RETRO-REGISTER-LINE FROM RETRO-CARD-LINE
           IF CARD-VALID
               EVALUATE TRUE
                   WHEN RCD-BY-EMPLOYEE
                       MOVE RCD-SELECT-VALUE TO EMP-ID
                       READ EMPLOYEE-FILE
                           INVALID KEY
                               PERFORM 2060-NOT-ON-MASTER
                           NOT INVALID KEY
                               PERFORM 2200-RETRO-ONE-EMPLOYEE
                       END-READ
                   WHEN OTHER
                       PERFORM 2100-SCAN-EMPLOYEES
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CARD-REJECT-COUNT
           END-IF
           READ RETRO-CARDS
               AT END MOVE 'Y' TO WS-CARD-EOF-FLAG
           END-READ.

       2050-VALIDATE-CARD.
           MOVE 'Y' TO WS-CARD-VALID-FLAG
           MOVE SPACES TO RETRO-CARD-LINE
           MOVE RCD-SELECT-CODE  TO RCL-SELECT-CODE
           MOVE RCD-SELECT-VALUE TO RCL-SELECT-VALUE
           MOVE ZERO             TO RCL-NEW-RATE
           MOVE SPACES           TO RCL-EFF-DATE
           MOVE SPACES           TO RCL-MESSAGE
           IF RCD-NEW-RATE-X NUMERIC
               MOVE RCD-NEW-RATE TO RCL-NEW-RATE
           END-IF
           IF RCD-EFF-DATE-X NUMERIC
               MOVE RCD-EFF-DATE TO WS-DATE-SPLIT
               PERFORM 2900-FORMAT-DATE
               MOVE WS-PRINT-DATE TO RCL-EFF-DATE
           END-IF
           IF NOT RCD-BY-EMPLOYEE AND NOT RCD-BY-UNION
                   AND NOT RCD-BY-DEPT
               MOVE 'N' TO WS-CARD-VALID-FLAG
               MOVE 'REJECTED - INVALID SELECT CODE' TO RCL-MESSAGE
           END-IF
           IF RCD-SELECT-VALUE = SPACES
               MOVE 'N' TO WS-CARD-VALID-FLAG
               MOVE 'REJECTED - NOTHING SELECTED' TO RCL-MESSAGE
           END-IF
           IF RCD-NEW-RATE-X NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID-FLAG
               MOVE 'REJECTED - RATE NOT NUMERIC' TO RCL-MESSAGE
           ELSE
               IF RCD-NEW-RATE = ZERO
                   MOVE 'N' TO WS-CARD-VALID-FLAG
                   MOVE 'REJECTED - RATE IS ZERO' TO RCL-MESSAGE
               END-IF
           END-IF
           IF RCD-EFF-DATE-X NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID-FLAG
               MOVE 'REJECTED - BAD EFFECTIVE DATE' TO RCL-MESSAGE
           ELSE
               IF RCD-EFF-DATE = ZERO
                       OR RCD-EFF-DATE > WS-CURRENT-DATE
                   MOVE 'N' TO WS-CARD-VALID-FLAG
                   MOVE 'REJECTED - BAD EFFECTIVE DATE'
                       TO RCL-MESSAGE
               END-IF
           END-IF.

       2060-NOT-ON-MASTER.
           MOVE SPACES TO RETRO-DETAIL
           MOVE RCD-SELECT-VALUE TO RD-EMP-ID
           MOVE 'NOT ON MASTER' TO RD-NOTE
           WRITE RETRO-REGISTER-LINE FROM RETRO-DETAIL.

      *----------------------------------------------------------------
      * A union or department card walks the whole master in id
      * order and reprices every employee it selects.
      *----------------------------------------------------------------
       2100-SCAN-EMPLOYEES.
           MOVE 'N' TO WS-EMP-EOF-FLAG
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE
               KEY NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EMP-EOF-FLAG
           END-START
           IF NOT EMP-EOF
               PERFORM 2150-READ-NEXT-EMPLOYEE
           END-IF
           PERFORM 2120-SELECT-ONE-EMPLOYEE UNTIL EMP-EOF.

       2120-SELECT-ONE-EMPLOYEE.
           IF (RCD-BY-UNION AND EMP-UNION-CODE = RCD-SELECT-UNION)
                   OR (RCD-BY-DEPT
                       AND EMP-DEPARTMENT = RCD-SELECT-DEPT)
               PERFORM 2200-RETRO-ONE-EMPLOYEE
           END-IF
           PERFORM 2150-READ-NEXT-EMPLOYEE.

       2150-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EMP-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * Salaried staff have no hours to reprice and an inactive
      * employee, or a terminated one whose final pay has gone out,
      * is not on the next weekly run to be paid, so all three are
      * listed and left to an adjustment.
      *----------------------------------------------------------------
       2200-RETRO-ONE-EMPLOYEE.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE SPACES         TO RETRO-DETAIL
           MOVE EMP-ID         TO RD-EMP-ID
           MOVE EMP-LAST-NAME  TO RD-NAME
           PERFORM 2210-GET-RETRO
           EVALUATE TRUE
               WHEN EMP-SALARIED
                   MOVE 'SALARIED - SKIP' TO RD-NOTE
                   WRITE RETRO-REGISTER-LINE FROM RETRO-DETAIL
               WHEN EMP-INACTIVE
                   MOVE 'INACTIVE - SKIP' TO RD-NOTE
                   WRITE RETRO-REGISTER-LINE FROM RETRO-DETAIL
               WHEN EMP-TERMINATED
                       AND EMP-FINAL-PAY-PERIOD NUMERIC
                       AND EMP-FINAL-PAY-PERIOD > ZERO
                   MOVE 'TERMED - SKIP' TO RD-NOTE
                   WRITE RETRO-REGISTER-LINE FROM RETRO-DETAIL
               WHEN RETRO-ON-FILE AND RTR-PENDING
                   MOVE 'RETRO NOT PAID' TO RD-NOTE
                   WRITE RETRO-REGISTER-LINE FROM RETRO-DETAIL
               WHEN OTHER
                   PERFORM 2250-REPRICE-EMPLOYEE
           END-EVALUATE.

       2210-GET-RETRO.
           MOVE 'N' TO WS-RETRO-FOUND-FLAG
           MOVE EMP-ID TO RTR-EMP-ID
           READ RETRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RETRO-FOUND-FLAG
           END-READ.

       2250-REPRICE-EMPLOYEE.
           MOVE ZERO TO WS-EMP-RETRO-TOTAL WS-EMP-WEEKS
           MOVE ZERO TO WS-EMP-THRU-WEEK
           MOVE ZERO TO WS-PRIOR-RATE WS-PRIOR-EFF-DATE
           MOVE ZERO TO WS-PRIOR-THRU-WEEK
           IF RETRO-ON-FILE
               MOVE RTR-NEW-RATE  TO WS-PRIOR-RATE
               MOVE RTR-EFF-DATE  TO WS-PRIOR-EFF-DATE
               MOVE RTR-THRU-WEEK TO WS-PRIOR-THRU-WEEK
           END-IF
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE EMP-ID       TO PH-EMP-ID
           MOVE RCD-EFF-DATE TO PH-WEEK-ENDING
           MOVE ZERO         TO PH-SUPP-RUN
           START PAY-HISTORY-FILE
               KEY NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           IF NOT HIST-EOF
               PERFORM 2350-READ-NEXT-HISTORY
           END-IF
           PERFORM 2300-REPRICE-ONE-WEEK UNTIL HIST-EOF
           IF WS-EMP-RETRO-TOTAL > ZERO
               PERFORM 2400-WRITE-RETRO
           END-IF
           MOVE SPACES             TO RETRO-EMP-TOTAL
           MOVE EMP-ID             TO RET-EMP-ID
           MOVE WS-EMP-WEEKS       TO RET-WEEKS
           MOVE WS-EMP-RETRO-TOTAL TO RET-AMOUNT
           EVALUATE TRUE
               WHEN WS-EMP-RETRO-TOTAL = ZERO
                   MOVE 'NO RETRO DUE' TO RET-NOTE
               WHEN EMP-HOURLY-RATE < RCD-NEW-RATE
                   MOVE 'RATE NOT ON MASTER' TO RET-NOTE
               WHEN OTHER
                   MOVE 'PAID NEXT PAYROLL' TO RET-NOTE
           END-EVALUATE
           WRITE RETRO-REGISTER-LINE FROM RETRO-EMP-TOTAL.

      *----------------------------------------------------------------
      * One history week. The old rate is the rate the week was
      * paid at, raised to a retro already paid over the week. A
      * week paid before its multipliers were kept on the history
      * has them worked back out of its pay, hours and rate.
      *----------------------------------------------------------------
       2300-REPRICE-ONE-WEEK.
           MOVE PH-HOURLY-RATE TO WS-OLD-RATE
           IF WS-PRIOR-RATE > WS-OLD-RATE
                   AND PH-WEEK-ENDING NOT < WS-PRIOR-EFF-DATE
                   AND PH-WEEK-ENDING NOT > WS-PRIOR-THRU-WEEK
               MOVE WS-PRIOR-RATE TO WS-OLD-RATE
           END-IF
           MOVE ZERO TO WS-OT-MULT WS-DT-MULT
           IF PH-OT-MULTIPLIER > ZERO
               MOVE PH-OT-MULTIPLIER TO WS-OT-MULT
           ELSE
               IF PH-OVERTIME-HRS > ZERO AND PH-HOURLY-RATE > ZERO
                   COMPUTE WS-OT-MULT ROUNDED = PH-OVERTIME-PAY
                       / (PH-OVERTIME-HRS * PH-HOURLY-RATE)
               END-IF
           END-IF
           IF PH-DT-MULTIPLIER > ZERO
               MOVE PH-DT-MULTIPLIER TO WS-DT-MULT
           ELSE
               IF PH-DBLTIME-HRS > ZERO AND PH-HOURLY-RATE > ZERO
                   COMPUTE WS-DT-MULT ROUNDED = PH-DBLTIME-PAY
                       / (PH-DBLTIME-HRS * PH-HOURLY-RATE)
               END-IF
           END-IF
           MOVE WS-OLD-RATE TO WS-PRICE-RATE
           PERFORM 2320-PRICE-WEEK
           MOVE WS-PRICE-PAY TO WS-OLD-PAY
           MOVE SPACES TO WS-WEEK-NOTE
           IF RCD-NEW-RATE > WS-OLD-RATE
               MOVE RCD-NEW-RATE TO WS-PRICE-RATE
               PERFORM 2320-PRICE-WEEK
               MOVE WS-PRICE-PAY TO WS-NEW-PAY
               SUBTRACT WS-OLD-PAY FROM WS-NEW-PAY
                   GIVING WS-WEEK-DIFF
           ELSE
               MOVE WS-OLD-PAY TO WS-NEW-PAY
               MOVE ZERO TO WS-WEEK-DIFF
               MOVE 'PAID AT RATE' TO WS-WEEK-NOTE
           END-IF
           IF WS-WEEK-DIFF > ZERO
               ADD 1 TO WS-EMP-WEEKS
               ADD WS-WEEK-DIFF TO WS-EMP-RETRO-TOTAL
               MOVE PH-WEEK-ENDING TO WS-EMP-THRU-WEEK
           END-IF
           MOVE SPACES           TO RETRO-DETAIL
           MOVE EMP-ID           TO RD-EMP-ID
           MOVE EMP-LAST-NAME    TO RD-NAME
           MOVE PH-WEEK-ENDING   TO WS-DATE-SPLIT
           PERFORM 2900-FORMAT-DATE
           MOVE WS-PRINT-DATE    TO RD-WEEK-ENDING
           MOVE WS-OLD-RATE      TO RD-OLD-RATE
           MOVE RCD-NEW-RATE     TO RD-NEW-RATE
           MOVE PH-REGULAR-HRS   TO RD-REG-HRS
           MOVE PH-OVERTIME-HRS  TO RD-OT-HRS
           MOVE PH-DBLTIME-HRS   TO RD-DT-HRS
           MOVE WS-OLD-PAY       TO RD-OLD-PAY
           MOVE WS-NEW-PAY       TO RD-NEW-PAY
           MOVE WS-WEEK-DIFF     TO RD-DIFFERENCE
           MOVE WS-WEEK-NOTE     TO RD-NOTE
           WRITE RETRO-REGISTER-LINE FROM RETRO-DETAIL
           PERFORM 2350-READ-NEXT-HISTORY.

       2320-PRICE-WEEK.
           MULTIPLY WS-PRICE-RATE BY PH-REGULAR-HRS
               GIVING WS-PRICE-PAY
           IF PH-OVERTIME-HRS > ZERO
               MULTIPLY WS-PRICE-RATE BY WS-OT-MULT
                   GIVING WS-PRICE-HOURLY
               MULTIPLY WS-PRICE-HOURLY BY PH-OVERTIME-HRS
                   GIVING WS-PRICE-PART
               ADD WS-PRICE-PART TO WS-PRICE-PAY
           END-IF
           IF PH-DBLTIME-HRS > ZERO
               MULTIPLY WS-PRICE-RATE BY WS-DT-MULT
                   GIVING WS-PRICE-HOURLY
               MULTIPLY WS-PRICE-HOURLY BY PH-DBLTIME-HRS
                   GIVING WS-PRICE-PART
               ADD WS-PRICE-PART TO WS-PRICE-PAY
           END-IF.

      *----------------------------------------------------------------
      * Supplemental payments in the history carry no hours to
      * reprice and are passed over.
      *----------------------------------------------------------------
       2350-READ-NEXT-HISTORY.
           PERFORM 2355-READ-ONE-HISTORY
           PERFORM 2355-READ-ONE-HISTORY
               UNTIL HIST-EOF OR PH-REGULAR-PAYMENT.

       2355-READ-ONE-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF PH-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * The employee's retro record is (re)written pending, carrying
      * this increase and the last week it paid up to.
      *----------------------------------------------------------------
       2400-WRITE-RETRO.
           MOVE SPACES             TO RETRO-RECORD
           MOVE EMP-ID             TO RTR-EMP-ID
           MOVE 'P'                TO RTR-STATUS
           MOVE WS-EMP-RETRO-TOTAL TO RTR-AMOUNT
           MOVE WS-EMP-WEEKS       TO RTR-WEEKS
           MOVE RCD-NEW-RATE       TO RTR-NEW-RATE
           MOVE RCD-EFF-DATE       TO RTR-EFF-DATE
           MOVE WS-EMP-THRU-WEEK   TO RTR-THRU-WEEK
           MOVE WS-CURRENT-DATE    TO RTR-CALC-DATE
           MOVE ZERO               TO RTR-PAID-PERIOD
           IF RETRO-ON-FILE
               REWRITE RETRO-RECORD
           ELSE
               WRITE RETRO-RECORD
           END-IF
           ADD 1 TO WS-RETRO-EMP-COUNT
           ADD WS-EMP-RETRO-TOTAL TO WS-RETRO-TOTAL.

       2900-FORMAT-DATE.
           MOVE WS-DS-MM TO WS-PD-MM
           MOVE WS-DS-DD TO WS-PD-DD
           MOVE WS-DS-YY TO WS-PD-YY.

       3000-WRAPUP.
           MOVE SPACES TO RETRO-REGISTER-LINE
           WRITE RETRO-REGISTER-LINE
           MOVE SPACES TO RETRO-TOTAL-LINE
           MOVE 'RETRO CARDS READ' TO RTL-LABEL
           MOVE WS-CARD-COUNT TO RTL-COUNT
           MOVE ZERO TO RTL-AMOUNT
           WRITE RETRO-REGISTER-LINE FROM RETRO-TOTAL-LINE
           MOVE 'RETRO CARDS REJECTED' TO RTL-LABEL
           MOVE WS-CARD-REJECT-COUNT TO RTL-COUNT
           WRITE RETRO-REGISTER-LINE FROM RETRO-TOTAL-LINE
           MOVE 'EMPLOYEES SELECTED' TO RTL-LABEL
           MOVE WS-SELECTED-COUNT TO RTL-COUNT
           WRITE RETRO-REGISTER-LINE FROM RETRO-TOTAL-LINE
           MOVE 'EMPLOYEES WITH RETRO DUE' TO RTL-LABEL
           MOVE WS-RETRO-EMP-COUNT TO RTL-COUNT
           MOVE WS-RETRO-TOTAL TO RTL-AMOUNT
           WRITE RETRO-REGISTER-LINE FROM RETRO-TOTAL-LINE
           CLOSE RETRO-CARDS
                 EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 RETRO-FILE
                 RETRO-REGISTER
           IF WS-CARD-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
