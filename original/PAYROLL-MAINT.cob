      * PAYROLL-MAINT.COB - Employee Master Maintenance
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB
      *
      * Every field an add, change or delete alters on the master is
      * written to the keyed change history file with its before
      * and after values, the run date and the operator/reference
      * id punched on the card, for CHGHIST-INQ to list and screen.
      *
      * A termination ('T') carries the termination date and reason
      * in place of the name on the card. It sets the employee to
      * status 'T' and leaves the final pay to the next PAYROLL run
      * whose period covers the termination date; until that run
      * a second 'T' may correct the date or reason. A delete ('D')
      * is refused for a terminated employee so the separation is
      * never overwritten by a plain inactive status.
      *
      * Adds and changes carry the pay group and pay frequency
      * (W weekly or blank, B biweekly, S semi-monthly). A change
      * that moves a salaried employee to another frequency with
      * the salary left as it stood restates the per-period salary
      * to keep the annual amount.
      *
      * A state/local transaction ('J') carries the work state,
      * resident state and local tax jurisdiction, each with its
      * filing status, in place of the name on the card, and
      * replaces all six on the master. Adds start with none.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-MAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO UT-S-CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT AUDIT-REPORT
               ASSIGN TO UT-S-MAINTAUD
               ORGANIZATION IS SEQUENTIAL.
             88 TRANS-ADD       VALUE 'A'.
             88 TRANS-CHANGE    VALUE 'C'.
             88 TRANS-DELETE    VALUE 'D'.
             88 TRANS-TERMINATE VALUE 'T'.
             88 TRANS-JURISDICTION VALUE 'J'.
          05 TRANS-EMP-ID       PIC X(6).
          05 TRANS-LAST-NAME    PIC X(20).
          05 TRANS-TERM-DATA REDEFINES TRANS-LAST-NAME.
             10 TRANS-TERM-DATE    PIC 9(6).
             10 TRANS-TERM-DATE-X REDEFINES TRANS-TERM-DATE
                                   PIC X(6).
             10 TRANS-TERM-REASON  PIC X(1).
                88 TRANS-TERM-REASON-OK
                                   VALUE 'V' 'I' 'L' 'R' 'D' 'O'.
             10 FILLER             PIC X(13).
          05 TRANS-JUR-DATA REDEFINES TRANS-LAST-NAME.
             10 TRANS-WORK-STATE   PIC X(2).
             10 TRANS-WORK-ST-STATUS PIC X(2).
             10 TRANS-RES-STATE    PIC X(2).
             10 TRANS-RES-ST-STATUS PIC X(2).
             10 TRANS-LOCAL-CODE   PIC X(4).
             10 TRANS-LOCAL-STATUS PIC X(2).
             10 FILLER             PIC X(6).
          05 TRANS-FIRST-NAME   PIC X(15).
          05 TRANS-HOURLY-RATE  PIC 9(4)V99.
          05 TRANS-HOURS-WORKED PIC 9(3)V9.
          05 TRANS-SALARY-AMT   PIC 9(5)V99.
          05 TRANS-SALARY-X REDEFINES TRANS-SALARY-AMT
                                PIC X(7).
          05 TRANS-OPER-REF     PIC X(10).
          05 TRANS-PAY-GROUP    PIC X(2).
          05 TRANS-PAY-FREQ     PIC X(1).
             88 TRANS-FREQ-VALID VALUE 'W' ' ' 'B' 'S'.
          05 FILLER             PIC X(1).

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD CHANGE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY CHGHIST.

       FD AUDIT-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS        PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-CHGHIST-STATUS      PIC XX VALUE SPACES.
       01 WS-TRANS-EOF-FLAG      PIC X VALUE 'N'.
          88 TRANS-EOF           VALUE 'Y'.
       01 WS-VALID-FLAG          PIC X VALUE 'Y'.
       01 WS-ADD-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TERM-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-JUR-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-JUR-STATUS          PIC X(2) VALUE SPACES.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-HIST-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-HIST-SEQ            PIC 9(4) VALUE ZERO.

       01 WS-CURRENT-DATE        PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-TIME        PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * The master record as it stood before the transaction, laid
      * out as EMPREC, so each field can be set beside its new value
      * for the change history. An add starts from an empty image.
      *----------------------------------------------------------------
       01 WS-OLD-EMPLOYEE.
          05 WS-OLD-ID           PIC X(6).
          05 WS-OLD-LAST-NAME    PIC X(20).
          05 WS-OLD-FIRST-NAME   PIC X(15).
          05 WS-OLD-HOURLY-RATE  PIC 9(4)V99.
          05 WS-OLD-HOURS-WORKED PIC 9(3)V9.
          05 WS-OLD-TAX-CODE     PIC X(2).
          05 WS-OLD-DEPARTMENT   PIC X(4).
          05 WS-OLD-UNION-CODE   PIC X(2).
          05 WS-OLD-STATUS       PIC X(1).
          05 WS-OLD-PAY-TYPE     PIC X(1).
          05 WS-OLD-SALARY-AMT   PIC 9(5)V99.
          05 WS-OLD-TERM-DATE    PIC 9(6).
          05 WS-OLD-TERM-REASON  PIC X(1).
          05 WS-OLD-FINAL-PAY-PERIOD
                                 PIC 9(6).
          05 WS-OLD-PAY-GROUP    PIC X(2).
          05 WS-OLD-PAY-FREQ     PIC X(1).
          05 WS-OLD-WORK-STATE   PIC X(2).
          05 WS-OLD-WORK-ST-STATUS PIC X(2).
          05 WS-OLD-RES-STATE    PIC X(2).
          05 WS-OLD-RES-ST-STATUS PIC X(2).
          05 WS-OLD-LOCAL-CODE   PIC X(4).
          05 WS-OLD-LOCAL-STATUS PIC X(2).
          05 FILLER              PIC X(2).

       01 WS-OLD-PERIODS         PIC 9(2) VALUE ZERO.
       01 WS-NEW-PERIODS         PIC 9(2) VALUE ZERO.
       01 WS-FREQ-CODE           PIC X(1) VALUE SPACE.
       01 WS-FREQ-PERIODS        PIC 9(2) VALUE ZERO.

       01 WS-CHG-FIELD-NAME      PIC X(12) VALUE SPACES.
       01 WS-CHG-CLASS           PIC X(1)  VALUE SPACES.
       01 WS-CHG-BEFORE          PIC X(30) VALUE SPACES.
       01 WS-CHG-AFTER           PIC X(30) VALUE SPACES.
       01 WS-EDIT-RATE           PIC ZZZ9.99.
       01 WS-EDIT-HOURS          PIC ZZ9.9.
       01 WS-EDIT-SALARY         PIC ZZZZ9.99.
       01 WS-AUDIT-REASON        PIC X(40) VALUE SPACES.

       01 AUDIT-DETAIL.
          05 AD-EMP-ID           PIC X(6).
               CLOSE EMPLOYEE-FILE
               OPEN I-O EMPLOYEE-FILE
           END-IF
           OPEN I-O    CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS = '35'
               OPEN OUTPUT CHANGE-HISTORY-FILE
               CLOSE CHANGE-HISTORY-FILE
               OPEN I-O CHANGE-HISTORY-FILE
           END-IF
           OPEN OUTPUT AUDIT-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-TRANS-EOF-FLAG
           END-READ.
                       PERFORM 2200-CHANGE-EMPLOYEE
                   WHEN TRANS-DELETE
                       PERFORM 2300-DELETE-EMPLOYEE
                   WHEN TRANS-TERMINATE
                       PERFORM 2350-TERMINATE-EMPLOYEE
                   WHEN TRANS-JURISDICTION
                       PERFORM 2370-CHANGE-JURISDICTIONS
                   WHEN OTHER
                       PERFORM 2900-REJECT-TRANS
               END-EVALUATE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF
           IF NOT TRANS-ADD AND NOT TRANS-CHANGE AND NOT TRANS-DELETE
                   AND NOT TRANS-TERMINATE AND NOT TRANS-JURISDICTION
               MOVE 'N' TO WS-VALID-FLAG
           END-IF
           IF TRANS-JURISDICTION
               IF (TRANS-WORK-STATE = SPACES
                       AND TRANS-WORK-ST-STATUS NOT = SPACES)
                   OR (TRANS-RES-STATE = SPACES
                       AND TRANS-RES-ST-STATUS NOT = SPACES)
                   OR (TRANS-LOCAL-CODE = SPACES
                       AND TRANS-LOCAL-STATUS NOT = SPACES)
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
               MOVE TRANS-WORK-ST-STATUS TO WS-JUR-STATUS
               PERFORM 2060-CHECK-JUR-STATUS
               MOVE TRANS-RES-ST-STATUS  TO WS-JUR-STATUS
               PERFORM 2060-CHECK-JUR-STATUS
               MOVE TRANS-LOCAL-STATUS   TO WS-JUR-STATUS
               PERFORM 2060-CHECK-JUR-STATUS
           END-IF
           IF TRANS-TERMINATE
               IF TRANS-TERM-DATE-X NOT NUMERIC
                       OR TRANS-TERM-DATE = ZERO
                       OR NOT TRANS-TERM-REASON-OK
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF
           IF TRANS-ADD OR TRANS-CHANGE
               IF TRANS-LAST-NAME = SPACES
                   MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               END-IF
               IF NOT TRANS-FREQ-VALID
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A state or local filing status is one of the federal tax
      * codes, or blank to withhold at the federal one.
      *----------------------------------------------------------------
       2060-CHECK-JUR-STATUS.
           IF WS-JUR-STATUS NOT = 'S '
                   AND WS-JUR-STATUS NOT = 'M '
                   AND WS-JUR-STATUS NOT = 'E '
                   AND WS-JUR-STATUS NOT = SPACES
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

       2100-ADD-EMPLOYEE.
           MOVE TRANS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OLD-EMPLOYEE
                   MOVE ZERO   TO WS-OLD-HOURLY-RATE
                                  WS-OLD-HOURS-WORKED
                                  WS-OLD-SALARY-AMT
                                  WS-OLD-TERM-DATE
                                  WS-OLD-FINAL-PAY-PERIOD
                   MOVE TRANS-EMP-ID       TO EMP-ID
                   MOVE TRANS-LAST-NAME    TO EMP-LAST-NAME
                   MOVE TRANS-FIRST-NAME   TO EMP-FIRST-NAME
                   MOVE TRANS-DEPARTMENT   TO EMP-DEPARTMENT
                   MOVE TRANS-UNION-CODE   TO EMP-UNION-CODE
                   MOVE 'A'                TO EMP-STATUS
                   MOVE ZERO               TO EMP-TERM-DATE
                   MOVE SPACE              TO EMP-TERM-REASON
                   MOVE ZERO               TO EMP-FINAL-PAY-PERIOD
                   PERFORM 2400-MOVE-PAY-TYPE
                   MOVE TRANS-PAY-GROUP    TO EMP-PAY-GROUP
                   MOVE TRANS-PAY-FREQ     TO EMP-PAY-FREQ
                   MOVE SPACES             TO EMP-WORK-STATE
                                              EMP-WORK-ST-STATUS
                                              EMP-RES-STATE
                                              EMP-RES-ST-STATUS
                                              EMP-LOCAL-CODE
                                              EMP-LOCAL-STATUS
                   WRITE EMPLOYEE-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 2500-LOG-EMP-CHANGES
                   PERFORM 2950-WRITE-AUDIT-OK
               NOT INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2970-WRITE-AUDIT-NOTFOUND
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD    TO WS-OLD-EMPLOYEE
                   MOVE TRANS-LAST-NAME    TO EMP-LAST-NAME
                   MOVE TRANS-FIRST-NAME   TO EMP-FIRST-NAME
                   MOVE TRANS-HOURLY-RATE  TO EMP-HOURLY-RATE
                   MOVE TRANS-DEPARTMENT   TO EMP-DEPARTMENT
                   MOVE TRANS-UNION-CODE   TO EMP-UNION-CODE
                   PERFORM 2400-MOVE-PAY-TYPE
                   MOVE TRANS-PAY-GROUP    TO EMP-PAY-GROUP
                   MOVE TRANS-PAY-FREQ     TO EMP-PAY-FREQ
                   PERFORM 2420-RESTATE-SALARY
                   REWRITE EMPLOYEE-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 2500-LOG-EMP-CHANGES
                   PERFORM 2950-WRITE-AUDIT-OK
           END-READ.

                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2970-WRITE-AUDIT-NOTFOUND
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'REJECTED - EMPLOYEE IS TERMINATED'
                           TO WS-AUDIT-REASON
                       PERFORM 2980-WRITE-AUDIT-REFUSED
                   ELSE
                       MOVE EMPLOYEE-RECORD TO WS-OLD-EMPLOYEE
                       MOVE 'I' TO EMP-STATUS
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-DELETE-COUNT
                       PERFORM 2500-LOG-EMP-CHANGES
                       PERFORM 2950-WRITE-AUDIT-OK
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Termination. The final pay itself is PAYROLL's: this only
      * records the date and reason and sets status 'T' with the
      * final-pay period cleared, which is what PAYROLL looks for.
      * Once PAYROLL has run the final pay the termination stands
      * and a further 'T' is refused.
      *----------------------------------------------------------------
       2350-TERMINATE-EMPLOYEE.
           MOVE TRANS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2970-WRITE-AUDIT-NOTFOUND
               NOT INVALID KEY
                   IF EMP-TERMINATED
                           AND EMP-FINAL-PAY-PERIOD NUMERIC
                           AND EMP-FINAL-PAY-PERIOD > ZERO
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'REJECTED - FINAL PAY ALREADY RUN'
                           TO WS-AUDIT-REASON
                       PERFORM 2980-WRITE-AUDIT-REFUSED
                   ELSE
                       MOVE EMPLOYEE-RECORD    TO WS-OLD-EMPLOYEE
                       MOVE 'T'                TO EMP-STATUS
                       MOVE TRANS-TERM-DATE    TO EMP-TERM-DATE
                       MOVE TRANS-TERM-REASON  TO EMP-TERM-REASON
                       MOVE ZERO               TO EMP-FINAL-PAY-PERIOD
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-TERM-COUNT
                       PERFORM 2500-LOG-EMP-CHANGES
                       PERFORM 2950-WRITE-AUDIT-OK
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * State and local tax jurisdictions. The card carries the
      * full set in place of the name, so whatever it leaves blank
      * is cleared: a blank status withholds at the federal tax
      * code's status, a blank resident state means the employee
      * lives in the work state, and a blank jurisdiction is not
      * withheld for.
      *----------------------------------------------------------------
       2370-CHANGE-JURISDICTIONS.
           MOVE TRANS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2970-WRITE-AUDIT-NOTFOUND
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD      TO WS-OLD-EMPLOYEE
                   MOVE TRANS-WORK-STATE     TO EMP-WORK-STATE
                   MOVE TRANS-WORK-ST-STATUS TO EMP-WORK-ST-STATUS
                   MOVE TRANS-RES-STATE      TO EMP-RES-STATE
                   MOVE TRANS-RES-ST-STATUS  TO EMP-RES-ST-STATUS
                   MOVE TRANS-LOCAL-CODE     TO EMP-LOCAL-CODE
                   MOVE TRANS-LOCAL-STATUS   TO EMP-LOCAL-STATUS
                   REWRITE EMPLOYEE-RECORD
                   ADD 1 TO WS-JUR-COUNT
                   PERFORM 2500-LOG-EMP-CHANGES
                   PERFORM 2950-WRITE-AUDIT-OK
           END-READ.

               MOVE ZERO             TO EMP-SALARY-AMT
           END-IF.

      *----------------------------------------------------------------
      * The salary is held per pay period, so an employee moved to
      * another frequency with the salary on the card left as it
      * stood has it restated to the same annual amount over the
      * new number of periods. A card carrying a different salary
      * is taken as already stated for the new frequency.
      *----------------------------------------------------------------
       2420-RESTATE-SALARY.
           MOVE WS-OLD-PAY-FREQ TO WS-FREQ-CODE
           PERFORM 2430-GET-FREQ-PERIODS
           MOVE WS-FREQ-PERIODS TO WS-OLD-PERIODS
           MOVE EMP-PAY-FREQ    TO WS-FREQ-CODE
           PERFORM 2430-GET-FREQ-PERIODS
           MOVE WS-FREQ-PERIODS TO WS-NEW-PERIODS
           IF EMP-PAY-TYPE = 'S'
                   AND WS-OLD-PAY-TYPE = 'S'
                   AND WS-NEW-PERIODS NOT = WS-OLD-PERIODS
                   AND EMP-SALARY-AMT = WS-OLD-SALARY-AMT
               COMPUTE EMP-SALARY-AMT ROUNDED =
                   WS-OLD-SALARY-AMT * WS-OLD-PERIODS
                   / WS-NEW-PERIODS
           END-IF.

       2430-GET-FREQ-PERIODS.
           EVALUATE WS-FREQ-CODE
               WHEN 'B'
                   MOVE 26 TO WS-FREQ-PERIODS
               WHEN 'S'
                   MOVE 24 TO WS-FREQ-PERIODS
               WHEN OTHER
                   MOVE 52 TO WS-FREQ-PERIODS
           END-EVALUATE.

      *----------------------------------------------------------------
      * Change history: each master field is set beside its value
      * before the transaction and written only if it differs.
      * Rate, pay type and salary are classed as pay rate changes
      * and the two name fields as name changes for the high-risk
      * screen in CHGHIST-INQ.
      *----------------------------------------------------------------
       2500-LOG-EMP-CHANGES.
           MOVE 'LAST NAME'       TO WS-CHG-FIELD-NAME
           MOVE 'N'               TO WS-CHG-CLASS
           MOVE WS-OLD-LAST-NAME  TO WS-CHG-BEFORE
           MOVE EMP-LAST-NAME     TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'FIRST NAME'      TO WS-CHG-FIELD-NAME
           MOVE 'N'               TO WS-CHG-CLASS
           MOVE WS-OLD-FIRST-NAME TO WS-CHG-BEFORE
           MOVE EMP-FIRST-NAME    TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'HOURLY RATE'     TO WS-CHG-FIELD-NAME
           MOVE 'R'               TO WS-CHG-CLASS
           MOVE WS-OLD-HOURLY-RATE TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE      TO WS-CHG-BEFORE
           MOVE EMP-HOURLY-RATE   TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE      TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'PAY TYPE'        TO WS-CHG-FIELD-NAME
           MOVE 'R'               TO WS-CHG-CLASS
           MOVE WS-OLD-PAY-TYPE   TO WS-CHG-BEFORE
           MOVE EMP-PAY-TYPE      TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'SALARY'          TO WS-CHG-FIELD-NAME
           MOVE 'R'               TO WS-CHG-CLASS
           MOVE WS-OLD-SALARY-AMT TO WS-EDIT-SALARY
           MOVE WS-EDIT-SALARY    TO WS-CHG-BEFORE
           MOVE EMP-SALARY-AMT    TO WS-EDIT-SALARY
           MOVE WS-EDIT-SALARY    TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'STD HOURS'       TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-HOURS-WORKED TO WS-EDIT-HOURS
           MOVE WS-EDIT-HOURS     TO WS-CHG-BEFORE
           MOVE EMP-HOURS-WORKED  TO WS-EDIT-HOURS
           MOVE WS-EDIT-HOURS     TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'TAX CODE'        TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-TAX-CODE   TO WS-CHG-BEFORE
           MOVE EMP-TAX-CODE      TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'DEPARTMENT'      TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-DEPARTMENT TO WS-CHG-BEFORE
           MOVE EMP-DEPARTMENT    TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'UNION CODE'      TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-UNION-CODE TO WS-CHG-BEFORE
           MOVE EMP-UNION-CODE    TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'STATUS'          TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-STATUS     TO WS-CHG-BEFORE
           MOVE EMP-STATUS        TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'TERM DATE'       TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-TERM-DATE  TO WS-CHG-BEFORE
           MOVE EMP-TERM-DATE     TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'TERM REASON'     TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-TERM-REASON TO WS-CHG-BEFORE
           MOVE EMP-TERM-REASON   TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'PAY GROUP'       TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-PAY-GROUP  TO WS-CHG-BEFORE
           MOVE EMP-PAY-GROUP     TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'PAY FREQ'        TO WS-CHG-FIELD-NAME
           MOVE 'R'               TO WS-CHG-CLASS
           MOVE WS-OLD-PAY-FREQ   TO WS-CHG-BEFORE
           MOVE EMP-PAY-FREQ      TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'WORK STATE'      TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-WORK-STATE TO WS-CHG-BEFORE
           MOVE EMP-WORK-STATE    TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'WORK ST STAT'    TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-WORK-ST-STATUS TO WS-CHG-BEFORE
           MOVE EMP-WORK-ST-STATUS TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'RES STATE'       TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-RES-STATE  TO WS-CHG-BEFORE
           MOVE EMP-RES-STATE     TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'RES ST STAT'     TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-RES-ST-STATUS TO WS-CHG-BEFORE
           MOVE EMP-RES-ST-STATUS TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'LOCAL CODE'      TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-LOCAL-CODE TO WS-CHG-BEFORE
           MOVE EMP-LOCAL-CODE    TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'LOCAL STATUS'    TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-LOCAL-STATUS TO WS-CHG-BEFORE
           MOVE EMP-LOCAL-STATUS  TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE.

      *----------------------------------------------------------------
      * An add has no before value; the zero an empty numeric field
      * edits to is blanked so the history shows the field as new.
      *----------------------------------------------------------------
       2550-WRITE-CHANGE.
           IF WS-CHG-BEFORE NOT = WS-CHG-AFTER
               MOVE SPACES            TO CHANGE-HISTORY-RECORD
               MOVE TRANS-EMP-ID      TO CH-EMP-ID
               MOVE WS-CURRENT-DATE   TO CH-CHANGE-DATE
               MOVE WS-CURRENT-TIME   TO CH-CHANGE-TIME
               MOVE 'E'               TO CH-SOURCE
               ADD 1 TO WS-HIST-SEQ
               MOVE WS-HIST-SEQ       TO CH-SEQ
               MOVE TRANS-CODE        TO CH-TRANS-CODE
               MOVE TRANS-OPER-REF    TO CH-OPER-REF
               MOVE WS-OLD-STATUS     TO CH-EMP-STATUS
               MOVE WS-CHG-FIELD-NAME TO CH-FIELD-NAME
               MOVE WS-CHG-CLASS      TO CH-FIELD-CLASS
               IF TRANS-ADD
                   MOVE SPACES        TO CH-BEFORE
               ELSE
                   MOVE WS-CHG-BEFORE TO CH-BEFORE
               END-IF
               MOVE WS-CHG-AFTER      TO CH-AFTER
               WRITE CHANGE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'PAYROLL-MAINT: CHANGE HISTORY KEY '
                               CH-KEY ' NOT WRITTEN'
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-COUNT
               END-WRITE
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES          TO AUDIT-DETAIL
                                    TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL.

       2980-WRITE-AUDIT-REFUSED.
           MOVE SPACES              TO AUDIT-DETAIL
           MOVE TRANS-EMP-ID        TO AD-EMP-ID
           MOVE TRANS-CODE          TO AD-TRANS-LIT
           MOVE WS-AUDIT-REASON     TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL.

       3000-WRAPUP.
           PERFORM 3100-WRITE-SUMMARY
           CLOSE TRANSACTION-FILE
                 EMPLOYEE-FILE
                 CHANGE-HISTORY-FILE
                 AUDIT-REPORT.

       3100-WRITE-SUMMARY.
           MOVE WS-DELETE-COUNT TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'TRM'           TO AD-TRANS-LIT
           MOVE WS-TERM-COUNT   TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'JUR'           TO AD-TRANS-LIT
           MOVE WS-JUR-COUNT    TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'REJ'           TO AD-TRANS-LIT
           MOVE WS-REJECT-COUNT TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'HIST'          TO AD-TRANS-LIT
           MOVE WS-HIST-COUNT   TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL.
