      *----------------------------------------------------------------
      * CHECK-RECON.COB - Paid-Check Reconciliation Against the
      *                   Check Register
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to CHECK-WRITE.COB
      *
      * Reads the bank's paid-check file - one record per payroll
      * check the bank cleared since its last file - against the
      * keyed check register CHECK-WRITE and PAYROLL-ADJ maintain.
      * A cleared check for the registered amount is marked paid;
      * one cleared for a different amount is marked paid with a
      * mismatch and listed for the bank to correct. A cleared
      * check the register never issued, one already voided, and
      * one the bank reports a second time are listed as exceptions
      * and leave the register alone - each is a bank claim for
      * treasury to dispute, not something this program can settle.
      * After the paid file, every check still outstanding is
      * listed with its age in days, and those older than the
      * stale-check limit are listed again on their own page for
      * void-and-escheat follow-up.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RECON.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-CHECK-FILE
               ASSIGN TO UT-S-PAIDCHK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO UT-S-CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT RECON-REPORT
               ASSIGN TO UT-S-RECNRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Bank paid-check record: check number, amount the bank paid
      * and the date it cleared (YYMMDD).
      *----------------------------------------------------------------
       FD PAID-CHECK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 PAID-CHECK-RECORD.
          05 PC-CHECK-NO        PIC 9(7).
          05 PC-CHECK-NO-X REDEFINES PC-CHECK-NO
                                PIC X(7).
          05 PC-PAID-AMOUNT     PIC 9(7)V99.
          05 PC-PAID-AMOUNT-X REDEFINES PC-PAID-AMOUNT
                                PIC X(9).
          05 PC-PAID-DATE       PIC 9(6).
          05 PC-PAID-DATE-X REDEFINES PC-PAID-DATE
                                PIC X(6).
          05 FILLER             PIC X(58).

       FD CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CHKREG.

       FD RECON-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 RECON-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PAID-STATUS         PIC XX VALUE SPACES.
       01 WS-CHKREG-STATUS       PIC XX VALUE SPACES.

       01 WS-PAID-EOF-FLAG       PIC X VALUE 'N'.
          88 PAID-EOF            VALUE 'Y'.
       01 WS-REG-EOF-FLAG        PIC X VALUE 'N'.
          88 REG-EOF             VALUE 'Y'.
       01 WS-STALE-PASS-FLAG     PIC X VALUE 'N'.
          88 STALE-PASS          VALUE 'Y'.

      *----------------------------------------------------------------
      * Days after issue past which an outstanding check is stale -
      * the face of the check says void after 90 days.
      *----------------------------------------------------------------
       01 WS-STALE-DAYS          PIC 9(5) VALUE 90.

       01 WS-PAID-READ-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PAID-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-PAID-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-MISMATCH-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-MISMATCH-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-NOT-ISSUED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NOT-ISSUED-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-AFTER-VOID-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-DUPLICATE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-OUTSTANDING-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-STALE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-STALE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-DIFFERENCE          PIC S9(7)V99 VALUE ZERO.
       01 WS-DISPOSITION         PIC X(20) VALUE SPACES.

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

      *----------------------------------------------------------------
      * Day-number work for check aging. A YYMMDD date becomes a
      * count of days since 01/01/00 so two dates subtract; every
      * fourth year from 00 is a leap year over the century the
      * register covers.
      *----------------------------------------------------------------
       01 WS-DAY-DATE.
          05 WS-DAY-YY           PIC 9(2).
          05 WS-DAY-MM           PIC 9(2).
          05 WS-DAY-DD           PIC 9(2).
       01 WS-DAY-NUMBER          PIC 9(6) VALUE ZERO.
       01 WS-AS-OF-DAY-NUMBER    PIC 9(6) VALUE ZERO.
       01 WS-LEAP-DAYS           PIC 9(3) VALUE ZERO.
       01 WS-LEAP-REMAINDER      PIC 9(1) VALUE ZERO.
       01 WS-YEAR-PLUS-3         PIC 9(3) VALUE ZERO.
       01 WS-CHECK-AGE           PIC 9(5) VALUE ZERO.

       01 WS-MONTH-DAYS-VALUES.
          05 FILLER              PIC 9(3) VALUE 000.
          05 FILLER              PIC 9(3) VALUE 031.
          05 FILLER              PIC 9(3) VALUE 059.
          05 FILLER              PIC 9(3) VALUE 090.
          05 FILLER              PIC 9(3) VALUE 120.
          05 FILLER              PIC 9(3) VALUE 151.
          05 FILLER              PIC 9(3) VALUE 181.
          05 FILLER              PIC 9(3) VALUE 212.
          05 FILLER              PIC 9(3) VALUE 243.
          05 FILLER              PIC 9(3) VALUE 273.
          05 FILLER              PIC 9(3) VALUE 304.
          05 FILLER              PIC 9(3) VALUE 334.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
          05 WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.

       01 RECON-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER             PIC X(36)
             VALUE 'PAYROLL CHECK RECONCILIATION'.
          05 FILLER             PIC X(9)  VALUE 'AS OF:'.
          05 RH1-AS-OF-DATE     PIC X(8).
          05 FILLER             PIC X(48) VALUE SPACES.

       01 RECON-SECTION-HEADER.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RSH-TITLE          PIC X(50).
          05 FILLER             PIC X(81) VALUE SPACES.

       01 RECON-COLUMN-HEADER.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(10) VALUE 'CHECK NO'.
          05 FILLER             PIC X(8)  VALUE 'EMP ID'.
          05 FILLER             PIC X(32) VALUE 'PAYEE'.
          05 FILLER             PIC X(10) VALUE 'ISSUED'.
          05 FILLER             PIC X(14) VALUE '   ISSUED AMT'.
          05 FILLER             PIC X(10) VALUE 'PAID'.
          05 FILLER             PIC X(14) VALUE '     PAID AMT'.
          05 FILLER             PIC X(7)  VALUE '  DAYS'.
          05 FILLER             PIC X(20) VALUE 'DISPOSITION'.
          05 FILLER             PIC X(6)  VALUE SPACES.

       01 RECON-DETAIL.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RD-CHECK-NO        PIC X(7).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 RD-EMP-ID          PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-PAYEE           PIC X(30).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-ISSUE-DATE      PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RD-ISSUE-AMT       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-PAID-DATE       PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RD-PAID-AMT        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RD-AGE             PIC ZZZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RD-DISPOSITION     PIC X(20).
          05 FILLER             PIC X(5)  VALUE SPACES.

       01 RECON-TOTAL-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RT-LABEL           PIC X(32).
          05 RT-COUNT           PIC ZZ,ZZ9.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 RT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER             PIC X(74) VALUE SPACES.

       01 WS-EDIT-DATE.
          05 WS-ED-MM           PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-ED-DD           PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-ED-YY           PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-READ-PAID-CHECK
           PERFORM 2100-MATCH-PAID-CHECK UNTIL PAID-EOF
           PERFORM 2900-PAID-TOTALS
           MOVE 'N' TO WS-STALE-PASS-FLAG
           PERFORM 2500-LIST-OPEN-CHECKS
           MOVE 'Y' TO WS-STALE-PASS-FLAG
           PERFORM 2500-LIST-OPEN-CHECKS
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURR-MM TO WS-RUN-MM
           MOVE WS-CURR-DD TO WS-RUN-DD
           MOVE WS-CURR-YY TO WS-RUN-YY
           MOVE WS-CURRENT-DATE TO WS-DAY-DATE
           PERFORM 2700-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER
           OPEN INPUT PAID-CHECK-FILE
           IF WS-PAID-STATUS NOT = '00'
               DISPLAY 'CHECK-RECON: PAID CHECK FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY 'CHECK-RECON: CHECK REGISTER FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT
           MOVE WS-RUN-DATE TO RH1-AS-OF-DATE
           MOVE 'CHECKS PAID BY THE BANK' TO RSH-TITLE
           PERFORM 1100-WRITE-HEADERS.

       1100-WRITE-HEADERS.
           WRITE RECON-LINE FROM RECON-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           WRITE RECON-LINE FROM RECON-SECTION-HEADER
           WRITE RECON-LINE FROM RECON-COLUMN-HEADER
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE.

       2000-READ-PAID-CHECK.
           READ PAID-CHECK-FILE
               AT END MOVE 'Y' TO WS-PAID-EOF-FLAG
               NOT AT END ADD 1 TO WS-PAID-READ-COUNT
           END-READ.

      *----------------------------------------------------------------
      * Match one bank item to the register. Only an outstanding
      * check is updated; anything else is the bank's to explain.
      *----------------------------------------------------------------
       2100-MATCH-PAID-CHECK.
           MOVE SPACES TO RECON-DETAIL
           MOVE PC-CHECK-NO-X TO RD-CHECK-NO
           IF PC-CHECK-NO-X NOT NUMERIC
                   OR PC-PAID-AMOUNT-X NOT NUMERIC
                   OR PC-PAID-DATE-X NOT NUMERIC
               MOVE 'REJECTED - INVALID' TO WS-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE PC-PAID-DATE TO WS-DAY-DATE
               PERFORM 2750-EDIT-DAY-DATE
               MOVE WS-EDIT-DATE    TO RD-PAID-DATE
               MOVE PC-PAID-AMOUNT  TO RD-PAID-AMT
               MOVE PC-CHECK-NO     TO CR-CHECK-NO
               READ CHECK-REGISTER-FILE
                   INVALID KEY
                       MOVE 'PAID NOT ISSUED' TO WS-DISPOSITION
                       ADD 1 TO WS-NOT-ISSUED-COUNT
                       ADD PC-PAID-AMOUNT TO WS-NOT-ISSUED-TOTAL
                   NOT INVALID KEY
                       PERFORM 2200-APPLY-PAID-CHECK
               END-READ
           END-IF
           MOVE WS-DISPOSITION TO RD-DISPOSITION
           WRITE RECON-LINE FROM RECON-DETAIL
           PERFORM 2000-READ-PAID-CHECK.

       2200-APPLY-PAID-CHECK.
           MOVE CR-EMP-ID      TO RD-EMP-ID
           MOVE CR-PAYEE-NAME  TO RD-PAYEE
           MOVE CR-AMOUNT      TO RD-ISSUE-AMT
           MOVE CR-ISSUE-DATE  TO WS-DAY-DATE
           PERFORM 2750-EDIT-DAY-DATE
           MOVE WS-EDIT-DATE   TO RD-ISSUE-DATE
           EVALUATE TRUE
               WHEN CR-VOIDED
                   MOVE 'PAID AFTER VOID' TO WS-DISPOSITION
                   ADD 1 TO WS-AFTER-VOID-COUNT
               WHEN CR-PAID OR CR-PAID-MISMATCH
                   MOVE 'ALREADY PAID' TO WS-DISPOSITION
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN OTHER
                   MOVE PC-PAID-DATE   TO CR-PAID-DATE
                   MOVE PC-PAID-AMOUNT TO CR-PAID-AMOUNT
                   IF PC-PAID-AMOUNT = CR-AMOUNT
                       MOVE 'P' TO CR-STATUS
                       MOVE 'PAID' TO WS-DISPOSITION
                       ADD 1 TO WS-PAID-COUNT
                       ADD PC-PAID-AMOUNT TO WS-PAID-TOTAL
                   ELSE
                       MOVE 'M' TO CR-STATUS
                       MOVE 'AMOUNT MISMATCH' TO WS-DISPOSITION
                       ADD 1 TO WS-MISMATCH-COUNT
                       COMPUTE WS-DIFFERENCE =
                           PC-PAID-AMOUNT - CR-AMOUNT
                       ADD WS-DIFFERENCE TO WS-MISMATCH-TOTAL
                   END-IF
                   REWRITE CHECK-REGISTER-RECORD
           END-EVALUATE.

       2900-PAID-TOTALS.
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE 'PAID ITEMS READ' TO RT-LABEL
           MOVE WS-PAID-READ-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE RECON-LINE FROM RECON-TOTAL-LINE
           MOVE 'PAID AS ISSUED' TO RT-LABEL
           MOVE WS-PAID-COUNT TO RT-COUNT
           MOVE WS-PAID-TOTAL TO RT-AMOUNT
           WRITE RECON-LINE FROM RECON-TOTAL-LINE
           MOVE 'AMOUNT MISMATCH (NET OVERPAID)' TO RT-LABEL
           MOVE WS-MISMATCH-COUNT TO RT-COUNT
           MOVE WS-MISMATCH-TOTAL TO RT-AMOUNT
           WRITE RECON-LINE FROM RECON-TOTAL-LINE
           MOVE 'PAID BUT NEVER ISSUED' TO RT-LABEL
           MOVE WS-NOT-ISSUED-COUNT TO RT-COUNT
           MOVE WS-NOT-ISSUED-TOTAL TO RT-AMOUNT
           WRITE RECON-LINE FROM RECON-TOTAL-LINE
           MOVE 'PAID AFTER VOID' TO RT-LABEL
           MOVE WS-AFTER-VOID-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE RECON-LINE FROM RECON-TOTAL-LINE
           MOVE 'REPORTED PAID AGAIN' TO RT-LABEL
           MOVE WS-DUPLICATE-COUNT TO RT-COUNT
           WRITE RECON-LINE FROM RECON-TOTAL-LINE
           MOVE 'REJECTED - INVALID RECORD' TO RT-LABEL
           MOVE WS-REJECT-COUNT TO RT-COUNT
           WRITE RECON-LINE FROM RECON-TOTAL-LINE
           IF WS-NOT-ISSUED-COUNT > ZERO
                   OR WS-AFTER-VOID-COUNT > ZERO
                   OR WS-MISMATCH-COUNT > ZERO
                   OR WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * Sweep the register for checks still outstanding. The first
      * pass lists every one with its age; the stale pass lists
      * only those past the stale-check limit.
      *----------------------------------------------------------------
       2500-LIST-OPEN-CHECKS.
           IF STALE-PASS
               MOVE 'STALE CHECKS - OUTSTANDING OVER 90 DAYS'
                   TO RSH-TITLE
           ELSE
               MOVE 'CHECKS OUTSTANDING' TO RSH-TITLE
           END-IF
           PERFORM 1100-WRITE-HEADERS
           MOVE 'N'  TO WS-REG-EOF-FLAG
           MOVE ZERO TO CR-CHECK-NO
           START CHECK-REGISTER-FILE
               KEY NOT LESS THAN CR-CHECK-NO
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF-FLAG
           END-START
           IF NOT REG-EOF
               PERFORM 2550-READ-NEXT-REGISTER
           END-IF
           PERFORM 2600-LIST-ONE-CHECK UNTIL REG-EOF
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           IF STALE-PASS
               MOVE 'STALE CHECKS' TO RT-LABEL
               MOVE WS-STALE-COUNT TO RT-COUNT
               MOVE WS-STALE-TOTAL TO RT-AMOUNT
           ELSE
               MOVE 'CHECKS OUTSTANDING' TO RT-LABEL
               MOVE WS-OUTSTANDING-COUNT TO RT-COUNT
               MOVE WS-OUTSTANDING-TOTAL TO RT-AMOUNT
           END-IF
           WRITE RECON-LINE FROM RECON-TOTAL-LINE.

       2550-READ-NEXT-REGISTER.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-REG-EOF-FLAG
           END-READ.

       2600-LIST-ONE-CHECK.
           IF CR-OUTSTANDING
               MOVE CR-ISSUE-DATE TO WS-DAY-DATE
               PERFORM 2700-COMPUTE-DAY-NUMBER
               IF WS-DAY-NUMBER > WS-AS-OF-DAY-NUMBER
                   MOVE ZERO TO WS-CHECK-AGE
               ELSE
                   COMPUTE WS-CHECK-AGE =
                       WS-AS-OF-DAY-NUMBER - WS-DAY-NUMBER
               END-IF
               IF STALE-PASS
                   IF WS-CHECK-AGE > WS-STALE-DAYS
                       ADD 1 TO WS-STALE-COUNT
                       ADD CR-AMOUNT TO WS-STALE-TOTAL
                       MOVE 'STALE - VOID' TO WS-DISPOSITION
                       PERFORM 2650-WRITE-OPEN-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD CR-AMOUNT TO WS-OUTSTANDING-TOTAL
                   MOVE 'OUTSTANDING' TO WS-DISPOSITION
                   PERFORM 2650-WRITE-OPEN-LINE
               END-IF
           END-IF
           PERFORM 2550-READ-NEXT-REGISTER.

       2650-WRITE-OPEN-LINE.
           MOVE SPACES TO RECON-DETAIL
           MOVE CR-CHECK-NO    TO RD-CHECK-NO
           MOVE CR-EMP-ID      TO RD-EMP-ID
           MOVE CR-PAYEE-NAME  TO RD-PAYEE
           MOVE CR-AMOUNT      TO RD-ISSUE-AMT
           PERFORM 2750-EDIT-DAY-DATE
           MOVE WS-EDIT-DATE   TO RD-ISSUE-DATE
           MOVE WS-CHECK-AGE   TO RD-AGE
           MOVE WS-DISPOSITION TO RD-DISPOSITION
           WRITE RECON-LINE FROM RECON-DETAIL.

      *----------------------------------------------------------------
      * WS-DAY-DATE (YYMMDD) to WS-DAY-NUMBER.
      *----------------------------------------------------------------
       2700-COMPUTE-DAY-NUMBER.
           IF WS-DAY-MM < 1 OR WS-DAY-MM > 12
               MOVE 1 TO WS-DAY-MM
           END-IF
           COMPUTE WS-YEAR-PLUS-3 = WS-DAY-YY + 3
           DIVIDE WS-YEAR-PLUS-3 BY 4 GIVING WS-LEAP-DAYS
           COMPUTE WS-DAY-NUMBER = WS-DAY-YY * 365
               + WS-LEAP-DAYS
               + WS-DAYS-BEFORE-MONTH (WS-DAY-MM)
               + WS-DAY-DD
           DIVIDE WS-DAY-YY BY 4 GIVING WS-LEAP-DAYS
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO AND WS-DAY-MM > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.

       2750-EDIT-DAY-DATE.
           MOVE WS-DAY-MM TO WS-ED-MM
           MOVE WS-DAY-DD TO WS-ED-DD
           MOVE WS-DAY-YY TO WS-ED-YY.

       3000-WRAPUP.
           CLOSE PAID-CHECK-FILE
                 CHECK-REGISTER-FILE
                 RECON-REPORT.
