      *----------------------------------------------------------------
      * CHECK-WRITE.COB - Numbered Check Print, Register and
      *                   Positive-Pay Issue File
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / PAYROLL-BAL.COB
      *
      * Runs after PAYROLL-BAL has proved the run. Every employee
      * PAYROLL paid by check this period - pay history record for
      * the control card's period with pay method 'C' - gets the
      * next number off the controlled check stock, a printed check
      * with its stub, a record on the keyed check register and the
      * number stamped back on the pay history record. Before any
      * paper is used the checks due are totalled against
      * CTL-CHECK-TOTAL and the period on the control file, the
      * stock is proved to hold enough forms, and a period whose
      * checks were already numbered is refused - a rerun must not
      * put a second check in anyone's hands. Every number the run
      * will take off the stock is looked up on the register first,
      * too: one already there means the stock record and the
      * register disagree, and the run is refused before a form is
      * printed rather than stopped part way through.
      * Nothing is printed until PAYROLL-BAL has proved the run on
      * the stream status file - finished cleanly or overridden -
      * along with every step ahead of it.
      * On a supplemental run's card (RC-RUN-TYPE 'S') the checks
      * are PAYROLL-SUPP's payments for that run number, read from
      * the pay history records it wrote under the run's key.
      * A regular run's card names its pay group: the control file
      * must be that group's, and only pay history the group's run
      * wrote for the period is checked.
      * After the checks, every register entry the bank has not yet
      * been told about - this run's checks and any manual, reissue
      * or void PAYROLL-ADJ has recorded since the last run - goes
      * on the positive-pay issue file, so a check the bank does
      * not hold an issue record for is not paid.
      * The stock control record is keyed by operations from the
      * box label when a new range of forms is loaded: the first
      * and last form numbers. This program moves the next-number
      * forward and nothing else may.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-WRITE.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO UT-S-RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO UT-S-CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CHECK-STOCK-FILE
               ASSIGN TO UT-S-CHKSTOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO UT-S-EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO UT-S-CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT CHECK-PRINT-FILE
               ASSIGN TO UT-S-CHKPRT
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO UT-S-POSPAY
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-RUN-REPORT
               ASSIGN TO UT-S-CHKWRPT
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

       FD CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS.
           COPY CTLREC.

      *----------------------------------------------------------------
      * One record: the next form number to be used and the last
      * form number in the range loaded. Rewritten in place at the
      * end of a run with the next unused number and the run that
      * used the stock.
      *----------------------------------------------------------------
       FD CHECK-STOCK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 CHECK-STOCK-RECORD.
          05 CS-NEXT-CHECK-NO   PIC 9(7).
          05 CS-NEXT-CHECK-NO-X REDEFINES CS-NEXT-CHECK-NO
                                PIC X(7).
          05 CS-LAST-CHECK-NO   PIC 9(7).
          05 CS-LAST-CHECK-NO-X REDEFINES CS-LAST-CHECK-NO
                                PIC X(7).
          05 CS-LAST-RUN-DATE   PIC 9(6).
          05 CS-LAST-RUN-NUMBER PIC 9(4).
          05 FILLER             PIC X(56).

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY PAYHREC.

       FD CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CHKREG.

       FD CHECK-PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
       01 CHECK-PRINT-LINE       PIC X(80).

      *----------------------------------------------------------------
      * Positive-pay issue file in the bank's fixed layout: one 'I'
      * record per check issued, one 'V' record per check voided
      * after its issue was sent, and a 'T' trailer carrying the
      * record count and the issue total less voids.
      *----------------------------------------------------------------
       FD POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 POSITIVE-PAY-RECORD.
          05 PP-RECORD-TYPE     PIC X(1).
          05 PP-ACCOUNT-NO      PIC X(12).
          05 PP-CHECK-NO        PIC 9(10).
          05 PP-AMOUNT          PIC 9(8)V99.
          05 PP-ISSUE-DATE      PIC 9(6).
          05 PP-PAYEE-NAME      PIC X(30).
          05 FILLER             PIC X(11).
       01 POSITIVE-PAY-TRAILER.
          05 PT-RECORD-TYPE     PIC X(1).
          05 PT-ACCOUNT-NO      PIC X(12).
          05 PT-RECORD-COUNT    PIC 9(6).
          05 PT-ISSUE-TOTAL     PIC 9(10)V99.
          05 PT-VOID-TOTAL      PIC 9(10)V99.
          05 PT-CREATE-DATE     PIC 9(6).
          05 FILLER             PIC X(31).

       FD CHECK-RUN-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
       01 CHECK-RUN-LINE         PIC X(80).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
       01 WS-CTL-STATUS          PIC XX VALUE SPACES.
       01 WS-STOCK-STATUS        PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-PAYHIST-STATUS      PIC XX VALUE SPACES.
       01 WS-CHKREG-STATUS       PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * CHECK-WRITE has no slot of its own on the stream status file
      * (STRMSTAT.CPY) - a period already numbered is what stops it
      * running twice - but it reads the file the way ACH-RELEASE
      * does and prints nothing until PAYROLL-BAL and every step
      * ahead of it finished cleanly or were overridden.
      * A supplemental run's card uses WS-STRM-SUPP-PREREQ: its pay
      * and balancing steps are the only ones it has.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-PREREQ         PIC X(9) VALUE 'YYIYY    '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUPP-PREREQ    PIC X(9) VALUE '   YY    '.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.

       01 WS-CTL-FOUND-FLAG      PIC X VALUE 'N'.
          88 CONTROL-FOUND       VALUE 'Y'.
       01 WS-EMP-EOF-FLAG        PIC X VALUE 'N'.
          88 EMP-EOF             VALUE 'Y'.
       01 WS-REG-EOF-FLAG        PIC X VALUE 'N'.
          88 REG-EOF             VALUE 'Y'.
       01 WS-HIST-FOUND-FLAG     PIC X VALUE 'N'.
          88 HISTORY-FOUND       VALUE 'Y'.
       01 WS-VERIFY-OK-FLAG      PIC X VALUE 'N'.
          88 VERIFY-OK           VALUE 'Y'.
       01 WS-PRINT-OPEN-FLAG     PIC X VALUE 'N'.
          88 PRINT-FILE-OPEN     VALUE 'Y'.

      *----------------------------------------------------------------
      * The company's disbursement account as the bank knows it on
      * the positive-pay file - change it only in step with the
      * bank's treasury services desk.
      *----------------------------------------------------------------
       01 WS-PAYROLL-ACCOUNT     PIC X(12) VALUE '004471882016'.

      *----------------------------------------------------------------
      * Forms left in the loaded range below which the run report
      * warns operations to load the next box before next week.
      *----------------------------------------------------------------
       01 WS-STOCK-LOW-MARK      PIC 9(5) VALUE 100.

       01 WS-CHECKS-DUE          PIC 9(5) VALUE ZERO.
       01 WS-ZERO-NET-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-NUMBERED    PIC 9(5) VALUE ZERO.
       01 WS-ON-REGISTER-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-PROBE-SUB           PIC 9(5) VALUE ZERO.
       01 WS-CHECK-PAY-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-STOCK-LEFT          PIC 9(7) VALUE ZERO.
       01 WS-NEXT-CHECK-NO       PIC 9(7) VALUE ZERO.
       01 WS-FIRST-CHECK-NO      PIC 9(7) VALUE ZERO.
       01 WS-CHECKS-WRITTEN      PIC 9(5) VALUE ZERO.
       01 WS-CHECKS-WRITTEN-AMT  PIC 9(9)V99 VALUE ZERO.
       01 WS-PP-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-PP-ISSUE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-PP-VOID-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-PP-ISSUE-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01 WS-PP-VOID-TOTAL       PIC 9(10)V99 VALUE ZERO.
       01 WS-DED-SUB             PIC 9(1) VALUE ZERO.
       01 WS-JUR-SUB             PIC 9(1) VALUE ZERO.
       01 WS-STUB-JUR-LABEL.
          05 WS-SJL-TEXT         PIC X(12).
          05 WS-SJL-CODE         PIC X(4).
       01 WS-LEAVE-AMT           PIC 9(6)V99 VALUE ZERO.

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

       01 WS-CHECK-DATE-PRINT    PIC X(8) VALUE SPACES.
       01 WS-WEEK-END-PRINT      PIC X(8) VALUE SPACES.

       01 WS-PAYEE-NAME          PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * Check form lines. The stub prints first and the face below
      * the perforation, both from the pay history record, so the
      * paper carries exactly the figures PAYROLL paid.
      *----------------------------------------------------------------
       01 CHECK-STUB-HEADER.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(25)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER            PIC X(24)
             VALUE 'EARNINGS STATEMENT'.
          05 FILLER            PIC X(10) VALUE 'CHECK NO. '.
          05 CSH-CHECK-NO      PIC 9(7).
          05 FILLER            PIC X(13) VALUE SPACES.

       01 CHECK-STUB-EMP-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'EMP ID: '.
          05 CSE-EMP-ID        PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'NAME: '.
          05 CSE-NAME          PIC X(30).
          05 FILLER            PIC X(5)  VALUE ' W/E '.
          05 CSE-WEEK-ENDING   PIC X(8).
          05 FILLER            PIC X(14) VALUE SPACES.

       01 CHECK-STUB-EARN-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CSL-LABEL         PIC X(12).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 CSL-HOURS         PIC ZZ9.9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 CSL-RATE          PIC ZZZ9.99.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 CSL-AMOUNT        PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(39) VALUE SPACES.

       01 CHECK-STUB-AMT-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CSA-LABEL         PIC X(25).
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 CSA-AMOUNT        PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(39) VALUE SPACES.

       01 CHECK-PERFORATION      PIC X(80) VALUE ALL '-'.

       01 CHECK-FACE-LINE-1.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(25)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER            PIC X(30) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'CHECK NO. '.
          05 CF1-CHECK-NO      PIC 9(7).
          05 FILLER            PIC X(7)  VALUE SPACES.

       01 CHECK-FACE-LINE-2.
          05 FILLER            PIC X(56) VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'DATE: '.
          05 CF2-CHECK-DATE    PIC X(8).
          05 FILLER            PIC X(10) VALUE SPACES.

       01 CHECK-FACE-LINE-3.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(24)
             VALUE 'PAY TO THE ORDER OF'.
          05 CF3-PAYEE         PIC X(30).
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 CF3-AMOUNT        PIC $***,**9.99.
          05 FILLER            PIC X(11) VALUE SPACES.

       01 CHECK-FACE-LINE-4.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(40)
             VALUE 'PAYROLL ACCOUNT - VOID AFTER 90 DAYS'.
          05 FILLER            PIC X(39) VALUE SPACES.

       01 RUN-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER             PIC X(22) VALUE 'CHECK WRITER REPORT'.
          05 FILLER             PIC X(9)  VALUE 'RUN DATE:'.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RH1-RUN-DATE       PIC X(8).
          05 FILLER             PIC X(9)  VALUE SPACES.

       01 RUN-HEADER-2.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(10) VALUE 'CHECK NO'.
          05 FILLER             PIC X(8)  VALUE 'EMP ID'.
          05 FILLER             PIC X(31) VALUE 'PAYEE'.
          05 FILLER             PIC X(14) VALUE '        AMOUNT'.
          05 FILLER             PIC X(16) VALUE SPACES.

       01 RUN-DETAIL.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RDT-CHECK-NO       PIC 9(7).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 RDT-EMP-ID         PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RDT-NAME           PIC X(30).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RDT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RDT-NOTE           PIC X(15).

       01 RUN-AMOUNT-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RAL-LABEL          PIC X(32) VALUE SPACES.
          05 RAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(33) VALUE SPACES.

       01 RUN-COUNT-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RCL-LABEL          PIC X(32) VALUE SPACES.
          05 RCL-COUNT          PIC Z,ZZZ,ZZ9.
          05 FILLER             PIC X(38) VALUE SPACES.

       01 RUN-MESSAGE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RM-TEXT            PIC X(50).
          05 FILLER             PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-VERIFY-CHECKS-DUE
           IF VERIFY-OK
               PERFORM 2500-WRITE-CHECKS
               PERFORM 2800-WRITE-POSITIVE-PAY
               PERFORM 2900-UPDATE-CHECK-STOCK
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT CHECK-RUN-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURR-MM TO WS-RUN-MM
           MOVE WS-CURR-DD TO WS-RUN-DD
           MOVE WS-CURR-YY TO WS-RUN-YY
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           WRITE CHECK-RUN-LINE FROM RUN-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO CHECK-RUN-LINE
           WRITE CHECK-RUN-LINE
           PERFORM 1100-READ-RUN-CONTROL
           IF RC-SUPPLEMENTAL-RUN
               MOVE WS-STRM-SUPP-PREREQ TO WS-STRM-PREREQ
           END-IF
           PERFORM 1150-CHECK-STREAM
           MOVE RC-CHECK-DATE TO WS-DATE-SPLIT
           PERFORM 2650-FORMAT-DATE
           MOVE WS-PRINT-DATE TO WS-CHECK-DATE-PRINT
           MOVE RC-PERIOD-ENDING TO WS-DATE-SPLIT
           PERFORM 2650-FORMAT-DATE
           MOVE WS-PRINT-DATE TO WS-WEEK-END-PRINT
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-CTL-FOUND-FLAG
               END-READ
           END-IF
           IF NOT CONTROL-FOUND
               MOVE 'CONTROL TOTALS FILE MISSING - NO CHECKS WRITTEN'
                   TO RM-TEXT
               WRITE CHECK-RUN-LINE FROM RUN-MESSAGE
               MOVE 8 TO RETURN-CODE
               CLOSE CHECK-RUN-REPORT
                     RUN-CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM 1200-READ-CHECK-STOCK
           OPEN INPUT EMPLOYEE-FILE
           OPEN I-O PAY-HISTORY-FILE
           OPEN I-O CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF.

       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'CHECK-WRITE: RUN CONTROL FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'CHECK-WRITE: RUN CONTROL CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF RC-PERIOD-ENDING-X NOT NUMERIC
                   OR RC-CHECK-DATE-X NOT NUMERIC
                   OR RC-RUN-NUMBER-X NOT NUMERIC
                   OR RC-PERIOD-ENDING = ZERO
                   OR RC-CHECK-DATE = ZERO
               DISPLAY 'CHECK-WRITE: RUN CONTROL CARD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Stream sequence check, made before anything is printed: the
      * run must be on the stream status file for this card's period
      * and run type, and the steps this one depends on must have
      * finished with a return code under 8 or been skipped on a
      * supervisor's override card. The file is only read here.
      *----------------------------------------------------------------
       1150-CHECK-STREAM.
           MOVE 'R' TO WS-STRM-RUN-TYPE
           IF RC-SUPPLEMENTAL-RUN
               MOVE 'S' TO WS-STRM-RUN-TYPE
           END-IF
           OPEN INPUT STREAM-STATUS-FILE
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'CHECK-WRITE: STREAM STATUS FILE MISSING'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           ELSE
               MOVE RC-RUN-NUMBER TO SS-RUN-NUMBER
               READ STREAM-STATUS-FILE
                   INVALID KEY
                       DISPLAY 'CHECK-WRITE: RUN ' RC-RUN-NUMBER-X
                           ' NOT ON STREAM FILE'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-READ
               IF NOT STREAM-REFUSED
                   IF SS-PERIOD-ENDING NOT = RC-PERIOD-ENDING
                           OR SS-RUN-TYPE NOT = WS-STRM-RUN-TYPE
                           OR SS-PAY-GROUP NOT = RC-PAY-GROUP
                       DISPLAY 'CHECK-WRITE: RUN ' RC-RUN-NUMBER-X
                           ' IS PERIOD ' SS-PERIOD-ENDING
                           ' TYPE ' SS-RUN-TYPE ' GROUP ' SS-PAY-GROUP
                           ' ON STREAM FILE'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   ELSE
                       PERFORM 1170-CHECK-ONE-PREREQ
                           VARYING WS-STRM-SUB FROM 1 BY 1
                           UNTIL WS-STRM-SUB > 9
                   END-IF
               END-IF
               CLOSE STREAM-STATUS-FILE
           END-IF
           IF STREAM-REFUSED
               DISPLAY 'CHECK-WRITE: RUN STOPPED - STREAM SEQUENCE'
               MOVE 'RUN STOPPED - STREAM SEQUENCE - NO CHECKS WRITTEN'
                   TO RM-TEXT
               WRITE CHECK-RUN-LINE FROM RUN-MESSAGE
               CLOSE CHECK-RUN-REPORT
                     RUN-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1170-CHECK-ONE-PREREQ.
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'CHECK-WRITE: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * No stock record, or one that does not describe a loaded
      * range, stops the run before a form is touched - numbering
      * checks from anywhere but the box in the printer is exactly
      * what the stock control exists to prevent.
      *----------------------------------------------------------------
       1200-READ-CHECK-STOCK.
           OPEN I-O CHECK-STOCK-FILE
           IF WS-STOCK-STATUS NOT = '00'
               DISPLAY 'CHECK-WRITE: CHECK STOCK CONTROL FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHECK-STOCK-FILE
               AT END
                   DISPLAY 'CHECK-WRITE: CHECK STOCK RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CS-NEXT-CHECK-NO-X NOT NUMERIC
                   OR CS-LAST-CHECK-NO-X NOT NUMERIC
                   OR CS-NEXT-CHECK-NO = ZERO
               DISPLAY 'CHECK-WRITE: CHECK STOCK RECORD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CS-NEXT-CHECK-NO > CS-LAST-CHECK-NO
               MOVE ZERO TO WS-STOCK-LEFT
           ELSE
               COMPUTE WS-STOCK-LEFT =
                   CS-LAST-CHECK-NO - CS-NEXT-CHECK-NO + 1
           END-IF
           MOVE CS-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           MOVE CS-NEXT-CHECK-NO TO WS-FIRST-CHECK-NO.

      *----------------------------------------------------------------
      * First pass: total the checks due for the period and prove
      * the total, the period, the stock and the fact that nothing
      * was numbered yet, before any form is printed. A zero-net
      * check-paid week needs no paper; it adds nothing to the total
      * either, so the proof is unaffected.
      *----------------------------------------------------------------
       2000-VERIFY-CHECKS-DUE.
           MOVE 'N' TO WS-EMP-EOF-FLAG
           PERFORM 2050-READ-NEXT-EMPLOYEE
           PERFORM 2100-TALLY-ONE-EMPLOYEE UNTIL EMP-EOF
           CLOSE EMPLOYEE-FILE
           MOVE 'CHECK PAY DUE PER PAY HISTORY' TO RAL-LABEL
           MOVE WS-CHECK-PAY-TOTAL TO RAL-AMOUNT
           WRITE CHECK-RUN-LINE FROM RUN-AMOUNT-LINE
           MOVE 'CHECK PAY PER CONTROL FILE' TO RAL-LABEL
           MOVE CTL-CHECK-TOTAL TO RAL-AMOUNT
           WRITE CHECK-RUN-LINE FROM RUN-AMOUNT-LINE
           MOVE 'CHECKS TO PRINT' TO RCL-LABEL
           MOVE WS-CHECKS-DUE TO RCL-COUNT
           WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE
           MOVE 'FORMS LEFT IN LOADED STOCK' TO RCL-LABEL
           MOVE WS-STOCK-LEFT TO RCL-COUNT
           WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE
           IF WS-CHECKS-DUE NOT > WS-STOCK-LEFT
               PERFORM 2200-PROBE-ONE-CHECK-NO
                   VARYING WS-PROBE-SUB FROM 1 BY 1
                   UNTIL WS-PROBE-SUB > WS-CHECKS-DUE
           END-IF
           EVALUATE TRUE
               WHEN CTL-PERIOD-END NOT = RC-PERIOD-ENDING
                   MOVE 'WRONG PERIOD ON CONTROL FILE - NO CHECKS'
                       TO RM-TEXT
               WHEN CTL-RUN-NUMBER NOT = RC-RUN-NUMBER
                   MOVE 'WRONG RUN ON CONTROL FILE - NO CHECKS'
                       TO RM-TEXT
               WHEN CTL-PAY-GROUP NOT = RC-PAY-GROUP
                   MOVE 'WRONG PAY GROUP ON CONTROL FILE - NO CHECKS'
                       TO RM-TEXT
               WHEN WS-ALREADY-NUMBERED > ZERO
                   MOVE 'PERIOD ALREADY HAS CHECKS - NO CHECKS WRITTEN'
                       TO RM-TEXT
               WHEN WS-CHECK-PAY-TOTAL NOT = CTL-CHECK-TOTAL
                   MOVE 'TOTALS DISAGREE - NO CHECKS WRITTEN'
                       TO RM-TEXT
               WHEN WS-CHECKS-DUE > WS-STOCK-LEFT
                   MOVE 'NOT ENOUGH CHECK STOCK - LOAD NEXT RANGE'
                       TO RM-TEXT
               WHEN WS-ON-REGISTER-COUNT > ZERO
                   MOVE 'CHECK NUMBERS ALREADY ON REGISTER - NO CHECKS'
                       TO RM-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-VERIFY-OK-FLAG
                   MOVE 'TOTALS AGREE - CHECKS WRITTEN'
                       TO RM-TEXT
           END-EVALUATE
           WRITE CHECK-RUN-LINE FROM RUN-MESSAGE
           MOVE SPACES TO CHECK-RUN-LINE
           WRITE CHECK-RUN-LINE.

       2050-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EMP-EOF-FLAG
           END-READ.

       2100-TALLY-ONE-EMPLOYEE.
           PERFORM 2150-GET-PERIOD-HISTORY
           IF HISTORY-FOUND AND PH-PAID-CHECK
               ADD PH-NET TO WS-CHECK-PAY-TOTAL
               IF PH-NET > ZERO
                   ADD 1 TO WS-CHECKS-DUE
               END-IF
               IF PH-CHECK-NO NUMERIC
                   IF PH-CHECK-NO > ZERO
                       ADD 1 TO WS-ALREADY-NUMBERED
                   END-IF
               END-IF
           END-IF
           PERFORM 2050-READ-NEXT-EMPLOYEE.

       2150-GET-PERIOD-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND-FLAG
           MOVE EMP-ID           TO PH-EMP-ID
           MOVE RC-PERIOD-ENDING TO PH-WEEK-ENDING
           IF RC-SUPPLEMENTAL-RUN
               MOVE RC-RUN-NUMBER TO PH-SUPP-RUN
           ELSE
               MOVE ZERO          TO PH-SUPP-RUN
           END-IF
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-SUPPLEMENTAL-RUN
                           OR PH-PAY-GROUP = RC-PAY-GROUP
                       MOVE 'Y' TO WS-HIST-FOUND-FLAG
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * One of the numbers the run will take off the stock, looked
      * up on the register. Each one found is listed on the run
      * report so operations can square the stock record with the
      * register before the run is resubmitted.
      *----------------------------------------------------------------
       2200-PROBE-ONE-CHECK-NO.
           COMPUTE CR-CHECK-NO = CS-NEXT-CHECK-NO + WS-PROBE-SUB - 1
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ON-REGISTER-COUNT
                   MOVE 'CHECK NO ALREADY ON REGISTER' TO RCL-LABEL
                   MOVE CR-CHECK-NO TO RCL-COUNT
                   WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE
           END-READ.

      *----------------------------------------------------------------
      * Second pass: number, print and register each check in
      * employee id order, stamping the number back on the pay
      * history record the check was printed from.
      *----------------------------------------------------------------
       2500-WRITE-CHECKS.
           OPEN OUTPUT CHECK-PRINT-FILE
           MOVE 'Y' TO WS-PRINT-OPEN-FLAG
           WRITE CHECK-RUN-LINE FROM RUN-HEADER-2
           OPEN INPUT EMPLOYEE-FILE
           MOVE 'N' TO WS-EMP-EOF-FLAG
           PERFORM 2050-READ-NEXT-EMPLOYEE
           PERFORM 2510-CHECK-ONE-EMPLOYEE UNTIL EMP-EOF
           CLOSE CHECK-PRINT-FILE
           MOVE 'N' TO WS-PRINT-OPEN-FLAG
           MOVE SPACES TO CHECK-RUN-LINE
           WRITE CHECK-RUN-LINE
           MOVE 'CHECKS WRITTEN' TO RCL-LABEL
           MOVE WS-CHECKS-WRITTEN TO RCL-COUNT
           WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE
           MOVE 'TOTAL OF CHECKS WRITTEN' TO RAL-LABEL
           MOVE WS-CHECKS-WRITTEN-AMT TO RAL-AMOUNT
           WRITE CHECK-RUN-LINE FROM RUN-AMOUNT-LINE
           MOVE 'ZERO NET - NO CHECK NEEDED' TO RCL-LABEL
           MOVE WS-ZERO-NET-COUNT TO RCL-COUNT
           WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE.

       2510-CHECK-ONE-EMPLOYEE.
           PERFORM 2150-GET-PERIOD-HISTORY
           IF HISTORY-FOUND AND PH-PAID-CHECK
               MOVE SPACES TO WS-PAYEE-NAME
               STRING EMP-FIRST-NAME DELIMITED BY '  '
                      ' '            DELIMITED BY SIZE
                      EMP-LAST-NAME  DELIMITED BY '  '
                   INTO WS-PAYEE-NAME
               IF PH-NET > ZERO
                   PERFORM 2600-PRINT-ONE-CHECK
                   PERFORM 2700-REGISTER-ONE-CHECK
                   MOVE WS-NEXT-CHECK-NO TO PH-CHECK-NO
                   REWRITE PAY-HISTORY-RECORD
                   MOVE WS-NEXT-CHECK-NO TO RDT-CHECK-NO
                   MOVE SPACES           TO RDT-NOTE
                   ADD 1 TO WS-CHECKS-WRITTEN
                   ADD PH-NET TO WS-CHECKS-WRITTEN-AMT
                   ADD 1 TO WS-NEXT-CHECK-NO
               ELSE
                   MOVE ZERO             TO RDT-CHECK-NO
                   MOVE 'ZERO NET'       TO RDT-NOTE
                   ADD 1 TO WS-ZERO-NET-COUNT
               END-IF
               MOVE EMP-ID        TO RDT-EMP-ID
               MOVE WS-PAYEE-NAME TO RDT-NAME
               MOVE PH-NET        TO RDT-AMOUNT
               WRITE CHECK-RUN-LINE FROM RUN-DETAIL
           END-IF
           PERFORM 2050-READ-NEXT-EMPLOYEE.

      *----------------------------------------------------------------
      * One check form: the stub with the week's earnings, each
      * deduction, the tax and the net, then the perforation and
      * the face. Leave lines price at the week's rate, the same
      * way PAYHIST-INQ reprints a stub from this record.
      *----------------------------------------------------------------
       2600-PRINT-ONE-CHECK.
           MOVE WS-NEXT-CHECK-NO TO CSH-CHECK-NO
           WRITE CHECK-PRINT-LINE FROM CHECK-STUB-HEADER
               AFTER ADVANCING PAGE
           MOVE EMP-ID             TO CSE-EMP-ID
           MOVE WS-PAYEE-NAME      TO CSE-NAME
           MOVE WS-WEEK-END-PRINT  TO CSE-WEEK-ENDING
           WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EMP-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           IF EMP-SALARIED
               MOVE 'SALARY'       TO CSL-LABEL
           ELSE
               MOVE 'REGULAR'      TO CSL-LABEL
           END-IF
           MOVE PH-REGULAR-HRS     TO CSL-HOURS
           MOVE PH-HOURLY-RATE     TO CSL-RATE
           MOVE PH-REGULAR-PAY     TO CSL-AMOUNT
           WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EARN-LINE
           IF PH-OVERTIME-HRS > ZERO
               MOVE 'OVERTIME'     TO CSL-LABEL
               MOVE PH-OVERTIME-HRS TO CSL-HOURS
               MOVE PH-OVERTIME-PAY TO CSL-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EARN-LINE
           END-IF
           IF PH-DBLTIME-HRS > ZERO
               MOVE 'DOUBLE TIME'  TO CSL-LABEL
               MOVE PH-DBLTIME-HRS TO CSL-HOURS
               MOVE PH-DBLTIME-PAY TO CSL-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EARN-LINE
           END-IF
           IF PH-VAC-HRS > ZERO AND NOT EMP-SALARIED
               MOVE 'VACATION'     TO CSL-LABEL
               MOVE PH-VAC-HRS     TO CSL-HOURS
               MULTIPLY PH-HOURLY-RATE BY PH-VAC-HRS
                   GIVING WS-LEAVE-AMT
               MOVE WS-LEAVE-AMT   TO CSL-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EARN-LINE
           END-IF
           IF PH-SICK-HRS > ZERO AND NOT EMP-SALARIED
               MOVE 'SICK'         TO CSL-LABEL
               MOVE PH-SICK-HRS    TO CSL-HOURS
               MULTIPLY PH-HOURLY-RATE BY PH-SICK-HRS
                   GIVING WS-LEAVE-AMT
               MOVE WS-LEAVE-AMT   TO CSL-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EARN-LINE
           END-IF
           IF PH-HOL-HRS > ZERO AND NOT EMP-SALARIED
               MOVE 'HOLIDAY'      TO CSL-LABEL
               MOVE PH-HOL-HRS     TO CSL-HOURS
               MULTIPLY PH-HOURLY-RATE BY PH-HOL-HRS
                   GIVING WS-LEAVE-AMT
               MOVE WS-LEAVE-AMT   TO CSL-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EARN-LINE
           END-IF
           IF PH-RETRO-PAY > ZERO
               MOVE 'RETRO PAY'    TO CSL-LABEL
               MOVE ZERO           TO CSL-HOURS
               MOVE PH-RETRO-PAY   TO CSL-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EARN-LINE
           END-IF
           IF PH-FINAL-SETTLEMENT
               MOVE 'VAC PAYOUT'      TO CSL-LABEL
               MOVE PH-VAC-PAYOUT-HRS TO CSL-HOURS
               MOVE PH-VAC-PAYOUT     TO CSL-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-EARN-LINE
           END-IF
           MOVE 'GROSS PAY'        TO CSA-LABEL
           MOVE PH-GROSS           TO CSA-AMOUNT
           WRITE CHECK-PRINT-LINE FROM CHECK-STUB-AMT-LINE
           PERFORM 2610-PRINT-STUB-DED
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           MOVE 'FEDERAL INCOME TAX' TO CSA-LABEL
           MOVE PH-FED-TAX         TO CSA-AMOUNT
           WRITE CHECK-PRINT-LINE FROM CHECK-STUB-AMT-LINE
           PERFORM 2615-PRINT-STUB-JUR-TAX
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 3
           MOVE 'TAX WITHHELD'     TO CSA-LABEL
           MOVE PH-TAX             TO CSA-AMOUNT
           WRITE CHECK-PRINT-LINE FROM CHECK-STUB-AMT-LINE
           MOVE 'NET PAY'          TO CSA-LABEL
           MOVE PH-NET             TO CSA-AMOUNT
           WRITE CHECK-PRINT-LINE FROM CHECK-STUB-AMT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE FROM CHECK-PERFORATION
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-NEXT-CHECK-NO   TO CF1-CHECK-NO
           WRITE CHECK-PRINT-LINE FROM CHECK-FACE-LINE-1
           MOVE WS-CHECK-DATE-PRINT TO CF2-CHECK-DATE
           WRITE CHECK-PRINT-LINE FROM CHECK-FACE-LINE-2
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-PAYEE-NAME      TO CF3-PAYEE
           MOVE PH-NET             TO CF3-AMOUNT
           WRITE CHECK-PRINT-LINE FROM CHECK-FACE-LINE-3
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE FROM CHECK-FACE-LINE-4.

       2610-PRINT-STUB-DED.
           IF PH-DED-TYPE (WS-DED-SUB) NOT = SPACES
               MOVE SPACES TO CSA-LABEL
               STRING 'DEDUCTION ' PH-DED-TYPE (WS-DED-SUB)
                   DELIMITED BY SIZE INTO CSA-LABEL
               MOVE PH-DED-AMT (WS-DED-SUB) TO CSA-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-AMT-LINE
           END-IF.

       2615-PRINT-STUB-JUR-TAX.
           IF PH-JUR-CODE (WS-JUR-SUB) NOT = SPACES
               IF PH-JUR-TYPE (WS-JUR-SUB) = 'S'
                   MOVE 'STATE TAX - ' TO WS-SJL-TEXT
               ELSE
                   MOVE 'LOCAL TAX - ' TO WS-SJL-TEXT
               END-IF
               MOVE PH-JUR-CODE (WS-JUR-SUB) TO WS-SJL-CODE
               MOVE WS-STUB-JUR-LABEL TO CSA-LABEL
               MOVE PH-JUR-TAX (WS-JUR-SUB) TO CSA-AMOUNT
               WRITE CHECK-PRINT-LINE FROM CHECK-STUB-AMT-LINE
           END-IF.

       2650-FORMAT-DATE.
           MOVE WS-DS-MM TO WS-PD-MM
           MOVE WS-DS-DD TO WS-PD-DD
           MOVE WS-DS-YY TO WS-PD-YY.

      *----------------------------------------------------------------
      * A number already on the register means the stock record and
      * the register disagree about which forms were used - the
      * run stops rather than issue two checks under one number.
      * 2000-VERIFY-CHECKS-DUE looks every number up before the run
      * starts, so this is a last resort. The form for the number
      * is already printed and must be destroyed; the stock record
      * is moved past it so the checks already registered keep
      * their numbers, and their issues go to the bank on the next
      * run's positive-pay file.
      *----------------------------------------------------------------
       2700-REGISTER-ONE-CHECK.
           MOVE SPACES             TO CHECK-REGISTER-RECORD
           MOVE WS-NEXT-CHECK-NO   TO CR-CHECK-NO
           MOVE EMP-ID             TO CR-EMP-ID
           MOVE WS-PAYEE-NAME      TO CR-PAYEE-NAME
           MOVE PH-NET             TO CR-AMOUNT
           MOVE RC-CHECK-DATE      TO CR-ISSUE-DATE
           MOVE RC-PERIOD-ENDING   TO CR-PERIOD-ENDING
           MOVE 'W'                TO CR-SOURCE
           MOVE 'O'                TO CR-STATUS
           MOVE 'N'                TO CR-POSPAY-FLAG
           MOVE ZERO               TO CR-PAID-DATE
                                      CR-PAID-AMOUNT
                                      CR-VOID-DATE
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'CHECK-WRITE: CHECK ' WS-NEXT-CHECK-NO
                       ' ALREADY ON REGISTER'
                   DISPLAY 'CHECK-WRITE: STOCK RECORD OUT OF STEP'
                   DISPLAY 'CHECK-WRITE: FORM ' WS-NEXT-CHECK-NO
                       ' PRINTED - DESTROY IT'
                   MOVE 'RUN STOPPED - CHECK NO ALREADY ON REGISTER'
                       TO RM-TEXT
                   WRITE CHECK-RUN-LINE FROM RUN-MESSAGE
                   ADD 1 TO WS-NEXT-CHECK-NO
                   PERFORM 2900-UPDATE-CHECK-STOCK
                   MOVE 16 TO RETURN-CODE
                   PERFORM 3000-WRAPUP
                   STOP RUN
           END-WRITE.

      *----------------------------------------------------------------
      * Sweep the whole register for entries the bank has still to
      * hear about and put them on the positive-pay file. A check
      * voided before its issue ever went out never reaches this
      * file - PAYROLL-ADJ marks it sent when it voids it.
      *----------------------------------------------------------------
       2800-WRITE-POSITIVE-PAY.
           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE 'N'  TO WS-REG-EOF-FLAG
           MOVE ZERO TO CR-CHECK-NO
           START CHECK-REGISTER-FILE
               KEY NOT LESS THAN CR-CHECK-NO
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF-FLAG
           END-START
           IF NOT REG-EOF
               PERFORM 2850-READ-NEXT-REGISTER
           END-IF
           PERFORM 2810-SEND-ONE-REGISTER UNTIL REG-EOF
           MOVE SPACES           TO POSITIVE-PAY-TRAILER
           MOVE 'T'              TO PT-RECORD-TYPE
           MOVE WS-PAYROLL-ACCOUNT TO PT-ACCOUNT-NO
           MOVE WS-PP-COUNT      TO PT-RECORD-COUNT
           MOVE WS-PP-ISSUE-TOTAL TO PT-ISSUE-TOTAL
           MOVE WS-PP-VOID-TOTAL TO PT-VOID-TOTAL
           MOVE WS-CURRENT-DATE  TO PT-CREATE-DATE
           WRITE POSITIVE-PAY-TRAILER
           CLOSE POSITIVE-PAY-FILE
           MOVE SPACES TO CHECK-RUN-LINE
           WRITE CHECK-RUN-LINE
           MOVE 'POSITIVE PAY ISSUES SENT' TO RCL-LABEL
           MOVE WS-PP-ISSUE-COUNT TO RCL-COUNT
           WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE
           MOVE 'POSITIVE PAY ISSUE TOTAL' TO RAL-LABEL
           MOVE WS-PP-ISSUE-TOTAL TO RAL-AMOUNT
           WRITE CHECK-RUN-LINE FROM RUN-AMOUNT-LINE
           MOVE 'POSITIVE PAY VOIDS SENT' TO RCL-LABEL
           MOVE WS-PP-VOID-COUNT TO RCL-COUNT
           WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE
           MOVE 'POSITIVE PAY VOID TOTAL' TO RAL-LABEL
           MOVE WS-PP-VOID-TOTAL TO RAL-AMOUNT
           WRITE CHECK-RUN-LINE FROM RUN-AMOUNT-LINE.

       2810-SEND-ONE-REGISTER.
           IF CR-POSPAY-ISSUE-DUE OR CR-POSPAY-VOID-DUE
               MOVE SPACES             TO POSITIVE-PAY-RECORD
               MOVE WS-PAYROLL-ACCOUNT TO PP-ACCOUNT-NO
               MOVE CR-CHECK-NO        TO PP-CHECK-NO
               MOVE CR-AMOUNT          TO PP-AMOUNT
               MOVE CR-ISSUE-DATE      TO PP-ISSUE-DATE
               MOVE CR-PAYEE-NAME      TO PP-PAYEE-NAME
               IF CR-POSPAY-VOID-DUE
                   MOVE 'V'            TO PP-RECORD-TYPE
                   ADD 1 TO WS-PP-VOID-COUNT
                   ADD CR-AMOUNT TO WS-PP-VOID-TOTAL
               ELSE
                   MOVE 'I'            TO PP-RECORD-TYPE
                   ADD 1 TO WS-PP-ISSUE-COUNT
                   ADD CR-AMOUNT TO WS-PP-ISSUE-TOTAL
               END-IF
               WRITE POSITIVE-PAY-RECORD
               ADD 1 TO WS-PP-COUNT
               MOVE 'Y' TO CR-POSPAY-FLAG
               REWRITE CHECK-REGISTER-RECORD
           END-IF
           PERFORM 2850-READ-NEXT-REGISTER.

       2850-READ-NEXT-REGISTER.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-REG-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The stock record moves forward past the last form used, in
      * place, once every check of the run is registered - or, when
      * 2700-REGISTER-ONE-CHECK stops the run part way, past the
      * last form printed.
      *----------------------------------------------------------------
       2900-UPDATE-CHECK-STOCK.
           MOVE WS-NEXT-CHECK-NO  TO CS-NEXT-CHECK-NO
           MOVE WS-CURRENT-DATE   TO CS-LAST-RUN-DATE
           MOVE RC-RUN-NUMBER     TO CS-LAST-RUN-NUMBER
           REWRITE CHECK-STOCK-RECORD
           IF CS-NEXT-CHECK-NO > CS-LAST-CHECK-NO
               MOVE ZERO TO WS-STOCK-LEFT
           ELSE
               COMPUTE WS-STOCK-LEFT =
                   CS-LAST-CHECK-NO - CS-NEXT-CHECK-NO + 1
           END-IF
           MOVE 'NEXT CHECK NUMBER' TO RCL-LABEL
           MOVE WS-NEXT-CHECK-NO TO RCL-COUNT
           WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE
           MOVE 'FORMS LEFT AFTER THIS RUN' TO RCL-LABEL
           MOVE WS-STOCK-LEFT TO RCL-COUNT
           WRITE CHECK-RUN-LINE FROM RUN-COUNT-LINE
           IF WS-STOCK-LEFT < WS-STOCK-LOW-MARK
               MOVE 'CHECK STOCK LOW - LOAD NEXT RANGE BEFORE NEXT RUN'
                   TO RM-TEXT
               WRITE CHECK-RUN-LINE FROM RUN-MESSAGE
           END-IF.

       3000-WRAPUP.
           CLOSE CHECK-RUN-REPORT
                 RUN-CONTROL-FILE
                 CHECK-STOCK-FILE
                 PAY-HISTORY-FILE
                 CHECK-REGISTER-FILE
           IF WS-CTL-STATUS = '00' OR WS-CTL-STATUS = '10'
               CLOSE CONTROL-FILE
           END-IF
           IF VERIFY-OK
               CLOSE EMPLOYEE-FILE
           END-IF
           IF PRINT-FILE-OPEN
               CLOSE CHECK-PRINT-FILE
           END-IF.
