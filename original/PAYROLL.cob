      * PAYROLL.COB - Weekly Payroll Batch Processor
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 1987, Modified: 1993, 2026
      *
      * A run-mode card of 'T' on PAYPARM makes the run a trial: the
      * full pay calculation against this week's timecards and
      * masters, nothing updated and no ACH, GL, stub or check
      * output, and a trial register comparing each employee's
      * gross and net with the last period paid. Payroll signs off
      * the trial register before the live run is released.
      * The run-control card names the pay group being paid and its
      * frequency - weekly, biweekly or semi-monthly. Only that
      * group's employees are paid; overtime is still tested week by
      * week, and withholding, leave accrual and the vacation payout
      * hours are scaled to the period.
      * Each employee may carry a work state, a resident state and a
      * local jurisdiction, each with its own filing status, and
      * each is withheld for separately from its own brackets on the
      * tax table file, with the work state's tax credited against
      * the resident state's unless the two have reciprocity. The
      * jurisdictions are itemized on the stub, in pay history and
      * in the YTD buckets, and each posts its own GL liability.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT RETRO-FILE
               ASSIGN TO UT-S-RETROPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTR-EMP-ID
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT TERM-STATEMENT-FILE
               ASSIGN TO UT-S-TERMSTMT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARM-CARDS
               ASSIGN TO UT-S-PAYPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TRIAL-REGISTER
               ASSIGN TO UT-S-TRIALRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-STATUS-FILE
               ASSIGN TO UT-S-STRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-RUN-NUMBER
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * payroll register and its subtotals are built around, so the
      * main pass only uses EMPLOYEE-FILE as the SORT input below and
      * does the actual read pass against SORTED-EMPLOYEE-FILE.
      * ACCESS MODE DYNAMIC and held open I-O after the sort, so a
      * final pay can be marked on the master as it starts and the
      * orphan-timecard sweep in 3200-CHECK-ORPHAN-TIMECARDS can read
      * it by key after the main pass.
      *----------------------------------------------------------------
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *----------------------------------------------------------------
      * EMPF-STATUS overlays EMP-STATUS on the EMPREC layout so the
      * orphan-timecard sweep can tell an inactive match from a
      * missing one without carrying the full record description;
      * EMPF-FINAL-PAY-PERIOD overlays EMP-FINAL-PAY-PERIOD the same
      * way for the final-pay mark, and EMPF-PAY-GROUP EMP-PAY-GROUP
      * so the sweep can tell a card for another group's employee.
      *----------------------------------------------------------------
       01 EMPLOYEE-FILE-RECORD.
          05 EMPF-KEY          PIC X(6).
          05 FILLER            PIC X(53).
          05 EMPF-STATUS       PIC X(1).
             88 EMPF-INACTIVE  VALUE 'I'.
             88 EMPF-TERMINATED VALUE 'T'.
          05 FILLER            PIC X(15).
          05 EMPF-FINAL-PAY-PERIOD PIC 9(6).
          05 EMPF-PAY-GROUP    PIC X(2).
          05 FILLER            PIC X(17).

       SD SORT-WORK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 SORT-WORK-RECORD.
          05 SW-EMP-ID         PIC X(6).
          05 FILLER            PIC X(47).
          05 SW-DEPARTMENT     PIC X(4).
          05 FILLER            PIC X(43).

       FD SORTED-EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD PAYROLL-REPORT

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

       FD ACH-FILE
      *----------------------------------------------------------------
      * The checkpoint carries the GL accumulation tables along with
      * the scalar run totals, so a RESTART-MODE run's GL extract
      * still holds every department debit, deduction credit and
      * state and local tax credit closed before the abend and the
      * batch total record balances.
      *----------------------------------------------------------------
       FD RESTART-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 918 CHARACTERS.
       01 CHECKPOINT-RECORD.
          05 CKPT-RECORD-COUNT     PIC 9(5).
          05 CKPT-PHYS-READ-COUNT  PIC 9(5).
                15 CKPT-GL-DED-TYPE   PIC X(2).
                15 CKPT-GL-DED-AMT    PIC 9(9)V99.
          05 CKPT-ER-MATCH         PIC 9(9)V99.
          05 CKPT-RETRO-COUNT      PIC 9(5).
          05 CKPT-RETRO-TOTAL      PIC 9(9)V99.
          05 CKPT-FINAL-COUNT      PIC 9(5).
          05 CKPT-FINAL-PAYOUT     PIC 9(9)V99.
          05 CKPT-GL-JUR-COUNT     PIC 9(2).
          05 CKPT-GL-JUR-TABLE.
             10 CKPT-GL-JUR-ENTRY OCCURS 20 TIMES.
                15 CKPT-GL-JUR-TYPE   PIC X(1).
                15 CKPT-GL-JUR-CODE   PIC X(4).
                15 CKPT-GL-JUR-AMT    PIC 9(9)V99.

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       FD ARREARS-FILE
      * batch: one 'D' record per debit or credit, then one 'T'
      * batch total record carrying the run date, debit and credit
      * totals and the record count so finance can prove the batch
      * balances before posting. Every record carries the run number
      * and pay group, so one group's batch is never posted as
      * another's.
      *----------------------------------------------------------------
       FD GL-POST-FILE
           LABEL RECORDS ARE OMITTED
          05 GLP-DESC.
             10 GLP-DESC-TEXT   PIC X(20).
             10 GLP-DESC-CODE   PIC X(4).
          05 GLP-RUN-NUMBER     PIC 9(4).
          05 GLP-PAY-GROUP      PIC X(2).
          05 FILLER             PIC X(3).
       01 GL-BATCH-RECORD.
          05 GLB-RECORD-TYPE    PIC X(1).
          05 GLB-RUN-DATE       PIC 9(6).
          05 GLB-DEBIT-TOTAL    PIC 9(11)V99.
          05 GLB-CREDIT-TOTAL   PIC 9(11)V99.
          05 GLB-RECORD-COUNT   PIC 9(5).
          05 GLB-RUN-NUMBER     PIC 9(4).
          05 GLB-PAY-GROUP      PIC X(2).
          05 FILLER             PIC X(16).

       FD CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS.
           COPY CTLREC.

       FD BANK-FILE
      * this program. Within a code, each record gives the bracket
      * floor, the rate applied to the excess over the floor, and
      * the cumulative tax owed at the floor.
      * A blank jurisdiction type marks a federal bracket. State
      * ('S') and local ('L') brackets carry the state or locality
      * code, the tax code field holding the filing status, and are
      * effective-dated jurisdiction by jurisdiction, so one state's
      * new tables do not have to wait for anyone else's. An 'R'
      * record names a reciprocal pair - the work state in the
      * jurisdiction code, the resident state in TXT-RECIP-STATE -
      * and a work state's reciprocity set is dated as a whole.
      *----------------------------------------------------------------
       FD TAX-TABLE-FILE
           LABEL RECORDS ARE STANDARD
          05 TXT-BRACKET-FLOOR  PIC 9(7)V99.
          05 TXT-RATE           PIC V9999.
          05 TXT-CUM-TAX        PIC 9(7)V99.
          05 TXT-JURIS-TYPE     PIC X(1).
             88 TXT-FEDERAL     VALUE ' '.
             88 TXT-RECIPROCITY VALUE 'R'.
          05 TXT-JURIS-CODE     PIC X(4).
          05 TXT-RECIP-STATE    PIC X(2).
          05 FILLER             PIC X(43).

       FD RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
      * on it, so the same pay period cannot be processed twice - the
      * YTD and deduction balances would double-count and the ACH
      * file would pay everyone again.
      * RL-RUN-TYPE 'S' is a supplemental run PAYROLL-SUPP logged
      * under the same period with its own run number; it does not
      * stand for the period's regular run, and this program writes
      * 'R'. Records from before the type was kept carry a space and
      * are regular runs.
      * RL-PAY-GROUP is the pay group the run paid: a period is done
      * only for the group that ran it. Records from before groups
      * were kept carry spaces, the original weekly group.
      *----------------------------------------------------------------
       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD
          05 RL-PERIOD-ENDING   PIC 9(6).
          05 RL-RUN-NUMBER      PIC 9(4).
          05 RL-COMPLETED-DATE  PIC 9(6).
          05 RL-RUN-TYPE        PIC X(1).
             88 RL-SUPPLEMENTAL-RUN VALUE 'S'.
          05 RL-PAY-GROUP       PIC X(2).
          05 FILLER             PIC X(61).

      *----------------------------------------------------------------
      * PAY-HISTORY-FILE is the keyed machine record of every payment
      *----------------------------------------------------------------
       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY PAYHREC.

      *----------------------------------------------------------------
      * RETRO-FILE holds back pay RETRO-PAY has calculated, one
      * record per employee. A pending amount is paid on the
      * employee's next payment here as its own earnings line and
      * marked paid with the period, so a restart of the same
      * period finds it again and pays the same amount.
      *----------------------------------------------------------------
       FD RETRO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RETROREC.

      *----------------------------------------------------------------
      * TERM-STATEMENT-FILE carries the termination settlement
      * statement printed for each employee given final pay in the
      * run - one page each, what was paid and what was closed down.
      *----------------------------------------------------------------
       FD TERM-STATEMENT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
       01 TERM-STMT-LINE        PIC X(80).

      *----------------------------------------------------------------
      * Run-mode card, optional: no card, or a blank or 'L' mode, is
      * the live weekly run. 'T' is a trial run. The swing tolerance
      * (whole percent) and the near-zero net amount default to
      * WS-SWING-PCT and WS-NEAR-ZERO-NET when left blank.
      *----------------------------------------------------------------
       FD PARM-CARDS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 PARM-CARD.
          05 PP-MODE            PIC X(1).
             88 PP-LIVE-RUN     VALUE ' ' 'L'.
             88 PP-TRIAL-RUN    VALUE 'T'.
          05 PP-SWING-PCT       PIC 9(3).
          05 PP-SWING-PCT-X REDEFINES PP-SWING-PCT
                                PIC X(3).
          05 PP-NEAR-ZERO-NET   PIC 9(5)V99.
          05 PP-NEAR-ZERO-NET-X REDEFINES PP-NEAR-ZERO-NET
                                PIC X(7).
          05 FILLER             PIC X(69).

       FD TRIAL-REGISTER
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 TRIAL-LINE            PIC X(132).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-YTD-STATUS         PIC XX VALUE SPACES.
       01 WS-ARR-STATUS         PIC XX VALUE SPACES.

       01 WS-PAYHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-RETRO-STATUS       PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS      PIC XX VALUE SPACES.
       01 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-STATUS        PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * PAYROLL is step 4 of the stream (STRMSTAT.CPY): the timecard
      * load and the edit must have finished cleanly or been signed
      * off by override, and an adjustment run, if there was one for
      * this run, must have finished before the pay run starts. An
      * abended run is left started and restarts from its checkpoint.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 4.
       01 WS-STRM-PREREQ         PIC X(9) VALUE 'YYI      '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.
       01 WS-STRM-DATE           PIC 9(6) VALUE ZERO.
       01 WS-STRM-TIME.
          05 WS-STRM-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

      *----------------------------------------------------------------
      * Trial run. The trial needs the same finished steps as the
      * live run and is refused once the live run has started - its
      * comparison is with the masters as they stand before this
      * week is paid. It leaves no mark on the stream status file.
      * The comparison period is the latest regular period on the
      * completed-run log before this one; an employee's payment for
      * it is read from the pay history file.
      *----------------------------------------------------------------
       01 WS-RUN-MODE-FLAG      PIC X VALUE 'L'.
          88 TRIAL-RUN          VALUE 'T'.
       01 WS-TRIAL-PREREQ       PIC X(9) VALUE 'YYIN     '.
       01 WS-SWING-PCT          PIC 9(3) VALUE 20.
       01 WS-NEAR-ZERO-NET      PIC 9(5)V99 VALUE 25.00.
       01 WS-PRIOR-PERIOD       PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-FOUND-FLAG   PIC X VALUE 'N'.
          88 PRIOR-PAY-FOUND    VALUE 'Y'.
       01 WS-PRIOR-GROSS        PIC 9(7)V99 VALUE ZERO.
       01 WS-PRIOR-NET          PIC 9(7)V99 VALUE ZERO.
       01 WS-CHG-THIS           PIC 9(7)V99 VALUE ZERO.
       01 WS-CHG-PRIOR          PIC 9(7)V99 VALUE ZERO.
       01 WS-CHANGE-PCT         PIC S9(5)V9 VALUE ZERO.
       01 WS-CHANGE-PCT-EDIT    PIC -ZZZZ9.9.
       01 WS-CHANGE-PCT-OUT     PIC X(8) VALUE SPACES.
       01 WS-SWING-FOUND-FLAG   PIC X VALUE 'N'.
          88 SWING-FOUND        VALUE 'Y'.
       01 WS-TRIAL-FLAGGED-FLAG PIC X VALUE 'N'.
          88 TRIAL-LINE-FLAGGED VALUE 'Y'.
       01 WS-TRIAL-SWING-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-TRIAL-NEW-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-TRIAL-DROP-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-TRIAL-ZERO-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-TRIAL-FLAG-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-TRIAL-PRIOR-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-TRIAL-PRIOR-GROSS  PIC 9(9)V99 VALUE ZERO.
       01 WS-TRIAL-PRIOR-NET    PIC 9(9)V99 VALUE ZERO.
       01 WS-TRIAL-LINE-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-TRIAL-PAGE-COUNT   PIC 9(3) VALUE ZERO.

       01 WS-PRIOR-PERIOD-SPLIT.
          05 WS-PP-YY           PIC 9(2).
          05 WS-PP-MM           PIC 9(2).
          05 WS-PP-DD           PIC 9(2).
       01 WS-PRIOR-END-DATE.
          05 WS-PRE-MM          PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-PRE-DD          PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-PRE-YY          PIC 9(2).

       01 WS-RUNLOG-EOF-FLAG    PIC X VALUE 'N'.
          88 RUNLOG-EOF         VALUE 'Y'.
       01 WS-TC-SCAN-EOF-FLAG   PIC X VALUE 'N'.
          88 TC-SCAN-EOF        VALUE 'Y'.
       01 WS-TC-MISMATCH-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-TC-WEEK-X          PIC X(6) VALUE SPACES.
       01 WS-TC-WEEK-NUM REDEFINES WS-TC-WEEK-X
                                PIC 9(6).

      *----------------------------------------------------------------
      * Pay frequency of the group the card pays. WS-PERIODS-PER-YEAR
      * scales the weekly figures - the withholding brackets, the
      * leave accruals and the payout standard hours - to one
      * period: 52 weekly, 26 biweekly, 24 semi-monthly. The period
      * start is the earliest week ending a timecard may carry; a
      * weekly card's is the period ending itself. Employees of
      * other groups are passed by and counted.
      *----------------------------------------------------------------
       01 WS-PERIODS-PER-YEAR   PIC 9(2) VALUE 52.
       01 WS-PERIOD-START       PIC 9(6) VALUE ZERO.
       01 WS-GROUP-SKIP-COUNT   PIC 9(5) VALUE ZERO.

       01 WS-RC-DATE-SPLIT.
          05 WS-RC-YY           PIC 9(2).
          88 TC-EOF             VALUE 'Y'.
       01 WS-TC-READ-EOF-FLAG   PIC X VALUE 'N'.
          88 TC-READ-DONE       VALUE 'Y'.

      *----------------------------------------------------------------
      * Hours by charge department for the employee in hand, tallied
          88 EMPF-FOUND         VALUE 'Y'.
       01 WS-HOURS-WORKED       PIC 9(3)V9 VALUE ZERO.

      *----------------------------------------------------------------
      * Worked hours by week ending for the employee in hand. The
      * overtime thresholds are weekly whatever the pay frequency,
      * so a biweekly or semi-monthly period is split week by week.
      *----------------------------------------------------------------
       01 WS-WEEK-TABLE.
          05 WS-WEEK-ENTRY OCCURS 5 TIMES.
             10 WS-WK-END-DATE    PIC X(6).
             10 WS-WK-HOURS       PIC 9(3)V9.
       01 WS-WEEK-COUNT         PIC 9(1) VALUE ZERO.
       01 WS-WEEK-SUB           PIC 9(1) VALUE ZERO.

      *----------------------------------------------------------------
      * Hours by type for the employee in hand. Only worked hours
      * feed the overtime split; vacation, sick and holiday hours

      *----------------------------------------------------------------
      * Weekly leave accrual allowances, credited to every employee
      * paid in the run - the -USE figures are the same allowances
      * scaled to the group's pay period. Vacation and sick balances
      * live on LEAVE-FILE and print on the pay stub next to the YTD
      * line.
      *----------------------------------------------------------------
       01 WS-LEAVE-STATUS       PIC XX VALUE SPACES.
       01 WS-VAC-ACCRUAL-HRS    PIC 9(1)V9 VALUE 1.5.
       01 WS-SICK-ACCRUAL-HRS   PIC 9(1)V9 VALUE 1.0.
       01 WS-VAC-ACCRUAL-USE    PIC 9(1)V9 VALUE 1.5.
       01 WS-SICK-ACCRUAL-USE   PIC 9(1)V9 VALUE 1.0.
       01 WS-LEAVE-FOUND-FLAG   PIC X VALUE 'N'.
          88 LEAVE-FOUND        VALUE 'Y'.

      *----------------------------------------------------------------
      * Termination and final pay. 2010-CHECK-TERMINATION sorts a
      * terminated employee into final pay due in this run ('F'),
      * final pay already begun in this same period - a restart or
      * rerun - ('R'), or settled in an earlier period and not paid
      * again ('S'). The vacation payout rate is the current hourly
      * rate, or a salaried employee's salary over the standard
      * hours in a period. Arrears are recovered from final pay
      * only on post-tax entries and only up to WS-FINAL-RECOVER-PCT
      * of the disposable pay - the most that may be taken from final
      * wages toward a debt; whatever is left stays on ARREARS-FILE
      * and is shown on the settlement statement for collection.
      *----------------------------------------------------------------
       01 WS-TERM-PAY-FLAG      PIC X VALUE 'N'.
          88 FINAL-PAY-RUN      VALUE 'F' 'R'.
          88 FINAL-PAY-RERUN    VALUE 'R'.
          88 FINAL-PAY-SETTLED  VALUE 'S'.
       01 WS-PAYOUT-STD-HRS     PIC 9(2)V9 VALUE 40.0.
       01 WS-PAYOUT-PERIOD-HRS  PIC 9(3)V9 VALUE 40.0.
       01 WS-PAYOUT-HRS         PIC 9(4)V9 VALUE ZERO.
       01 WS-PAYOUT-RATE        PIC 9(4)V99 VALUE ZERO.
       01 WS-FINAL-RECOVER-PCT  PIC V99 VALUE .25.
       01 WS-FINAL-RECOVER-ROOM PIC 9(7)V99 VALUE ZERO.
       01 WS-FINAL-RECOVERED    PIC 9(7)V99 VALUE ZERO.
       01 WS-FINAL-ARR-OPEN     PIC 9(7)V99 VALUE ZERO.
       01 WS-FINAL-WAGES        PIC 9(7)V99 VALUE ZERO.
       01 WS-FINAL-DED-STOPPED  PIC 9(1) VALUE ZERO.
       01 WS-FINAL-BANK-FLAG    PIC X VALUE 'N'.
          88 FINAL-BANK-CLOSED  VALUE 'Y'.
       01 WS-TERM-DATE-SPLIT.
          05 WS-TD-YY           PIC 9(2).
          05 WS-TD-MM           PIC 9(2).
          05 WS-TD-DD           PIC 9(2).
       01 WS-TERM-DATE-EDIT.
          05 WS-TDE-MM          PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-TDE-DD          PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-TDE-YY          PIC 9(2).

       01 WS-DED-SUB            PIC 9(1) VALUE ZERO.
       01 WS-ARR-SUB            PIC 9(1) VALUE ZERO.
       01 WS-DED-FOUND-FLAG     PIC X VALUE 'N'.
      * row per charge department as 2270-DISTRIBUTE-GL-WAGES splits
      * each employee's gross across the departments worked;
      * deduction withholdings accumulate a row per DED-TYPE as each
      * entry is priced; state and local withholding accumulates a
      * row per jurisdiction. All feed the posting file written by
      * 3300-WRITE-GL-EXTRACT at end of run.
      *----------------------------------------------------------------
       01 WS-GL-DEPT-TABLE.
             10 WS-GL-DED-AMT     PIC 9(9)V99.
       01 WS-GL-DED-COUNT       PIC 9(2) VALUE ZERO.

       01 WS-GL-JUR-TABLE.
          05 WS-GL-JUR-ENTRY OCCURS 20 TIMES.
             10 WS-GL-JUR-TYPE    PIC X(1).
             10 WS-GL-JUR-CODE    PIC X(4).
             10 WS-GL-JUR-AMT     PIC 9(9)V99.
       01 WS-GL-JUR-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-GL-JUR-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-GL-FED-TAX         PIC 9(9)V99 VALUE ZERO.

       01 WS-GLMAP-TABLE.
          05 WS-GLMAP-ENTRY OCCURS 50 TIMES.
             10 WS-GLMAP-DEPT     PIC X(4).
       01 WS-TOTAL-PRETAX-DED   PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-POSTTAX-DED  PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CHECK-PAY    PIC 9(9)V99 VALUE ZERO.
       01 WS-RETRO-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-RETRO-PAY    PIC 9(9)V99 VALUE ZERO.
       01 WS-FINAL-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-VAC-PAYOUT   PIC 9(9)V99 VALUE ZERO.

       01 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-QTR-SUB            PIC 9(1) VALUE ZERO.
       01 WS-QTR-CLEAR-SUB      PIC 9(1) VALUE ZERO.

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

       01 WS-RUN-DATE.
          05 WS-RUN-MM          PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-OVERTIME-PAY   PIC 9(6)V99.
          05 WS-DBLTIME-HRS    PIC 9(3)V9.
          05 WS-DBLTIME-PAY    PIC 9(6)V99.
          05 WS-RETRO-PAY      PIC 9(6)V99.
          05 WS-VAC-PAYOUT     PIC 9(6)V99.
          05 WS-TAX-AMOUNT     PIC 9(6)V99.
          05 WS-NET-PAY        PIC 9(7)V99.

       01 WS-TAX-SUB            PIC 9(2) VALUE ZERO.
       01 WS-TAX-BEST-SUB       PIC 9(2) VALUE ZERO.
       01 WS-TAX-EXCESS         PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-BASE           PIC 9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * State and local withholding, loaded from the same file. The
      * effective-date table holds, per jurisdiction, the latest
      * date on or before the run date; the bracket and reciprocity
      * tables then take only that date's records for each one.
      * WS-EMP-JUR-TABLE is the employee's state and local tax for
      * the period - the work state, the resident state and the
      * locality, in that order - and feeds YTD, the stub, pay
      * history and the GL.
      *----------------------------------------------------------------
       01 WS-JUR-EFF-TABLE.
          05 WS-JEF-ENTRY OCCURS 60 TIMES.
             10 WS-JEF-TYPE      PIC X(1).
             10 WS-JEF-CODE      PIC X(4).
             10 WS-JEF-DATE      PIC 9(6).
       01 WS-JEF-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-JEF-SUB            PIC 9(2) VALUE ZERO.
       01 WS-JUR-TAX-TABLE.
          05 WS-JTX-ENTRY OCCURS 300 TIMES.
             10 WS-JTX-TYPE      PIC X(1).
             10 WS-JTX-CODE      PIC X(4).
             10 WS-JTX-STATUS    PIC X(2).
             10 WS-JTX-FLOOR     PIC 9(7)V99.
             10 WS-JTX-RATE      PIC V9999.
             10 WS-JTX-CUM       PIC 9(7)V99.
       01 WS-JTX-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-JTX-SUB            PIC 9(3) VALUE ZERO.
       01 WS-JTX-BEST-SUB       PIC 9(3) VALUE ZERO.
       01 WS-RECIP-TABLE.
          05 WS-RCP-ENTRY OCCURS 50 TIMES.
             10 WS-RCP-WORK-STATE PIC X(2).
             10 WS-RCP-RES-STATE  PIC X(2).
       01 WS-RCP-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-RCP-SUB            PIC 9(2) VALUE ZERO.
       01 WS-RCP-FLAG           PIC X VALUE 'N'.
          88 RECIPROCITY-APPLIES VALUE 'Y'.
       01 WS-JUR-LOOK-TYPE      PIC X(1) VALUE SPACES.
       01 WS-JUR-LOOK-CODE      PIC X(4) VALUE SPACES.
       01 WS-JUR-LOOK-STATUS    PIC X(2) VALUE SPACES.
       01 WS-JUR-CODE-FLAG      PIC X VALUE 'N'.
          88 JUR-CODE-ON-TABLE  VALUE 'Y'.
       01 WS-JUR-STATUS-FLAG    PIC X VALUE 'N'.
          88 JUR-STATUS-ON-TABLE VALUE 'Y'.
       01 WS-JUR-CALC-TAX       PIC 9(6)V99 VALUE ZERO.
       01 WS-WORK-ST-TAX        PIC 9(6)V99 VALUE ZERO.
       01 WS-RES-ST-TAX         PIC 9(6)V99 VALUE ZERO.
       01 WS-FED-TAX            PIC 9(6)V99 VALUE ZERO.
       01 WS-EMP-JUR-TABLE.
          05 WS-EJ-ENTRY OCCURS 3 TIMES.
             10 WS-EJ-TYPE       PIC X(1).
             10 WS-EJ-CODE       PIC X(4).
             10 WS-EJ-TAX        PIC 9(6)V99.
       01 WS-EJ-SUB             PIC 9(1) VALUE ZERO.
       01 WS-JUR-SLOT-MSG.
          05 FILLER             PIC X(29) VALUE
             'YTD STATE/LOCAL SLOTS FULL - '.
          05 WS-JSM-CODE        PIC X(4).
          05 FILLER             PIC X(9)  VALUE ' NOT KEPT'.

      *----------------------------------------------------------------
      * Overtime rate table - one row per union code, shop default
             VALUE 'WEEKLY PAYROLL REGISTER'.
          05 FILLER            PIC X(5)  VALUE ' W/E '.
          05 HL2-WEEK-ENDING   PIC X(8).
          05 FILLER            PIC X(8)  VALUE '  GROUP '.
          05 HL2-PAY-GROUP     PIC X(2).

       01 HEADER-LINE-3.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 HL3-POSTTAX       PIC X(10) VALUE '  POST-TAX'.

       01 TRIAL-HEADER-1.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(30)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER            PIC X(45) VALUE SPACES.
          05 FILLER            PIC X(9)  VALUE 'RUN DATE:'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TH1-RUN-DATE      PIC X(8).
          05 FILLER            PIC X(24) VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'PAGE '.
          05 TH1-PAGE          PIC ZZ9.
          05 FILLER            PIC X(6)  VALUE SPACES.

       01 TRIAL-HEADER-2.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(37)
             VALUE 'TRIAL PAYROLL REGISTER - NOT PAID'.
          05 FILLER            PIC X(5)  VALUE ' W/E '.
          05 TH2-WEEK-ENDING   PIC X(8).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(16) VALUE 'COMPARED TO W/E '.
          05 TH2-PRIOR-ENDING  PIC X(8).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'SWING OVER'.
          05 TH2-SWING-PCT     PIC ZZ9.
          05 FILLER            PIC X(1)  VALUE '%'.
          05 FILLER            PIC X(35) VALUE SPACES.

       01 TRIAL-HEADER-3.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'EMP ID'.
          05 FILLER            PIC X(17) VALUE 'EMPLOYEE NAME'.
          05 FILLER            PIC X(6)  VALUE 'DEPT'.
          05 FILLER            PIC X(11) VALUE '     GROSS'.
          05 FILLER            PIC X(11) VALUE '       TAX'.
          05 FILLER            PIC X(12) VALUE '       NET'.
          05 FILLER            PIC X(11) VALUE 'LAST GROSS'.
          05 FILLER            PIC X(10) VALUE '   CHG %'.
          05 FILLER            PIC X(11) VALUE '  LAST NET'.
          05 FILLER            PIC X(10) VALUE '   CHG %'.
          05 FILLER            PIC X(24) VALUE 'FLAGS'.

       01 TRIAL-DETAIL.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TD-EMP-ID         PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 TD-NAME           PIC X(15).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 TD-DEPT           PIC X(4).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 TD-GROSS          PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TD-TAX            PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TD-NET            PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 TD-PRIOR-GROSS    PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TD-GROSS-PCT      PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 TD-PRIOR-NET      PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TD-NET-PCT        PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 TD-FLAG-GROSS     PIC X(6).
          05 TD-FLAG-NET       PIC X(4).
          05 TD-FLAG-PAID      PIC X(9).
          05 TD-FLAG-ZERO      PIC X(4).
          05 FILLER            PIC X(1)  VALUE SPACES.

       01 TRIAL-TOTAL-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TT-LABEL          PIC X(32).
          05 TT-COUNT          PIC ZZ,ZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 TT-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 TT-NET            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(59) VALUE SPACES.

       01 TRIAL-TEXT-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TX-TEXT           PIC X(70).
          05 TX-AMOUNT         PIC ZZ,ZZ9.99.
          05 FILLER            PIC X(52) VALUE SPACES.

       01 EXCEPTION-HEADING.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(40) VALUE
          05 XL-TAX-CODE       PIC X(2).
          05 FILLER            PIC X(33) VALUE SPACES.

       01 EXCEPTION-DETAIL-5.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL5-EMP-ID        PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 XL5-NAME          PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'BAD TAX CODE:'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL5-TAX-CODE      PIC X(2).
          05 FILLER            PIC X(5)  VALUE ' FOR '.
          05 XL5-JUR-LIT       PIC X(5).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL5-JUR-CODE      PIC X(4).
          05 FILLER            PIC X(18) VALUE SPACES.

       01 EXCEPTION-DETAIL-2.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL2-EMP-ID        PIC X(6).
          05 SBA-AMOUNT        PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(34) VALUE SPACES.

       01 STUB-TAX-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 SBT-LABEL         PIC X(25).
          05 FILLER            PIC X(10) VALUE SPACES.
          05 SBT-AMOUNT        PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'YTD '.
          05 SBT-YTD           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(12) VALUE SPACES.

       01 WS-STUB-JUR-LABEL.
          05 WS-SJL-TEXT        PIC X(12).
          05 WS-SJL-CODE        PIC X(4).
       01 WS-STUB-FED-YTD       PIC 9(9)V99 VALUE ZERO.

       01 STUB-YTD-HEADING.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(14) VALUE 'YEAR TO DATE'.
          05 SBL-SICK          PIC ZZZ9.9.
          05 FILLER            PIC X(35) VALUE SPACES.

      *----------------------------------------------------------------
      * Termination settlement statement lines - TERM-STATEMENT-FILE.
      * The employee, amount and YTD lines are the stub's own.
      *----------------------------------------------------------------
       01 TERM-STMT-HEADER.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(25)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER            PIC X(22)
             VALUE 'TERMINATION SETTLEMENT'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(9)  VALUE 'RUN DATE:'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TSH-RUN-DATE      PIC X(8).
          05 FILLER            PIC X(12) VALUE SPACES.

       01 TERM-STMT-TERM-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(12) VALUE 'TERMINATED: '.
          05 TST-TERM-DATE     PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'REASON: '.
          05 TST-REASON        PIC X(22).
          05 FILLER            PIC X(27) VALUE SPACES.

       01 TERM-STMT-PAYOUT-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(25)
             VALUE 'VACATION HOURS PAID OUT'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 TSP-HOURS         PIC ZZZ9.9.
          05 FILLER            PIC X(8)  VALUE ' HRS AT '.
          05 TSP-RATE          PIC ZZZ9.99.
          05 FILLER            PIC X(31) VALUE SPACES.

       01 TERM-STMT-TEXT-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 TSX-LABEL         PIC X(25).
          05 FILLER            PIC X(10) VALUE SPACES.
          05 TSX-TEXT          PIC X(30).
          05 FILLER            PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS UNTIL END-OF-FILE
           IF TRIAL-RUN
               PERFORM 3800-TRIAL-WRAPUP
           ELSE
               PERFORM 3000-WRAPUP
               PERFORM 3700-RECORD-STREAM-END
           END-IF
           STOP RUN.

       1000-INIT.
           PERFORM 1400-READ-RUN-CONTROL
           PERFORM 1450-READ-RUN-MODE
           PERFORM 1500-CHECK-RUN-LOG
           PERFORM 1550-CHECK-STREAM
           IF NOT TRIAL-RUN
               PERFORM 1100-READ-CHECKPOINT
           END-IF
           PERFORM 1200-LOAD-GL-MAP
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DEPARTMENT
               ON ASCENDING KEY SW-EMP-ID
               USING EMPLOYEE-FILE
               GIVING SORTED-EMPLOYEE-FILE
           IF TRIAL-RUN
               OPEN OUTPUT TRIAL-REGISTER
               OPEN OUTPUT EXCEPTION-REPORT
           ELSE
               IF RESTART-MODE
                   OPEN EXTEND PAYROLL-REPORT
                   OPEN EXTEND ACH-FILE
                   OPEN EXTEND EXCEPTION-REPORT
                   OPEN EXTEND STUB-FILE
                   OPEN EXTEND CHECK-LIST
                   OPEN EXTEND TERM-STATEMENT-FILE
               ELSE
                   OPEN OUTPUT PAYROLL-REPORT
                   OPEN OUTPUT ACH-FILE
                   OPEN OUTPUT EXCEPTION-REPORT
                   OPEN OUTPUT STUB-FILE
                   OPEN OUTPUT CHECK-LIST
                   OPEN OUTPUT TERM-STATEMENT-FILE
               END-IF
           END-IF
           OPEN INPUT SORTED-EMPLOYEE-FILE
           OPEN I-O EMPLOYEE-FILE
           OPEN I-O YTD-FILE
           IF WS-YTD-STATUS = '35'
               OPEN OUTPUT YTD-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF
           OPEN I-O RETRO-FILE
           IF WS-RETRO-STATUS = '35'
               OPEN OUTPUT RETRO-FILE
               CLOSE RETRO-FILE
               OPEN I-O RETRO-FILE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURR-MM TO WS-RUN-MM
           MOVE WS-CURR-DD TO WS-RUN-DD
           MOVE WS-CURR-YY TO WS-RUN-YY
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-YYMMDD
           PERFORM 1300-LOAD-TAX-TABLE
           IF TRIAL-RUN
               PERFORM 1950-WRITE-TRIAL-HEADERS
               WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING
           ELSE
               IF RESTART-MODE
                   PERFORM 1150-SKIP-ONE-RECORD
                       WS-RESTART-RECS-READ TIMES
               ELSE
                   PERFORM 1900-WRITE-HEADERS
                   WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING
                   WRITE CHECK-LINE FROM CHECK-HEADING
               END-IF
           END-IF
           READ SORTED-EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
                   MOVE CKPT-GL-DED-COUNT    TO WS-GL-DED-COUNT
                   MOVE CKPT-GL-DED-TABLE    TO WS-GL-DED-TABLE
                   MOVE CKPT-ER-MATCH        TO WS-TOTAL-ER-MATCH
                   MOVE CKPT-RETRO-COUNT     TO WS-RETRO-COUNT
                   MOVE CKPT-RETRO-TOTAL     TO WS-TOTAL-RETRO-PAY
                   MOVE CKPT-FINAL-COUNT     TO WS-FINAL-COUNT
                   MOVE CKPT-FINAL-PAYOUT    TO WS-TOTAL-VAC-PAYOUT
                   MOVE CKPT-GL-JUR-COUNT    TO WS-GL-JUR-COUNT
                   MOVE CKPT-GL-JUR-TABLE    TO WS-GL-JUR-TABLE
           END-READ.

       1150-SKIP-ONE-RECORD.

      *----------------------------------------------------------------
      * Two passes over the tax table file: the first finds the
      * latest effective date on or before the run date - for the
      * federal tables, and separately for each state, locality and
      * reciprocity set - the second loads only those dates' rows.
      * Only the federal table is required. A missing or empty
      * file, or one holding only future effective dates, leaves
      * the table empty - and an empty table stops the run here,
      * before any payment is written, because paying the whole
               AT END
                   MOVE 'Y' TO WS-TAXTBL-EOF-FLAG
               NOT AT END
                   IF TXT-FEDERAL
                       IF TXT-EFF-DATE NOT > WS-RUN-DATE-YYMMDD
                               AND TXT-EFF-DATE > WS-TAX-EFF-USE
                           MOVE TXT-EFF-DATE TO WS-TAX-EFF-USE
                       END-IF
                   ELSE
                       IF TXT-EFF-DATE NOT > WS-RUN-DATE-YYMMDD
                           PERFORM 1330-NOTE-JUR-EFF-DATE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Keeps the latest effective date on or before the run date
      * for each state, locality and reciprocity set on the file.
      *----------------------------------------------------------------
       1330-NOTE-JUR-EFF-DATE.
           PERFORM 1335-SEARCH-JUR-EFF
               VARYING WS-JEF-SUB FROM 1 BY 1
               UNTIL WS-JEF-SUB > WS-JEF-COUNT
                   OR (WS-JEF-TYPE (WS-JEF-SUB) = TXT-JURIS-TYPE
                       AND WS-JEF-CODE (WS-JEF-SUB) = TXT-JURIS-CODE)
           IF WS-JEF-SUB > WS-JEF-COUNT
               IF WS-JEF-COUNT < 60
                   ADD 1 TO WS-JEF-COUNT
                   MOVE TXT-JURIS-TYPE TO WS-JEF-TYPE (WS-JEF-SUB)
                   MOVE TXT-JURIS-CODE TO WS-JEF-CODE (WS-JEF-SUB)
                   MOVE TXT-EFF-DATE   TO WS-JEF-DATE (WS-JEF-SUB)
               ELSE
                   MOVE SPACES TO EXCEPTION-DETAIL-2
                   MOVE TXT-JURIS-CODE TO XL2-NAME
                   MOVE 'TAX JURISDICTION TABLE FULL - NOT LOADED'
                       TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE
                       FROM EXCEPTION-DETAIL-2
               END-IF
           ELSE
               IF TXT-EFF-DATE > WS-JEF-DATE (WS-JEF-SUB)
                   MOVE TXT-EFF-DATE TO WS-JEF-DATE (WS-JEF-SUB)
               END-IF
           END-IF.

       1335-SEARCH-JUR-EFF.
           CONTINUE.

       1340-LOAD-ONE-BRACKET.
           READ TAX-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-TAXTBL-EOF-FLAG
               NOT AT END
                   IF TXT-FEDERAL
                           AND TXT-EFF-DATE = WS-TAX-EFF-USE
                       IF WS-TAX-TBL-COUNT < 60
                           ADD 1 TO WS-TAX-TBL-COUNT
                           MOVE TXT-TAX-CODE TO
                               FROM EXCEPTION-DETAIL-2
                       END-IF
                   END-IF
                   IF NOT TXT-FEDERAL
                       PERFORM 1350-LOAD-ONE-JUR-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * A state, local or reciprocity record is loaded only when it
      * carries its own jurisdiction's date in force.
      *----------------------------------------------------------------
       1350-LOAD-ONE-JUR-RECORD.
           PERFORM 1335-SEARCH-JUR-EFF
               VARYING WS-JEF-SUB FROM 1 BY 1
               UNTIL WS-JEF-SUB > WS-JEF-COUNT
                   OR (WS-JEF-TYPE (WS-JEF-SUB) = TXT-JURIS-TYPE
                       AND WS-JEF-CODE (WS-JEF-SUB) = TXT-JURIS-CODE)
           IF WS-JEF-SUB NOT > WS-JEF-COUNT
               IF TXT-EFF-DATE = WS-JEF-DATE (WS-JEF-SUB)
                   IF TXT-RECIPROCITY
                       PERFORM 1360-LOAD-ONE-RECIPROCITY
                   ELSE
                       PERFORM 1370-LOAD-ONE-JUR-BRACKET
                   END-IF
               END-IF
           END-IF.

       1360-LOAD-ONE-RECIPROCITY.
           IF WS-RCP-COUNT < 50
               ADD 1 TO WS-RCP-COUNT
               MOVE TXT-JURIS-CODE  TO WS-RCP-WORK-STATE (WS-RCP-COUNT)
               MOVE TXT-RECIP-STATE TO WS-RCP-RES-STATE (WS-RCP-COUNT)
           ELSE
               MOVE SPACES TO EXCEPTION-DETAIL-2
               MOVE TXT-JURIS-CODE TO XL2-NAME
               MOVE 'RECIPROCITY TABLE FULL - PAIR DROPPED'
                   TO XL2-MESSAGE
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
           END-IF.

       1370-LOAD-ONE-JUR-BRACKET.
           IF WS-JTX-COUNT < 300
               ADD 1 TO WS-JTX-COUNT
               MOVE TXT-JURIS-TYPE    TO WS-JTX-TYPE (WS-JTX-COUNT)
               MOVE TXT-JURIS-CODE    TO WS-JTX-CODE (WS-JTX-COUNT)
               MOVE TXT-TAX-CODE      TO WS-JTX-STATUS (WS-JTX-COUNT)
               MOVE TXT-BRACKET-FLOOR TO WS-JTX-FLOOR (WS-JTX-COUNT)
               MOVE TXT-RATE          TO WS-JTX-RATE (WS-JTX-COUNT)
               MOVE TXT-CUM-TAX       TO WS-JTX-CUM (WS-JTX-COUNT)
           ELSE
               MOVE SPACES TO EXCEPTION-DETAIL-2
               MOVE TXT-JURIS-CODE TO XL2-NAME
               MOVE 'STATE/LOCAL TAX TABLE FULL - BRACKET DROPPED'
                   TO XL2-MESSAGE
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
           END-IF.

      *----------------------------------------------------------------
      * The run-control card is the stream's statement of which pay
      * period this is. No card, or a card that does not read, stops
      * the run here - paying whatever timecard file happens to be
      * sitting there is exactly what the card exists to prevent.
      * A supplemental run's card belongs to PAYROLL-SUPP and is
      * refused here the same way.
      *----------------------------------------------------------------
       1400-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RC-REGULAR-RUN
               DISPLAY 'PAYROLL: SUPPLEMENTAL CARD - RUN PAYROLL-SUPP'
               DISPLAY 'PAYROLL: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1410-SET-PAY-FREQUENCY
           MOVE RC-CHECK-DATE TO WS-RC-DATE-SPLIT
           COMPUTE WS-QTR-SUB = (WS-RC-MM + 2) / 3
           MOVE RC-PERIOD-ENDING TO WS-RC-DATE-SPLIT
           MOVE WS-RC-DD TO WS-PE-DD
           MOVE WS-RC-YY TO WS-PE-YY.

      *----------------------------------------------------------------
      * The card's pay frequency sets the periods in a year and the
      * first week ending the period takes. A biweekly or semi-
      * monthly card must carry a period start no later than its
      * period ending. The weekly accruals and payout hours are
      * restated for the period; a weekly card leaves them as they
      * are.
      *----------------------------------------------------------------
       1410-SET-PAY-FREQUENCY.
           IF NOT RC-FREQ-VALID
               DISPLAY 'PAYROLL: RUN CONTROL PAY FREQUENCY INVALID'
               DISPLAY 'PAYROLL: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RC-FREQ-WEEKLY
               MOVE RC-PERIOD-ENDING TO WS-PERIOD-START
           ELSE
               IF RC-PERIOD-START-X NOT NUMERIC
                       OR RC-PERIOD-START = ZERO
                       OR RC-PERIOD-START > RC-PERIOD-ENDING
                   DISPLAY 'PAYROLL: RUN CONTROL PERIOD START INVALID'
                   DISPLAY 'PAYROLL: RUN STOPPED - NO PAYMENTS WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RC-PERIOD-START TO WS-PERIOD-START
           END-IF
           EVALUATE TRUE
               WHEN RC-FREQ-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
                   MOVE 'BIWEEKLY PAYROLL REGISTER' TO HL2-TITLE
               WHEN RC-FREQ-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
                   MOVE 'SEMI-MONTHLY PAYROLL REGISTER' TO HL2-TITLE
               WHEN OTHER
                   MOVE 52 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           MOVE RC-PAY-GROUP TO HL2-PAY-GROUP
           IF WS-PERIODS-PER-YEAR NOT = 52
               COMPUTE WS-VAC-ACCRUAL-USE ROUNDED =
                   WS-VAC-ACCRUAL-HRS * 52 / WS-PERIODS-PER-YEAR
               COMPUTE WS-SICK-ACCRUAL-USE ROUNDED =
                   WS-SICK-ACCRUAL-HRS * 52 / WS-PERIODS-PER-YEAR
               COMPUTE WS-PAYOUT-PERIOD-HRS ROUNDED =
                   WS-PAYOUT-STD-HRS * 52 / WS-PERIODS-PER-YEAR
           END-IF.

      *----------------------------------------------------------------
      * The run-mode card is optional - with none the run is live,
      * as it always was. A trial run swaps in the trial's stream
      * prerequisites and takes any tolerance the card overrides.
      *----------------------------------------------------------------
       1450-READ-RUN-MODE.
           OPEN INPUT PARM-CARDS
           IF WS-PARM-STATUS = '00'
               READ PARM-CARDS
                   AT END
                       MOVE SPACES TO PARM-CARD
               END-READ
               CLOSE PARM-CARDS
               IF NOT PP-LIVE-RUN AND NOT PP-TRIAL-RUN
                   DISPLAY 'PAYROLL: RUN MODE CARD INVALID'
                   DISPLAY 'PAYROLL: RUN STOPPED - NO PAYMENTS WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF PP-TRIAL-RUN
                   MOVE 'T' TO WS-RUN-MODE-FLAG
                   MOVE WS-TRIAL-PREREQ TO WS-STRM-PREREQ
                   IF PP-SWING-PCT-X NUMERIC
                           AND PP-SWING-PCT > ZERO
                       MOVE PP-SWING-PCT TO WS-SWING-PCT
                   END-IF
                   IF PP-NEAR-ZERO-NET-X NUMERIC
                       MOVE PP-NEAR-ZERO-NET TO WS-NEAR-ZERO-NET
                   END-IF
                   DISPLAY 'PAYROLL: TRIAL RUN - NOTHING UPDATED, '
                       'NO PAYMENTS WRITTEN'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A period already on the completed-run log was paid - refuse
      * to start. A restart after an abend is not blocked: the log
      * record is only written when a run completes. A supplemental
      * run logged for the period does not count, nor does another
      * pay group's run. The latest regular period the group logged
      * before this one is kept as the period a trial run compares
      * against.
      *----------------------------------------------------------------
       1500-CHECK-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           END-IF
           IF PERIOD-ALREADY-RUN
               DISPLAY 'PAYROLL: PERIOD ' RC-PERIOD-ENDING-X
                   ' ALREADY COMPLETED FOR GROUP ' RC-PAY-GROUP
               DISPLAY 'PAYROLL: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
                   MOVE 'Y' TO WS-RUNLOG-EOF-FLAG
               NOT AT END
                   IF RL-PERIOD-ENDING = RC-PERIOD-ENDING
                           AND RL-PAY-GROUP = RC-PAY-GROUP
                           AND NOT RL-SUPPLEMENTAL-RUN
                       MOVE 'Y' TO WS-PERIOD-DONE-FLAG
                   END-IF
                   IF RL-PERIOD-ENDING < RC-PERIOD-ENDING
                           AND RL-PERIOD-ENDING > WS-PRIOR-PERIOD
                           AND RL-PAY-GROUP = RC-PAY-GROUP
                           AND NOT RL-SUPPLEMENTAL-RUN
                       MOVE RL-PERIOD-ENDING TO WS-PRIOR-PERIOD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Stream sequence check, made before anything is written: the
      * steps this one depends on must have finished with a return
      * code under 8 or been skipped on a supervisor's override
      * card, and a step already finished cleanly for the run is not
      * run twice. Passing records the step as started on the
      * stream status file.
      *----------------------------------------------------------------
       1550-CHECK-STREAM.
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
                   DISPLAY 'PAYROLL: RUN ' RC-RUN-NUMBER-X
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
               PERFORM 1560-CLEAR-STREAM-STEP
                   VARYING WS-STRM-SUB FROM 1 BY 1
                   UNTIL WS-STRM-SUB > 9
           END-IF
           IF NOT STREAM-REFUSED
               PERFORM 1570-CHECK-ONE-PREREQ
                   VARYING WS-STRM-SUB FROM 1 BY 1
                   UNTIL WS-STRM-SUB > 9
               IF SS-STEP-OVERRIDDEN (WS-STRM-STEP)
                       OR (SS-STEP-ENDED (WS-STRM-STEP)
                           AND SS-STEP-RC-CLEAN (WS-STRM-STEP))
                   DISPLAY 'PAYROLL: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'PAYROLL: RUN STOPPED - STREAM SEQUENCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT TRIAL-RUN
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
           END-IF
           CLOSE STREAM-STATUS-FILE.

       1560-CLEAR-STREAM-STEP.
           MOVE SPACE  TO SS-STEP-STATE (WS-STRM-SUB)
           MOVE ZERO   TO SS-START-DATE (WS-STRM-SUB)
                          SS-START-TIME (WS-STRM-SUB)
                          SS-END-DATE (WS-STRM-SUB)
                          SS-END-TIME (WS-STRM-SUB)
                          SS-STEP-RC (WS-STRM-SUB)
           MOVE SPACES TO SS-OVERRIDE-BY (WS-STRM-SUB).

       1570-CHECK-ONE-PREREQ.
           IF WS-STRM-NEED (WS-STRM-SUB) = 'N'
                   AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB)
               DISPLAY 'PAYROLL: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'PAYROLL: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Every timecard on the file must carry a week ending inside
      * the control card's period - the period-ending date itself on
      * a weekly card - so a stale or early-keyed file stops the
      * run before any payment is written. The sequential sweep
      * leaves the keyed reads of the main pass untouched.
      *----------------------------------------------------------------
           END-IF.

       1620-VERIFY-ONE-TIMECARD.
           MOVE TC-WEEK-ENDING TO WS-TC-WEEK-X
           IF WS-TC-WEEK-X NOT NUMERIC
               ADD 1 TO WS-TC-MISMATCH-COUNT
           ELSE
               IF WS-TC-WEEK-NUM < WS-PERIOD-START
                       OR WS-TC-WEEK-NUM > RC-PERIOD-ENDING
                   ADD 1 TO WS-TC-MISMATCH-COUNT
               END-IF
           END-IF
           READ TIMECARD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TC-SCAN-EOF-FLAG
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-LINE-COUNT.

       1950-WRITE-TRIAL-HEADERS.
           ADD 1 TO WS-TRIAL-PAGE-COUNT
           MOVE WS-RUN-DATE         TO TH1-RUN-DATE
           MOVE WS-TRIAL-PAGE-COUNT TO TH1-PAGE
           MOVE WS-PERIOD-END-DATE  TO TH2-WEEK-ENDING
           IF WS-PRIOR-PERIOD = ZERO
               MOVE 'NONE'          TO TH2-PRIOR-ENDING
           ELSE
               MOVE WS-PRIOR-PERIOD TO WS-PRIOR-PERIOD-SPLIT
               MOVE WS-PP-MM        TO WS-PRE-MM
               MOVE WS-PP-DD        TO WS-PRE-DD
               MOVE WS-PP-YY        TO WS-PRE-YY
               MOVE WS-PRIOR-END-DATE TO TH2-PRIOR-ENDING
           END-IF
           MOVE WS-SWING-PCT        TO TH2-SWING-PCT
           WRITE TRIAL-LINE FROM TRIAL-HEADER-1
               AFTER ADVANCING PAGE
           WRITE TRIAL-LINE FROM TRIAL-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO TRIAL-LINE
           WRITE TRIAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE TRIAL-LINE FROM TRIAL-HEADER-3
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-TRIAL-LINE-COUNT.

      *----------------------------------------------------------------
      * Only the card's pay group is paid. A member of the group
      * whose master carries another pay frequency is not paid and
      * goes to the exception report - the period would be figured
      * on the wrong calendar.
      *----------------------------------------------------------------
       2000-PROCESS.
           EVALUATE TRUE
               WHEN EMP-PAY-GROUP NOT = RC-PAY-GROUP
                   ADD 1 TO WS-GROUP-SKIP-COUNT
               WHEN EMP-PAY-FREQ NOT = RC-PAY-FREQ
                       AND NOT (EMP-FREQ-WEEKLY AND RC-FREQ-WEEKLY)
                   PERFORM 2184-WRITE-FREQ-EXCEPTION
                   IF TRIAL-RUN
                       PERFORM 2750-WRITE-TRIAL-NOT-PAID
                   END-IF
               WHEN OTHER
                   PERFORM 2005-PROCESS-ONE-EMPLOYEE
           END-EVALUATE
           READ SORTED-EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END ADD 1 TO WS-PHYS-READ-COUNT
           END-READ.

       2005-PROCESS-ONE-EMPLOYEE.
           PERFORM 2010-CHECK-TERMINATION
           IF NOT EMP-INACTIVE AND NOT FINAL-PAY-SETTLED
               PERFORM 2020-GET-TIMECARD
               IF TIMECARD-FOUND OR EMP-SALARIED OR FINAL-PAY-RUN
                   IF WS-PREV-DEPT NOT = SPACES
                           AND EMP-DEPARTMENT NOT = WS-PREV-DEPT
                           AND NOT TRIAL-RUN
                       PERFORM 2250-WRITE-DEPT-SUBTOTAL
                   END-IF
                   MOVE EMP-DEPARTMENT TO WS-PREV-DEPT
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2100-CALC-PAY
                   IF TRIAL-RUN
                       PERFORM 2700-WRITE-TRIAL-LINE
                   ELSE
                       PERFORM 2200-WRITE-LINE
                       PERFORM 2300-WRITE-ACH
                       PERFORM 2400-WRITE-STUB
                       PERFORM 2500-WRITE-PAY-HISTORY
                       IF FINAL-PAY-RUN
                           PERFORM 2600-SETTLE-FINAL-PAY
                       END-IF
                       DIVIDE WS-RECORD-COUNT
                           BY WS-CHECKPOINT-INTERVAL
                           GIVING WS-CKPT-QUOTIENT
                           REMAINDER WS-CKPT-REMAINDER
                       IF WS-CKPT-REMAINDER = ZERO
                           PERFORM 2900-WRITE-CHECKPOINT
                       END-IF
                   END-IF
               ELSE
                   PERFORM 2182-WRITE-TC-EXCEPTION
                   IF TRIAL-RUN
                       PERFORM 2750-WRITE-TRIAL-NOT-PAID
                   END-IF
               END-IF
           ELSE
               IF TRIAL-RUN
                   PERFORM 2750-WRITE-TRIAL-NOT-PAID
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A terminated employee is paid as usual until the run whose
      * period ending reaches the termination date - that run is
      * the final pay, whether or not a last timecard was keyed.
      * The master is marked with the period as the final pay
      * starts, so a restart of the run recognizes the employee as
      * already begun and pays the same settlement again, and every
      * later run passes the employee by. A trial run figures the
      * final pay without marking the master.
      *----------------------------------------------------------------
       2010-CHECK-TERMINATION.
           MOVE 'N' TO WS-TERM-PAY-FLAG
           IF EMP-TERMINATED
               IF EMP-FINAL-PAY-PERIOD NOT NUMERIC
                       OR EMP-FINAL-PAY-PERIOD = ZERO
                   IF EMP-TERM-DATE NOT > RC-PERIOD-ENDING
                       MOVE 'F' TO WS-TERM-PAY-FLAG
                       PERFORM 2012-MARK-FINAL-PAY
                   END-IF
               ELSE
                   IF EMP-FINAL-PAY-PERIOD = RC-PERIOD-ENDING
                       MOVE 'R' TO WS-TERM-PAY-FLAG
                   ELSE
                       MOVE 'S' TO WS-TERM-PAY-FLAG
                   END-IF
               END-IF
           END-IF.

       2012-MARK-FINAL-PAY.
           MOVE EMP-ID TO EMPF-KEY
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RC-PERIOD-ENDING TO EMPF-FINAL-PAY-PERIOD
                   IF NOT TRIAL-RUN
                       REWRITE EMPLOYEE-FILE-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Position on the employee's first card and tally every card
      * under the id: total hours for the pay calculation, worked
      * hours by week ending for the overtime split, and hours by
      * charge department for the GL distribution. The read-ahead
      * that ends the loop leaves the next employee's card in the
      * record area, so the key is restored with the control card's
      * period ending for the stub and history record. A salaried
      * employee with no card is still paid, with hours zero, and
      * so is an hourly employee's final pay - the
      * vacation payout is owed whether or not a last card came in.
      *----------------------------------------------------------------
       2020-GET-TIMECARD.
           MOVE 'N'  TO WS-TC-FOUND-FLAG
           MOVE ZERO TO WS-VAC-HRS WS-SICK-HRS WS-HOL-HRS
           MOVE ZERO TO WS-TOTAL-HRS
           MOVE ZERO TO WS-CHG-DEPT-COUNT
           MOVE ZERO TO WS-WEEK-COUNT
           MOVE EMP-ID TO TC-EMP-ID
           MOVE ZERO   TO TC-SEQ-NO
           START TIMECARD-FILE
           END-IF
           PERFORM 2030-TALLY-ONE-TIMECARD UNTIL TC-READ-DONE
           IF TIMECARD-FOUND
               MOVE EMP-ID           TO TC-EMP-ID
               MOVE RC-PERIOD-ENDING TO TC-WEEK-ENDING
           END-IF
           IF NOT TIMECARD-FOUND AND (EMP-SALARIED OR FINAL-PAY-RUN)
               MOVE ZERO TO WS-HOURS-WORKED
               MOVE EMP-ID TO TC-EMP-ID
               MOVE RC-PERIOD-ENDING TO TC-WEEK-ENDING
           END-READ.

       2030-TALLY-ONE-TIMECARD.
           MOVE 'Y' TO WS-TC-FOUND-FLAG
           EVALUATE TRUE
               WHEN TC-HRS-VACATION
                   ADD TC-HOURS-WORKED TO WS-VAC-HRS
                   ADD TC-HOURS-WORKED TO WS-HOL-HRS
               WHEN OTHER
                   ADD TC-HOURS-WORKED TO WS-HOURS-WORKED
                   PERFORM 2032-ADD-WEEK-HOURS
           END-EVALUATE
           ADD TC-HOURS-WORKED TO WS-TOTAL-HRS
           IF TC-CHARGE-DEPT = SPACES
           PERFORM 2035-ADD-CHG-DEPT-HOURS
           PERFORM 2025-READ-NEXT-TIMECARD.

       2032-ADD-WEEK-HOURS.
           MOVE TC-WEEK-ENDING TO WS-TC-WEEK-X
           PERFORM 2033-SEARCH-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEK-COUNT
                   OR WS-WK-END-DATE (WS-WEEK-SUB) = WS-TC-WEEK-X
           IF WS-WEEK-SUB > WS-WEEK-COUNT
               IF WS-WEEK-COUNT < 5
                   ADD 1 TO WS-WEEK-COUNT
                   MOVE WS-TC-WEEK-X
                       TO WS-WK-END-DATE (WS-WEEK-SUB)
                   MOVE TC-HOURS-WORKED
                       TO WS-WK-HOURS (WS-WEEK-SUB)
               ELSE
                   ADD TC-HOURS-WORKED TO WS-WK-HOURS (5)
                   MOVE SPACES TO EXCEPTION-DETAIL-2
                   MOVE EMP-ID TO XL2-EMP-ID
                   MOVE 'WEEK TABLE FULL - HOURS FOLDED'
                       TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
               END-IF
           ELSE
               ADD TC-HOURS-WORKED TO WS-WK-HOURS (WS-WEEK-SUB)
           END-IF.

       2033-SEARCH-WEEK.
           CONTINUE.

       2035-ADD-CHG-DEPT-HOURS.
           PERFORM 2037-SEARCH-CHG-DEPT
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-DEPT-COUNT
                   OR WS-CHG-DEPT (WS-CHG-SUB) = WS-CHG-LOOK-DEPT
           IF WS-CHG-SUB > WS-CHG-DEPT-COUNT
               IF WS-CHG-DEPT-COUNT < 10
                   ADD 1 TO WS-CHG-DEPT-COUNT
           ELSE
               PERFORM 2108-CALC-HOURLY-PAY
           END-IF
           PERFORM 2115-ADD-RETRO-PAY
           PERFORM 2118-MAINTAIN-LEAVE-BALANCES
           MOVE ZERO TO WS-VAC-PAYOUT WS-PAYOUT-HRS WS-PAYOUT-RATE
           IF FINAL-PAY-RUN
               PERFORM 2117-PAY-OUT-VACATION
           END-IF
           PERFORM 2270-DISTRIBUTE-GL-WAGES
           PERFORM 2140-APPLY-PRETAX-DEDUCTIONS
           PERFORM 2160-COMPUTE-TAX
           PERFORM 2170-COMPUTE-STATE-LOCAL-TAX
           SUBTRACT WS-TAX-AMOUNT FROM WS-TAXABLE-GROSS
               GIVING WS-NET-PAY
           PERFORM 2146-APPLY-POSTTAX-DEDUCTIONS
           SUBTRACT WS-POSTTAX-DED FROM WS-NET-PAY
           IF NOT TRIAL-RUN
               PERFORM 2155-UPDATE-DED-FILES
           END-IF
           ADD WS-PRETAX-DED  TO WS-TOTAL-PRETAX-DED
           ADD WS-POSTTAX-DED TO WS-TOTAL-POSTTAX-DED
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
           MOVE EMP-SALARY-AMT  TO WS-GROSS-PAY
           MOVE EMP-SALARY-AMT  TO WS-REGULAR-PAY.

      *----------------------------------------------------------------
      * Overtime is tested week by week against the union's weekly
      * thresholds - a biweekly or semi-monthly period is never
      * treated as one long week - and the hours summed across the
      * period's weeks are priced once at the straight, overtime and
      * double-time rates.
      *----------------------------------------------------------------
       2108-CALC-HOURLY-PAY.
           PERFORM 2110-DETERMINE-OT-RATES
           MOVE ZERO TO WS-REGULAR-HRS
           MOVE ZERO TO WS-OVERTIME-HRS WS-OVERTIME-PAY
           MOVE ZERO TO WS-DBLTIME-HRS  WS-DBLTIME-PAY
           PERFORM 2106-SPLIT-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEK-COUNT
           MULTIPLY EMP-HOURLY-RATE BY WS-REGULAR-HRS
               GIVING WS-GROSS-PAY
           IF WS-OVERTIME-HRS > ZERO
               MULTIPLY EMP-HOURLY-RATE BY WS-OT-MULTIPLIER-USE
                   GIVING WS-OVERTIME-PAY
               MULTIPLY WS-OVERTIME-PAY BY WS-OVERTIME-HRS
                   GIVING WS-OVERTIME-PAY
               ADD WS-OVERTIME-PAY TO WS-GROSS-PAY
           END-IF
           IF WS-DBLTIME-HRS > ZERO
               MULTIPLY EMP-HOURLY-RATE BY WS-OT-DT-MULTIPLIER-USE
                   GIVING WS-DBLTIME-PAY
               MULTIPLY WS-DBLTIME-PAY BY WS-DBLTIME-HRS
                   GIVING WS-DBLTIME-PAY
               ADD WS-DBLTIME-PAY  TO WS-GROSS-PAY
           END-IF
           PERFORM 2109-ADD-LEAVE-PAY.

       2106-SPLIT-ONE-WEEK.
           IF WS-WK-HOURS (WS-WEEK-SUB) > WS-OT-DT-THRESHOLD-USE
               ADD WS-OT-THRESHOLD-USE TO WS-REGULAR-HRS
               COMPUTE WS-OVERTIME-HRS = WS-OVERTIME-HRS
                   + WS-OT-DT-THRESHOLD-USE - WS-OT-THRESHOLD-USE
               COMPUTE WS-DBLTIME-HRS = WS-DBLTIME-HRS
                   + WS-WK-HOURS (WS-WEEK-SUB)
                   - WS-OT-DT-THRESHOLD-USE
           ELSE
               IF WS-WK-HOURS (WS-WEEK-SUB) > WS-OT-THRESHOLD-USE
                   ADD WS-OT-THRESHOLD-USE TO WS-REGULAR-HRS
                   COMPUTE WS-OVERTIME-HRS = WS-OVERTIME-HRS
                       + WS-WK-HOURS (WS-WEEK-SUB)
                       - WS-OT-THRESHOLD-USE
               ELSE
                   ADD WS-WK-HOURS (WS-WEEK-SUB) TO WS-REGULAR-HRS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Vacation, sick and holiday hours pay at straight time on top
               ADD WS-HOL-PAY TO WS-GROSS-PAY
           END-IF.

      *----------------------------------------------------------------
      * Back pay waiting on the retro file rides on this payment as
      * part of gross, so it is taxed with the week and lands in
      * YTD, the quarter and the GL wage distribution like any other
      * earnings; the stub and pay history show it on its own line.
      * A record already marked paid for this period is a restart
      * or rerun of the same week and is paid again, not skipped.
      *----------------------------------------------------------------
       2115-ADD-RETRO-PAY.
           MOVE ZERO TO WS-RETRO-PAY
           MOVE EMP-ID TO RTR-EMP-ID
           READ RETRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RTR-PENDING
                           OR (RTR-PAID
                               AND RTR-PAID-PERIOD = RC-PERIOD-ENDING)
                       MOVE RTR-AMOUNT TO WS-RETRO-PAY
                       ADD WS-RETRO-PAY TO WS-GROSS-PAY
                       ADD 1 TO WS-RETRO-COUNT
                       ADD WS-RETRO-PAY TO WS-TOTAL-RETRO-PAY
                       MOVE 'D' TO RTR-STATUS
                       MOVE RC-PERIOD-ENDING TO RTR-PAID-PERIOD
                       IF NOT TRIAL-RUN
                           REWRITE RETRO-RECORD
                       END-IF
                   END-IF
           END-READ.

       2116-GET-PAYOUT-RATE.
           IF EMP-HOURLY-RATE > ZERO
               MOVE EMP-HOURLY-RATE TO WS-PAYOUT-RATE
           ELSE
               DIVIDE EMP-SALARY-AMT BY WS-PAYOUT-PERIOD-HRS
                   GIVING WS-PAYOUT-RATE ROUNDED
           END-IF.

      *----------------------------------------------------------------
      * Final pay: the vacation balance left after this week's hours
      * and accrual is paid out at the current rate as its own
      * earnings line, inside gross like retro pay, and the balance
      * zeroed. The hours paid are kept on the leave record, so a
      * restart of the same period pays the same hours again rather
      * than the balance it has already zeroed. Performed after
      * 2118-MAINTAIN-LEAVE-BALANCES, which leaves the record in
      * the record area and on the file.
      *----------------------------------------------------------------
       2117-PAY-OUT-VACATION.
           IF FINAL-PAY-RERUN AND LB-PAYOUT-HRS NUMERIC
               MOVE LB-PAYOUT-HRS  TO WS-PAYOUT-HRS
           ELSE
               MOVE LB-VAC-BALANCE TO WS-PAYOUT-HRS
           END-IF
           PERFORM 2116-GET-PAYOUT-RATE
           MULTIPLY WS-PAYOUT-RATE BY WS-PAYOUT-HRS
               GIVING WS-VAC-PAYOUT ROUNDED
           ADD WS-VAC-PAYOUT TO WS-GROSS-PAY
           ADD WS-VAC-PAYOUT TO WS-TOTAL-VAC-PAYOUT
           MOVE WS-PAYOUT-HRS TO LB-PAYOUT-HRS
           MOVE ZERO TO LB-VAC-BALANCE
           IF NOT TRIAL-RUN
               REWRITE LEAVE-BALANCE-RECORD
           END-IF.

       2110-DETERMINE-OT-RATES.
           MOVE 1 TO WS-OT-SUB
           PERFORM 2112-SEARCH-OT-RATE

      *----------------------------------------------------------------
      * Leave balance maintenance for every employee paid: vacation
      * and sick hours taken draw the balances down, then the
      * period's accruals go on. A card that overdraws a balance is
      * flagged on the exception report and the balance floored at
      * zero - the hours are still paid; what stops is the balance
      * going negative and hiding how far over the employee went. The
      * record stays in the record area for the stub's balance line.
      *----------------------------------------------------------------
       2118-MAINTAIN-LEAVE-BALANCES.
                   MOVE EMP-ID TO LB-EMP-ID
                   MOVE ZERO   TO LB-VAC-BALANCE
                   MOVE ZERO   TO LB-SICK-BALANCE
                   MOVE ZERO   TO LB-PAYOUT-HRS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEAVE-FOUND-FLAG
           END-READ
                   SUBTRACT WS-SICK-HRS FROM LB-SICK-BALANCE
               END-IF
           END-IF
           ADD WS-VAC-ACCRUAL-USE  TO LB-VAC-BALANCE
           ADD WS-SICK-ACCRUAL-USE TO LB-SICK-BALANCE
           IF TRIAL-RUN
               CONTINUE
           ELSE
               IF LEAVE-FOUND
                   REWRITE LEAVE-BALANCE-RECORD
               ELSE
                   WRITE LEAVE-BALANCE-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
           MOVE 'N' TO WS-DED-CHANGED-FLAG
           MOVE 'N' TO WS-ARR-FOUND-FLAG
           MOVE 'N' TO WS-ARR-CHANGED-FLAG
           MOVE ZERO TO WS-FINAL-RECOVER-ROOM WS-FINAL-RECOVERED
           PERFORM 2143-CLEAR-DED-DETAIL
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           IF DED-RECORD-FOUND
               MOVE WS-NET-PAY TO WS-AVAIL-PAY
               MOVE WS-NET-PAY TO WS-POSTTAX-BASE
               IF FINAL-PAY-RUN
                   MULTIPLY WS-NET-PAY BY WS-FINAL-RECOVER-PCT
                       GIVING WS-FINAL-RECOVER-ROOM
               END-IF
               PERFORM 2147-APPLY-ONE-POSTTAX
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
      * amount was taken this week - a week that is itself short
      * must not try to catch up. Recovery is capped by the pay
      * still available and by the room left under the annual goal
      * after this week's scheduled amount. On a final pay it is
      * also capped by WS-FINAL-RECOVER-ROOM, which stays zero
      * through the pre-tax pass and is set from the disposable pay
      * by 2146-APPLY-POSTTAX-DEDUCTIONS.
      *----------------------------------------------------------------
       2158-RECOVER-ARREARS.
           IF ARR-AMOUNT (WS-DED-SUB) > ZERO
                       MOVE WS-GOAL-ROOM TO WS-DED-RECOVER
                   END-IF
               END-IF
               IF FINAL-PAY-RUN
                       AND WS-DED-RECOVER > WS-FINAL-RECOVER-ROOM
                   MOVE WS-FINAL-RECOVER-ROOM TO WS-DED-RECOVER
               END-IF
               IF WS-DED-RECOVER > ZERO
                   SUBTRACT WS-DED-RECOVER
                       FROM ARR-AMOUNT (WS-DED-SUB)
                   SUBTRACT WS-DED-RECOVER FROM WS-AVAIL-PAY
                   ADD WS-DED-RECOVER TO WS-DED-TAKEN
                   MOVE 'Y' TO WS-ARR-CHANGED-FLAG
                   IF FINAL-PAY-RUN
                       SUBTRACT WS-DED-RECOVER
                           FROM WS-FINAL-RECOVER-ROOM
                       ADD WS-DED-RECOVER TO WS-FINAL-RECOVERED
                   END-IF
                   MOVE 'ARREARS RECOVERED' TO XL4-MESSAGE
                   MOVE WS-DED-RECOVER TO XL4-AMOUNT
                   PERFORM 2183-WRITE-DED-DETAIL-EXC
      * the excess over the floor. No bracket found means the tax
      * code is not on the table in force - the employee goes to
      * the exception report with zero tax, as a bad tax code
      * always has. The brackets are weekly: a biweekly or semi-
      * monthly period's taxable gross is brought to its weekly
      * equivalent through the periods in a year, and the tax found
      * is carried back up to the period the same way.
      *----------------------------------------------------------------
       2160-COMPUTE-TAX.
           MOVE ZERO TO WS-TAX-AMOUNT
           MOVE ZERO TO WS-TAX-BEST-SUB
           IF WS-PERIODS-PER-YEAR = 52
               MOVE WS-TAXABLE-GROSS TO WS-TAX-BASE
           ELSE
               COMPUTE WS-TAX-BASE ROUNDED =
                   WS-TAXABLE-GROSS * WS-PERIODS-PER-YEAR / 52
           END-IF
           PERFORM 2162-SCAN-ONE-BRACKET
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-TBL-COUNT
               PERFORM 2180-WRITE-EXCEPTION
           ELSE
               SUBTRACT WS-TAX-TBL-FLOOR (WS-TAX-BEST-SUB)
                   FROM WS-TAX-BASE
                   GIVING WS-TAX-EXCESS
               MULTIPLY WS-TAX-EXCESS
                   BY WS-TAX-TBL-RATE (WS-TAX-BEST-SUB)
                   GIVING WS-TAX-AMOUNT
               ADD WS-TAX-TBL-CUM (WS-TAX-BEST-SUB)
                   TO WS-TAX-AMOUNT
               IF WS-PERIODS-PER-YEAR NOT = 52
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       WS-TAX-AMOUNT * 52 / WS-PERIODS-PER-YEAR
               END-IF
           END-IF.

       2162-SCAN-ONE-BRACKET.
           IF WS-TAX-TBL-CODE (WS-TAX-SUB) = EMP-TAX-CODE
                   AND WS-TAX-TBL-FLOOR (WS-TAX-SUB)
                       NOT > WS-TAX-BASE
               IF WS-TAX-BEST-SUB = ZERO
                   MOVE WS-TAX-SUB TO WS-TAX-BEST-SUB
               ELSE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * State and local withholding, on the same weekly-equivalent
      * base as the federal tax. The work state withholds on its own
      * brackets. A resident state other than the work state takes
      * only what its own tax exceeds the work state's by - the
      * credit for tax paid to the other state - unless the pair is
      * reciprocal, when the work state withholds nothing and the
      * resident state takes its full tax. The locality withholds
      * on its own brackets. WS-TAX-AMOUNT comes out as the whole
      * tax withheld, federal in WS-FED-TAX.
      *----------------------------------------------------------------
       2170-COMPUTE-STATE-LOCAL-TAX.
           MOVE WS-TAX-AMOUNT TO WS-FED-TAX
           MOVE ZERO TO WS-WORK-ST-TAX WS-RES-ST-TAX
           MOVE 'N'  TO WS-RCP-FLAG
           PERFORM 2171-CLEAR-ONE-EMP-JUR
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3
           IF EMP-WORK-STATE NOT = SPACES
               MOVE 'S'                TO WS-JUR-LOOK-TYPE
               MOVE EMP-WORK-STATE     TO WS-JUR-LOOK-CODE
               MOVE EMP-WORK-ST-STATUS TO WS-JUR-LOOK-STATUS
               PERFORM 2172-COMPUTE-JUR-TAX
               MOVE WS-JUR-CALC-TAX    TO WS-WORK-ST-TAX
           END-IF
           IF EMP-RES-STATE NOT = SPACES
                   AND EMP-RES-STATE NOT = EMP-WORK-STATE
               MOVE 'S'                TO WS-JUR-LOOK-TYPE
               MOVE EMP-RES-STATE      TO WS-JUR-LOOK-CODE
               MOVE EMP-RES-ST-STATUS  TO WS-JUR-LOOK-STATUS
               PERFORM 2172-COMPUTE-JUR-TAX
               MOVE WS-JUR-CALC-TAX    TO WS-RES-ST-TAX
               PERFORM 2176-SEARCH-RECIPROCITY
                   VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
                       OR (WS-RCP-WORK-STATE (WS-RCP-SUB)
                               = EMP-WORK-STATE
                           AND WS-RCP-RES-STATE (WS-RCP-SUB)
                               = EMP-RES-STATE)
               IF WS-RCP-SUB NOT > WS-RCP-COUNT
                   MOVE 'Y'  TO WS-RCP-FLAG
                   MOVE ZERO TO WS-WORK-ST-TAX
               ELSE
                   IF WS-RES-ST-TAX > WS-WORK-ST-TAX
                       SUBTRACT WS-WORK-ST-TAX FROM WS-RES-ST-TAX
                   ELSE
                       MOVE ZERO TO WS-RES-ST-TAX
                   END-IF
               END-IF
               MOVE 'S'           TO WS-EJ-TYPE (2)
               MOVE EMP-RES-STATE TO WS-EJ-CODE (2)
               MOVE WS-RES-ST-TAX TO WS-EJ-TAX (2)
           END-IF
           IF EMP-WORK-STATE NOT = SPACES
                   AND NOT RECIPROCITY-APPLIES
               MOVE 'S'            TO WS-EJ-TYPE (1)
               MOVE EMP-WORK-STATE TO WS-EJ-CODE (1)
               MOVE WS-WORK-ST-TAX TO WS-EJ-TAX (1)
           END-IF
           IF EMP-LOCAL-CODE NOT = SPACES
               MOVE 'L'              TO WS-JUR-LOOK-TYPE
               MOVE EMP-LOCAL-CODE   TO WS-JUR-LOOK-CODE
               MOVE EMP-LOCAL-STATUS TO WS-JUR-LOOK-STATUS
               PERFORM 2172-COMPUTE-JUR-TAX
               MOVE 'L'              TO WS-EJ-TYPE (3)
               MOVE EMP-LOCAL-CODE   TO WS-EJ-CODE (3)
               MOVE WS-JUR-CALC-TAX  TO WS-EJ-TAX (3)
           END-IF
           ADD WS-EJ-TAX (1) WS-EJ-TAX (2) WS-EJ-TAX (3)
               TO WS-TAX-AMOUNT
           PERFORM 2178-ADD-JUR-TO-GL
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3.

       2171-CLEAR-ONE-EMP-JUR.
           MOVE SPACES TO WS-EJ-TYPE (WS-EJ-SUB)
                          WS-EJ-CODE (WS-EJ-SUB)
           MOVE ZERO   TO WS-EJ-TAX (WS-EJ-SUB).

      *----------------------------------------------------------------
      * One jurisdiction's tax for the period. A blank filing status
      * withholds at the federal tax code. A jurisdiction with no
      * brackets on the file at all is not withheld for; one whose
      * brackets do not include the status goes to the exception
      * report with zero tax, as a bad federal tax code does.
      *----------------------------------------------------------------
       2172-COMPUTE-JUR-TAX.
           MOVE ZERO TO WS-JUR-CALC-TAX
           MOVE ZERO TO WS-JTX-BEST-SUB
           MOVE 'N'  TO WS-JUR-CODE-FLAG
           MOVE 'N'  TO WS-JUR-STATUS-FLAG
           IF WS-JUR-LOOK-STATUS = SPACES
               MOVE EMP-TAX-CODE TO WS-JUR-LOOK-STATUS
           END-IF
           PERFORM 2174-SCAN-ONE-JUR-BRACKET
               VARYING WS-JTX-SUB FROM 1 BY 1
               UNTIL WS-JTX-SUB > WS-JTX-COUNT
           IF JUR-CODE-ON-TABLE AND NOT JUR-STATUS-ON-TABLE
               PERFORM 2186-WRITE-JUR-EXCEPTION
           END-IF
           IF WS-JTX-BEST-SUB NOT = ZERO
               SUBTRACT WS-JTX-FLOOR (WS-JTX-BEST-SUB)
                   FROM WS-TAX-BASE
                   GIVING WS-TAX-EXCESS
               MULTIPLY WS-TAX-EXCESS
                   BY WS-JTX-RATE (WS-JTX-BEST-SUB)
                   GIVING WS-JUR-CALC-TAX
               ADD WS-JTX-CUM (WS-JTX-BEST-SUB)
                   TO WS-JUR-CALC-TAX
               IF WS-PERIODS-PER-YEAR NOT = 52
                   COMPUTE WS-JUR-CALC-TAX ROUNDED =
                       WS-JUR-CALC-TAX * 52 / WS-PERIODS-PER-YEAR
               END-IF
           END-IF.

       2174-SCAN-ONE-JUR-BRACKET.
           IF WS-JTX-TYPE (WS-JTX-SUB) = WS-JUR-LOOK-TYPE
                   AND WS-JTX-CODE (WS-JTX-SUB) = WS-JUR-LOOK-CODE
               MOVE 'Y' TO WS-JUR-CODE-FLAG
               IF WS-JTX-STATUS (WS-JTX-SUB) = WS-JUR-LOOK-STATUS
                   MOVE 'Y' TO WS-JUR-STATUS-FLAG
                   IF WS-JTX-FLOOR (WS-JTX-SUB) NOT > WS-TAX-BASE
                       PERFORM 2175-KEEP-HIGHER-JUR-FLOOR
                   END-IF
               END-IF
           END-IF.

       2175-KEEP-HIGHER-JUR-FLOOR.
           IF WS-JTX-BEST-SUB = ZERO
               MOVE WS-JTX-SUB TO WS-JTX-BEST-SUB
           ELSE
               IF WS-JTX-FLOOR (WS-JTX-SUB)
                       > WS-JTX-FLOOR (WS-JTX-BEST-SUB)
                   MOVE WS-JTX-SUB TO WS-JTX-BEST-SUB
               END-IF
           END-IF.

       2176-SEARCH-RECIPROCITY.
           CONTINUE.

      *----------------------------------------------------------------
      * Each jurisdiction's withholding accumulates its own GL row,
      * the liability credit 3300-WRITE-GL-EXTRACT posts for it. A
      * jurisdiction that finds the table full stays in the federal
      * tax credit, which is posted as whatever of the run's total
      * tax the rows do not hold.
      *----------------------------------------------------------------
       2178-ADD-JUR-TO-GL.
           IF WS-EJ-TAX (WS-EJ-SUB) > ZERO
               PERFORM 2179-SEARCH-GL-JUR
                   VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-JUR-COUNT
                       OR (WS-GL-JUR-TYPE (WS-GL-SUB)
                               = WS-EJ-TYPE (WS-EJ-SUB)
                           AND WS-GL-JUR-CODE (WS-GL-SUB)
                               = WS-EJ-CODE (WS-EJ-SUB))
               IF WS-GL-SUB > WS-GL-JUR-COUNT
                   IF WS-GL-JUR-COUNT < 20
                       ADD 1 TO WS-GL-JUR-COUNT
                       MOVE WS-EJ-TYPE (WS-EJ-SUB)
                           TO WS-GL-JUR-TYPE (WS-GL-SUB)
                       MOVE WS-EJ-CODE (WS-EJ-SUB)
                           TO WS-GL-JUR-CODE (WS-GL-SUB)
                       MOVE WS-EJ-TAX (WS-EJ-SUB)
                           TO WS-GL-JUR-AMT (WS-GL-SUB)
                   ELSE
                       MOVE SPACES TO EXCEPTION-DETAIL-2
                       MOVE WS-EJ-CODE (WS-EJ-SUB) TO XL2-NAME
                       MOVE 'GL TAX TABLE FULL - POSTED AS FEDERAL'
                           TO XL2-MESSAGE
                       WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
                   END-IF
               ELSE
                   ADD WS-EJ-TAX (WS-EJ-SUB)
                       TO WS-GL-JUR-AMT (WS-GL-SUB)
               END-IF
           END-IF.

       2179-SEARCH-GL-JUR.
           CONTINUE.

       2120-UPDATE-YTD.
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-FILE
                   PERFORM 2125-CLEAR-ONE-QUARTER
                       VARYING WS-QTR-CLEAR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-CLEAR-SUB > 4
                   PERFORM 2127-CLEAR-ONE-JURISDICTION
                       VARYING WS-JUR-SUB FROM 1 BY 1
                       UNTIL WS-JUR-SUB > 5
                   PERFORM 2130-ADD-TO-QUARTER
                   PERFORM 2135-APPLY-ER-MATCH
                   IF NOT TRIAL-RUN
                       WRITE YTD-RECORD
                   END-IF
               NOT INVALID KEY
                   ADD WS-GROSS-PAY  TO YTD-GROSS
                   ADD WS-TAX-AMOUNT TO YTD-TAX
                   ADD WS-NET-PAY    TO YTD-NET
                   PERFORM 2130-ADD-TO-QUARTER
                   PERFORM 2135-APPLY-ER-MATCH
                   IF NOT TRIAL-RUN
                       REWRITE YTD-RECORD
                   END-IF
           END-READ.

       2125-CLEAR-ONE-QUARTER.
                        YTD-QTR-TAX   (WS-QTR-CLEAR-SUB)
                        YTD-QTR-NET   (WS-QTR-CLEAR-SUB).

       2127-CLEAR-ONE-JURISDICTION.
           MOVE WS-YTD-JUR-EMPTY TO YTD-JUR-ENTRY (WS-JUR-SUB).

       2130-ADD-TO-QUARTER.
           ADD WS-GROSS-PAY  TO YTD-QTR-GROSS (WS-QTR-SUB)
           ADD WS-TAX-AMOUNT TO YTD-QTR-TAX   (WS-QTR-SUB)
           ADD WS-NET-PAY    TO YTD-QTR-NET   (WS-QTR-SUB)
           PERFORM 2132-ADD-JUR-TO-YTD
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3.

      *----------------------------------------------------------------
      * Each state and locality withheld for keeps its own YTD slot,
      * wages and tax for the year and by quarter - the figures the
      * quarterly filing for that jurisdiction comes from. The
      * wages are the period's taxable gross. A jurisdiction new
      * for the year takes the first free slot.
      *----------------------------------------------------------------
       2132-ADD-JUR-TO-YTD.
           IF WS-EJ-CODE (WS-EJ-SUB) NOT = SPACES
               PERFORM 2133-SEARCH-YTD-JUR
                   VARYING WS-JUR-SUB FROM 1 BY 1
                   UNTIL WS-JUR-SUB > 5
                       OR (YTD-JUR-TYPE (WS-JUR-SUB)
                               = WS-EJ-TYPE (WS-EJ-SUB)
                           AND YTD-JUR-CODE (WS-JUR-SUB)
                               = WS-EJ-CODE (WS-EJ-SUB))
               IF WS-JUR-SUB > 5
                   PERFORM 2133-SEARCH-YTD-JUR
                       VARYING WS-JUR-SUB FROM 1 BY 1
                       UNTIL WS-JUR-SUB > 5
                           OR YTD-JUR-UNUSED (WS-JUR-SUB)
                   IF WS-JUR-SUB NOT > 5
                       MOVE WS-EJ-TYPE (WS-EJ-SUB)
                           TO YTD-JUR-TYPE (WS-JUR-SUB)
                       MOVE WS-EJ-CODE (WS-EJ-SUB)
                           TO YTD-JUR-CODE (WS-JUR-SUB)
                   END-IF
               END-IF
               IF WS-JUR-SUB > 5
                   MOVE SPACES TO EXCEPTION-DETAIL-2
                   MOVE EMP-ID TO XL2-EMP-ID
                   MOVE EMP-LAST-NAME TO XL2-NAME
                   MOVE WS-EJ-CODE (WS-EJ-SUB) TO WS-JSM-CODE
                   MOVE WS-JUR-SLOT-MSG TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
               ELSE
                   ADD WS-TAXABLE-GROSS
                       TO YTD-JUR-WAGES (WS-JUR-SUB)
                          YTD-JUR-QTR-WAGES (WS-JUR-SUB, WS-QTR-SUB)
                   ADD WS-EJ-TAX (WS-EJ-SUB)
                       TO YTD-JUR-TAX (WS-JUR-SUB)
                          YTD-JUR-QTR-TAX (WS-JUR-SUB, WS-QTR-SUB)
               END-IF
           END-IF.

       2133-SEARCH-YTD-JUR.
           CONTINUE.

      *----------------------------------------------------------------
      * Employer 401(k) match for the week: the match percentage
           MOVE EMP-TAX-CODE  TO XL-TAX-CODE
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL.

       2186-WRITE-JUR-EXCEPTION.
           MOVE EMP-ID             TO XL5-EMP-ID
           MOVE EMP-LAST-NAME      TO XL5-NAME
           MOVE WS-JUR-LOOK-STATUS TO XL5-TAX-CODE
           IF WS-JUR-LOOK-TYPE = 'S'
               MOVE 'STATE'        TO XL5-JUR-LIT
           ELSE
               MOVE 'LOCAL'        TO XL5-JUR-LIT
           END-IF
           MOVE WS-JUR-LOOK-CODE   TO XL5-JUR-CODE
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-5.

       2182-WRITE-TC-EXCEPTION.
           MOVE SPACES         TO EXCEPTION-DETAIL-2
           MOVE EMP-ID         TO XL2-EMP-ID
               TO XL2-MESSAGE
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2.

       2184-WRITE-FREQ-EXCEPTION.
           MOVE SPACES         TO EXCEPTION-DETAIL-2
           MOVE EMP-ID         TO XL2-EMP-ID
           MOVE EMP-LAST-NAME  TO XL2-NAME
           MOVE 'PAY FREQUENCY NOT THE GROUP''S - NOT PAID'
               TO XL2-MESSAGE
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2.

      *----------------------------------------------------------------
      * Per-entry deduction exception - the caller sets XL4-MESSAGE
      * and XL4-AMOUNT before performing this paragraph.
           END-IF
           REWRITE BANK-ACCOUNT-RECORD.

      *----------------------------------------------------------------
      * The check list is the register's view of who goes on paper
      * this week. The checks themselves are numbered off the stock
      * and printed by CHECK-WRITE after PAYROLL-BAL has proved the
      * run, from the pay history record 2500-WRITE-PAY-HISTORY
      * writes with pay method 'C' - the total here is the figure
      * that step proves its checks against.
      *----------------------------------------------------------------
       2330-WRITE-CHECK-LINE.
           MOVE SPACES          TO CHECK-DETAIL
           MOVE EMP-ID          TO CK-EMP-ID
               MOVE WS-HOL-PAY   TO SBE-AMOUNT
               WRITE STUB-LINE FROM STUB-EARN-LINE
           END-IF
           IF WS-RETRO-PAY > ZERO
               MOVE 'RETRO PAY'  TO SBE-LABEL
               MOVE ZERO         TO SBE-HOURS
               MOVE ZERO         TO SBE-RATE
               MOVE ZERO         TO SBE-MULT
               MOVE WS-RETRO-PAY TO SBE-AMOUNT
               WRITE STUB-LINE FROM STUB-EARN-LINE
           END-IF
           IF WS-VAC-PAYOUT > ZERO
               MOVE 'VAC PAYOUT'   TO SBE-LABEL
               MOVE WS-PAYOUT-HRS  TO SBE-HOURS
               MOVE WS-PAYOUT-RATE TO SBE-RATE
               MOVE 1.00           TO SBE-MULT
               MOVE WS-VAC-PAYOUT  TO SBE-AMOUNT
               WRITE STUB-LINE FROM STUB-EARN-LINE
           END-IF
           MOVE 'GROSS PAY'      TO SBA-LABEL
           MOVE WS-GROSS-PAY     TO SBA-AMOUNT
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           PERFORM 2410-WRITE-STUB-DED
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           MOVE YTD-TAX          TO WS-STUB-FED-YTD
           PERFORM 2415-NET-STATE-LOCAL-YTD
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 5
           MOVE 'FEDERAL INCOME TAX' TO SBT-LABEL
           MOVE WS-FED-TAX       TO SBT-AMOUNT
           MOVE WS-STUB-FED-YTD  TO SBT-YTD
           WRITE STUB-LINE FROM STUB-TAX-LINE
           PERFORM 2420-WRITE-STUB-JUR-TAX
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3
           MOVE 'TAX WITHHELD'   TO SBA-LABEL
           MOVE WS-TAX-AMOUNT    TO SBA-AMOUNT
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
               WRITE STUB-LINE FROM STUB-DED-LINE
           END-IF.

      *----------------------------------------------------------------
      * The federal share of the year's tax is what the state and
      * local slots on the YTD record do not account for.
      *----------------------------------------------------------------
       2415-NET-STATE-LOCAL-YTD.
           IF NOT YTD-JUR-UNUSED (WS-JUR-SUB)
               SUBTRACT YTD-JUR-TAX (WS-JUR-SUB) FROM WS-STUB-FED-YTD
           END-IF.

       2420-WRITE-STUB-JUR-TAX.
           IF WS-EJ-CODE (WS-EJ-SUB) NOT = SPACES
               IF WS-EJ-TYPE (WS-EJ-SUB) = 'S'
                   MOVE 'STATE TAX - ' TO WS-SJL-TEXT
               ELSE
                   MOVE 'LOCAL TAX - ' TO WS-SJL-TEXT
               END-IF
               MOVE WS-EJ-CODE (WS-EJ-SUB) TO WS-SJL-CODE
               MOVE WS-STUB-JUR-LABEL      TO SBT-LABEL
               MOVE WS-EJ-TAX (WS-EJ-SUB)  TO SBT-AMOUNT
               PERFORM 2133-SEARCH-YTD-JUR
                   VARYING WS-JUR-SUB FROM 1 BY 1
                   UNTIL WS-JUR-SUB > 5
                       OR (YTD-JUR-TYPE (WS-JUR-SUB)
                               = WS-EJ-TYPE (WS-EJ-SUB)
                           AND YTD-JUR-CODE (WS-JUR-SUB)
                               = WS-EJ-CODE (WS-EJ-SUB))
               IF WS-JUR-SUB > 5
                   MOVE ZERO TO SBT-YTD
               ELSE
                   MOVE YTD-JUR-TAX (WS-JUR-SUB) TO SBT-YTD
               END-IF
               WRITE STUB-LINE FROM STUB-TAX-LINE
           END-IF.

      *----------------------------------------------------------------
      * One keyed history record per payment, the machine twin of the
      * stub page 2400-WRITE-STUB just printed. A record already on
           MOVE SPACES           TO PAY-HISTORY-RECORD
           MOVE EMP-ID           TO PH-EMP-ID
           MOVE TC-WEEK-ENDING   TO PH-WEEK-ENDING
           MOVE ZERO             TO PH-SUPP-RUN
           MOVE RC-PAY-GROUP     TO PH-PAY-GROUP
           MOVE WS-GROSS-PAY     TO PH-GROSS
           MOVE WS-TAX-AMOUNT    TO PH-TAX
           MOVE WS-FED-TAX       TO PH-FED-TAX
           MOVE WS-NET-PAY       TO PH-NET
           MOVE EMP-HOURLY-RATE  TO PH-HOURLY-RATE
           MOVE WS-REGULAR-HRS   TO PH-REGULAR-HRS
           MOVE WS-SICK-HRS      TO PH-SICK-HRS
           MOVE WS-HOL-HRS       TO PH-HOL-HRS
           MOVE WS-PAY-METHOD    TO PH-PAY-METHOD
           MOVE ZERO             TO PH-CHECK-NO
           MOVE WS-RETRO-PAY     TO PH-RETRO-PAY
           MOVE WS-PAYOUT-HRS    TO PH-VAC-PAYOUT-HRS
           MOVE WS-VAC-PAYOUT    TO PH-VAC-PAYOUT
           MOVE WS-ER-MATCH      TO PH-ER-MATCH
           IF FINAL-PAY-RUN
               MOVE 'F'          TO PH-FINAL-PAY-FLAG
           END-IF
           IF EMP-SALARIED
               MOVE ZERO         TO PH-OT-MULTIPLIER
               MOVE ZERO         TO PH-DT-MULTIPLIER
           ELSE
               MOVE WS-OT-MULTIPLIER-USE    TO PH-OT-MULTIPLIER
               MOVE WS-OT-DT-MULTIPLIER-USE TO PH-DT-MULTIPLIER
           END-IF
           PERFORM 2510-FILL-HIST-DED
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           PERFORM 2520-FILL-HIST-JUR
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           MOVE WS-DED-DTL-AMT (WS-DED-SUB)
               TO PH-DED-AMT (WS-DED-SUB).

       2520-FILL-HIST-JUR.
           MOVE WS-EJ-TYPE (WS-EJ-SUB) TO PH-JUR-TYPE (WS-EJ-SUB)
           MOVE WS-EJ-CODE (WS-EJ-SUB) TO PH-JUR-CODE (WS-EJ-SUB)
           MOVE WS-EJ-TAX (WS-EJ-SUB)  TO PH-JUR-TAX (WS-EJ-SUB).

      *----------------------------------------------------------------
      * Final-pay cleanup once the payment is on the ACH file or the
      * check list and the history is written: open arrears are
      * totalled while the arrears record is still in its area, the
      * employee's deduction entries are stopped, the bank account
      * is closed behind the final deposit, and the settlement
      * statement printed.
      *----------------------------------------------------------------
       2600-SETTLE-FINAL-PAY.
           MOVE ZERO TO WS-FINAL-ARR-OPEN
           IF DED-RECORD-FOUND
               PERFORM 2605-ADD-OPEN-ARREARS
                   VARYING WS-ARR-SUB FROM 1 BY 1
                   UNTIL WS-ARR-SUB > 5
           END-IF
           IF WS-FINAL-ARR-OPEN > ZERO
               MOVE SPACES         TO EXCEPTION-DETAIL-2
               MOVE EMP-ID         TO XL2-EMP-ID
               MOVE EMP-LAST-NAME  TO XL2-NAME
               MOVE 'ARREARS LEFT OPEN AT FINAL PAY - SEE STATEMENT'
                   TO XL2-MESSAGE
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
           END-IF
           PERFORM 2610-STOP-DEDUCTIONS
           PERFORM 2620-CLOSE-BANK-ACCOUNT
           PERFORM 2650-WRITE-SETTLEMENT
           ADD 1 TO WS-FINAL-COUNT.

       2605-ADD-OPEN-ARREARS.
           IF ARR-TYPE (WS-ARR-SUB) NOT = SPACES
               ADD ARR-AMOUNT (WS-ARR-SUB) TO WS-FINAL-ARR-OPEN
           END-IF.

      *----------------------------------------------------------------
      * Stopping an entry zeroes its amount and percentage; the type,
      * goal and YTD stay on the record for the year-end statement
      * and for PAYROLL-YEC, which drops a settled employee's entries
      * at the year close.
      *----------------------------------------------------------------
       2610-STOP-DEDUCTIONS.
           MOVE ZERO TO WS-FINAL-DED-STOPPED
           MOVE EMP-ID TO DED-EMP-ID
           READ DEDUCTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2615-STOP-ONE-DEDUCTION
                       VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
                   REWRITE DEDUCTIONS-RECORD
           END-READ.

       2615-STOP-ONE-DEDUCTION.
           IF DED-TYPE (WS-DED-SUB) NOT = SPACES
               MOVE ZERO TO DED-AMOUNT (WS-DED-SUB)
               MOVE ZERO TO DED-PCT (WS-DED-SUB)
               ADD 1 TO WS-FINAL-DED-STOPPED
           END-IF.

      *----------------------------------------------------------------
      * The bank record 2300-WRITE-ACH read is still in the record
      * area - nothing reads BANK-FILE in between.
      *----------------------------------------------------------------
       2620-CLOSE-BANK-ACCOUNT.
           MOVE 'N' TO WS-FINAL-BANK-FLAG
           IF BANK-FOUND AND NOT BA-CLOSED
               MOVE 'X' TO BA-STATUS
               REWRITE BANK-ACCOUNT-RECORD
               MOVE 'Y' TO WS-FINAL-BANK-FLAG
           END-IF.

       2650-WRITE-SETTLEMENT.
           MOVE WS-RUN-DATE TO TSH-RUN-DATE
           WRITE TERM-STMT-LINE FROM TERM-STMT-HEADER
               AFTER ADVANCING PAGE
           WRITE TERM-STMT-LINE FROM STUB-EMP-LINE
           MOVE SPACES TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           MOVE EMP-TERM-DATE TO WS-TERM-DATE-SPLIT
           MOVE WS-TD-MM TO WS-TDE-MM
           MOVE WS-TD-DD TO WS-TDE-DD
           MOVE WS-TD-YY TO WS-TDE-YY
           MOVE WS-TERM-DATE-EDIT TO TST-TERM-DATE
           EVALUATE TRUE
               WHEN EMP-TERM-RESIGNED
                   MOVE 'VOLUNTARY RESIGNATION' TO TST-REASON
               WHEN EMP-TERM-DISCHARGED
                   MOVE 'DISCHARGED'            TO TST-REASON
               WHEN EMP-TERM-LAID-OFF
                   MOVE 'LAID OFF'              TO TST-REASON
               WHEN EMP-TERM-RETIRED
                   MOVE 'RETIRED'               TO TST-REASON
               WHEN EMP-TERM-DECEASED
                   MOVE 'DECEASED'              TO TST-REASON
               WHEN OTHER
                   MOVE 'OTHER'                 TO TST-REASON
           END-EVALUATE
           WRITE TERM-STMT-LINE FROM TERM-STMT-TERM-LINE
           MOVE SPACES TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           SUBTRACT WS-RETRO-PAY WS-VAC-PAYOUT FROM WS-GROSS-PAY
               GIVING WS-FINAL-WAGES
           MOVE 'FINAL WAGES'      TO SBA-LABEL
           MOVE WS-FINAL-WAGES     TO SBA-AMOUNT
           WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           IF WS-RETRO-PAY > ZERO
               MOVE 'RETRO PAY'    TO SBA-LABEL
               MOVE WS-RETRO-PAY   TO SBA-AMOUNT
               WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           END-IF
           MOVE WS-PAYOUT-HRS      TO TSP-HOURS
           MOVE WS-PAYOUT-RATE     TO TSP-RATE
           WRITE TERM-STMT-LINE FROM TERM-STMT-PAYOUT-LINE
           MOVE 'VACATION PAYOUT'  TO SBA-LABEL
           MOVE WS-VAC-PAYOUT      TO SBA-AMOUNT
           WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           MOVE 'GROSS PAY'        TO SBA-LABEL
           MOVE WS-GROSS-PAY       TO SBA-AMOUNT
           WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           MOVE 'TAX WITHHELD'     TO SBA-LABEL
           MOVE WS-TAX-AMOUNT      TO SBA-AMOUNT
           WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           MOVE 'DEDUCTIONS TAKEN' TO SBA-LABEL
           ADD WS-PRETAX-DED WS-POSTTAX-DED GIVING SBA-AMOUNT
           WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           MOVE '  INCL ARREARS RECOVERED' TO SBA-LABEL
           MOVE WS-FINAL-RECOVERED TO SBA-AMOUNT
           WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           MOVE 'NET PAY'          TO SBA-LABEL
           MOVE WS-NET-PAY         TO SBA-AMOUNT
           WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           MOVE SPACES TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           MOVE 'PAID BY'          TO TSX-LABEL
           IF WS-PAY-METHOD = 'A'
               MOVE 'DIRECT DEPOSIT' TO TSX-TEXT
           ELSE
               MOVE 'CHECK'          TO TSX-TEXT
           END-IF
           WRITE TERM-STMT-LINE FROM TERM-STMT-TEXT-LINE
           MOVE 'BANK ACCOUNT'     TO TSX-LABEL
           EVALUATE TRUE
               WHEN FINAL-BANK-CLOSED AND WS-PAY-METHOD = 'A'
                   MOVE 'CLOSED AFTER FINAL DEPOSIT' TO TSX-TEXT
               WHEN FINAL-BANK-CLOSED
                   MOVE 'CLOSED'                     TO TSX-TEXT
               WHEN BANK-FOUND
                   MOVE 'ALREADY CLOSED'             TO TSX-TEXT
               WHEN OTHER
                   MOVE 'NONE ON FILE'               TO TSX-TEXT
           END-EVALUATE
           WRITE TERM-STMT-LINE FROM TERM-STMT-TEXT-LINE
           MOVE 'DEDUCTION ENTRIES STOPPED' TO TSX-LABEL
           MOVE WS-FINAL-DED-STOPPED        TO TSX-TEXT
           WRITE TERM-STMT-LINE FROM TERM-STMT-TEXT-LINE
           MOVE 'ARREARS LEFT OPEN'  TO SBA-LABEL
           MOVE WS-FINAL-ARR-OPEN    TO SBA-AMOUNT
           WRITE TERM-STMT-LINE FROM STUB-AMOUNT-LINE
           MOVE SPACES TO TERM-STMT-LINE
           WRITE TERM-STMT-LINE
           WRITE TERM-STMT-LINE FROM STUB-YTD-HEADING
           WRITE TERM-STMT-LINE FROM STUB-YTD-LINE.

      *----------------------------------------------------------------
      * Trial register line for an employee the trial paid: this
      * period's gross, tax and net against the last period's
      * payment, flagged when either moved by more than the swing
      * tolerance, when there was no payment last period, or when
      * the net is at or under the near-zero amount.
      *----------------------------------------------------------------
       2700-WRITE-TRIAL-LINE.
           MOVE SPACES         TO TRIAL-DETAIL
           MOVE 'N'            TO WS-TRIAL-FLAGGED-FLAG
           MOVE EMP-ID         TO TD-EMP-ID
           MOVE EMP-LAST-NAME  TO TD-NAME
           MOVE EMP-DEPARTMENT TO TD-DEPT
           MOVE WS-GROSS-PAY   TO TD-GROSS
           MOVE WS-TAX-AMOUNT  TO TD-TAX
           MOVE WS-NET-PAY     TO TD-NET
           PERFORM 2720-GET-PRIOR-PAY
           IF PRIOR-PAY-FOUND
               ADD 1              TO WS-TRIAL-PRIOR-COUNT
               ADD WS-PRIOR-GROSS TO WS-TRIAL-PRIOR-GROSS
               ADD WS-PRIOR-NET   TO WS-TRIAL-PRIOR-NET
               MOVE WS-PRIOR-GROSS TO TD-PRIOR-GROSS
               MOVE WS-PRIOR-NET   TO TD-PRIOR-NET
               MOVE WS-GROSS-PAY   TO WS-CHG-THIS
               MOVE WS-PRIOR-GROSS TO WS-CHG-PRIOR
               PERFORM 2730-FIGURE-CHANGE
               MOVE WS-CHANGE-PCT-OUT TO TD-GROSS-PCT
               IF SWING-FOUND
                   MOVE 'GROSS' TO TD-FLAG-GROSS
               END-IF
               MOVE WS-NET-PAY     TO WS-CHG-THIS
               MOVE WS-PRIOR-NET   TO WS-CHG-PRIOR
               PERFORM 2730-FIGURE-CHANGE
               MOVE WS-CHANGE-PCT-OUT TO TD-NET-PCT
               IF SWING-FOUND
                   MOVE 'NET' TO TD-FLAG-NET
               END-IF
               IF TD-FLAG-GROSS NOT = SPACES
                       OR TD-FLAG-NET NOT = SPACES
                   ADD 1 TO WS-TRIAL-SWING-COUNT
                   MOVE 'Y' TO WS-TRIAL-FLAGGED-FLAG
               END-IF
           ELSE
               IF WS-PRIOR-PERIOD > ZERO
                   MOVE 'NEW' TO TD-FLAG-PAID
                   ADD 1 TO WS-TRIAL-NEW-COUNT
                   MOVE 'Y' TO WS-TRIAL-FLAGGED-FLAG
               END-IF
           END-IF
           IF WS-NET-PAY NOT > WS-NEAR-ZERO-NET
               MOVE 'ZERO' TO TD-FLAG-ZERO
               ADD 1 TO WS-TRIAL-ZERO-COUNT
               MOVE 'Y' TO WS-TRIAL-FLAGGED-FLAG
           END-IF
           IF TRIAL-LINE-FLAGGED
               ADD 1 TO WS-TRIAL-FLAG-COUNT
           END-IF
           PERFORM 2790-PRINT-TRIAL-DETAIL.

      *----------------------------------------------------------------
      * The employee's regular payment for the comparison period -
      * a supplemental payment in that period is not the week's pay
      * and is left out of the comparison.
      *----------------------------------------------------------------
       2720-GET-PRIOR-PAY.
           MOVE 'N'  TO WS-PRIOR-FOUND-FLAG
           MOVE ZERO TO WS-PRIOR-GROSS
                        WS-PRIOR-NET
           IF WS-PRIOR-PERIOD > ZERO
               MOVE EMP-ID          TO PH-EMP-ID
               MOVE WS-PRIOR-PERIOD TO PH-WEEK-ENDING
               MOVE ZERO            TO PH-SUPP-RUN
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'      TO WS-PRIOR-FOUND-FLAG
                       MOVE PH-GROSS TO WS-PRIOR-GROSS
                       MOVE PH-NET   TO WS-PRIOR-NET
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Percentage change of WS-CHG-THIS over WS-CHG-PRIOR, edited
      * for the register, and whether it is beyond the tolerance
      * either way. Nothing last period against pay this period is
      * a swing with no percentage; a change past 99,900 percent
      * prints as the top figure rather than overflowing.
      *----------------------------------------------------------------
       2730-FIGURE-CHANGE.
           MOVE 'N'    TO WS-SWING-FOUND-FLAG
           MOVE SPACES TO WS-CHANGE-PCT-OUT
           IF WS-CHG-PRIOR = ZERO
               IF WS-CHG-THIS > ZERO
                   MOVE 'Y' TO WS-SWING-FOUND-FLAG
               END-IF
           ELSE
               IF WS-CHG-THIS / 1000 > WS-CHG-PRIOR
                   MOVE 99999.9 TO WS-CHANGE-PCT
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED
                       = (WS-CHG-THIS - WS-CHG-PRIOR) * 100
                       / WS-CHG-PRIOR
               END-IF
               MOVE WS-CHANGE-PCT      TO WS-CHANGE-PCT-EDIT
               MOVE WS-CHANGE-PCT-EDIT TO WS-CHANGE-PCT-OUT
               IF WS-CHANGE-PCT > WS-SWING-PCT
                       OR WS-CHANGE-PCT + WS-SWING-PCT < ZERO
                   MOVE 'Y' TO WS-SWING-FOUND-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * An employee the trial does not pay - inactive, settled, or
      * no timecard - is listed only when paid last period.
      *----------------------------------------------------------------
       2750-WRITE-TRIAL-NOT-PAID.
           PERFORM 2720-GET-PRIOR-PAY
           IF PRIOR-PAY-FOUND
               MOVE SPACES         TO TRIAL-DETAIL
               MOVE EMP-ID         TO TD-EMP-ID
               MOVE EMP-LAST-NAME  TO TD-NAME
               MOVE EMP-DEPARTMENT TO TD-DEPT
               MOVE WS-PRIOR-GROSS TO TD-PRIOR-GROSS
               MOVE WS-PRIOR-NET   TO TD-PRIOR-NET
               MOVE 'NOT PAID'     TO TD-FLAG-PAID
               ADD 1              TO WS-TRIAL-PRIOR-COUNT
               ADD WS-PRIOR-GROSS TO WS-TRIAL-PRIOR-GROSS
               ADD WS-PRIOR-NET   TO WS-TRIAL-PRIOR-NET
               ADD 1 TO WS-TRIAL-DROP-COUNT
               ADD 1 TO WS-TRIAL-FLAG-COUNT
               PERFORM 2790-PRINT-TRIAL-DETAIL
           END-IF.

       2790-PRINT-TRIAL-DETAIL.
           IF WS-TRIAL-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 1950-WRITE-TRIAL-HEADERS
           END-IF
           WRITE TRIAL-LINE FROM TRIAL-DETAIL
           ADD 1 TO WS-TRIAL-LINE-COUNT.

       2900-WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
           MOVE WS-RECORD-COUNT     TO CKPT-RECORD-COUNT
           MOVE WS-GL-DED-COUNT     TO CKPT-GL-DED-COUNT
           MOVE WS-GL-DED-TABLE     TO CKPT-GL-DED-TABLE
           MOVE WS-TOTAL-ER-MATCH   TO CKPT-ER-MATCH
           MOVE WS-RETRO-COUNT      TO CKPT-RETRO-COUNT
           MOVE WS-TOTAL-RETRO-PAY  TO CKPT-RETRO-TOTAL
           MOVE WS-FINAL-COUNT      TO CKPT-FINAL-COUNT
           MOVE WS-TOTAL-VAC-PAYOUT TO CKPT-FINAL-PAYOUT
           MOVE WS-GL-JUR-COUNT     TO CKPT-GL-JUR-COUNT
           MOVE WS-GL-JUR-TABLE     TO CKPT-GL-JUR-TABLE
           WRITE CHECKPOINT-RECORD
           CLOSE RESTART-FILE.

           PERFORM 3400-WRITE-CONTROL-TOTALS
           PERFORM 3500-WRITE-RUN-LOG
           CLOSE SORTED-EMPLOYEE-FILE
                 EMPLOYEE-FILE
                 PAYROLL-REPORT
                 YTD-FILE
                 ACH-FILE
                 CHECK-LIST
                 PAY-HISTORY-FILE
                 LEAVE-FILE
                 RETRO-FILE
                 TERM-STATEMENT-FILE
                 RUN-CONTROL-FILE
           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE
           IF WS-GROUP-SKIP-COUNT > ZERO
               DISPLAY 'PAYROLL: ' WS-GROUP-SKIP-COUNT
                   ' EMPLOYEES IN OTHER PAY GROUPS PASSED BY'
           END-IF.

       3100-WRITE-GRAND-TOTAL.
           MOVE SPACES           TO TOTAL-LINE
           MOVE WS-RECORD-COUNT  TO TL-COUNT
           MOVE WS-TOTAL-GROSS   TO TL-GROSS
           MOVE WS-TOTAL-NET     TO TL-NET
           WRITE REPORT-LINE FROM TOTAL-LINE
           IF WS-RETRO-COUNT > ZERO
               MOVE SPACES               TO TOTAL-LINE
               MOVE 'RETRO PAY IN GROSS' TO TL-LABEL
               MOVE WS-RETRO-COUNT       TO TL-COUNT
               MOVE WS-TOTAL-RETRO-PAY   TO TL-GROSS
               MOVE ZERO                 TO TL-NET
               WRITE REPORT-LINE FROM TOTAL-LINE
           END-IF
           IF WS-FINAL-COUNT > ZERO
               MOVE SPACES                TO TOTAL-LINE
               MOVE 'FINAL PAYS - VAC PAYOUT' TO TL-LABEL
               MOVE WS-FINAL-COUNT        TO TL-COUNT
               MOVE WS-TOTAL-VAC-PAYOUT   TO TL-GROSS
               MOVE ZERO                  TO TL-NET
               WRITE REPORT-LINE FROM TOTAL-LINE
           END-IF.

      *----------------------------------------------------------------
      * Sweep the timecard file after the pay pass and flag any
      * timecard whose EMP-ID is not on the employee master - a
      * mis-keyed card would otherwise sit unpaid and unnoticed.
      * The timecard file is closed and re-opened to reset its
      * position after the keyed reads of the main pass. A card for
      * a terminated employee already settled in an earlier run is
      * flagged the same way as one for an inactive employee, and so
      * is a card for an employee in another pay group.
      *----------------------------------------------------------------
       3200-CHECK-ORPHAN-TIMECARDS.
           CLOSE TIMECARD-FILE
           OPEN INPUT TIMECARD-FILE
           READ TIMECARD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TC-EOF-FLAG
           END-READ
           PERFORM 3210-CHECK-ONE-TIMECARD UNTIL TC-EOF.

       3210-CHECK-ONE-TIMECARD.
           MOVE TC-EMP-ID TO EMPF-KEY
                       TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
               END-IF
               IF EMPF-PAY-GROUP NOT = RC-PAY-GROUP
                   MOVE SPACES    TO EXCEPTION-DETAIL-2
                   MOVE TC-EMP-ID TO XL2-EMP-ID
                   MOVE 'TIMECARD FOR EMPLOYEE IN ANOTHER PAY GROUP'
                       TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
               END-IF
               IF EMPF-TERMINATED
                       AND EMPF-FINAL-PAY-PERIOD NUMERIC
                       AND EMPF-FINAL-PAY-PERIOD > ZERO
                       AND EMPF-FINAL-PAY-PERIOD NOT = RC-PERIOD-ENDING
                   MOVE SPACES    TO EXCEPTION-DETAIL-2
                   MOVE TC-EMP-ID TO XL2-EMP-ID
                   MOVE 'TIMECARD FOR TERMINATED EMPLOYEE - SETTLED'
                       TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
               END-IF
           END-IF
           READ TIMECARD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TC-EOF-FLAG
           PERFORM 3310-POST-DEPT-WAGES
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-DEPT-COUNT
           MOVE ZERO TO WS-GL-JUR-TOTAL
           PERFORM 3305-ADD-GL-JUR-TOTAL
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-JUR-COUNT
           SUBTRACT WS-GL-JUR-TOTAL FROM WS-TOTAL-TAX
               GIVING WS-GL-FED-TAX
           MOVE '****' TO WS-GL-LOOK-DEPT
           MOVE 'TX'   TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE 'TAX WITHHELD'   TO WS-GL-POST-TEXT
           MOVE SPACES           TO WS-GL-POST-CODE
           MOVE WS-GL-FED-TAX    TO WS-GL-POST-AMOUNT
           MOVE 'C'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING
           PERFORM 3360-POST-JUR-LIABILITY
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-JUR-COUNT
           PERFORM 3330-POST-DED-LIABILITY
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-DED-COUNT
           MOVE WS-GL-DEBIT-TOTAL  TO GLB-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GLB-CREDIT-TOTAL
           MOVE WS-GL-REC-COUNT  TO GLB-RECORD-COUNT
           MOVE RC-RUN-NUMBER    TO GLB-RUN-NUMBER
           MOVE RC-PAY-GROUP     TO GLB-PAY-GROUP
           WRITE GL-BATCH-RECORD
           CLOSE GL-POST-FILE.

           MOVE 'D'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING.

       3305-ADD-GL-JUR-TOTAL.
           ADD WS-GL-JUR-AMT (WS-GL-SUB) TO WS-GL-JUR-TOTAL.

      *----------------------------------------------------------------
      * One liability credit per state and locality withheld for,
      * the code in the description so each remittance is read
      * straight off the extract. The account comes from the GL map
      * row for the jurisdiction code under type 'ST' or 'LT', and
      * failing that from the shop-wide '****' row.
      *----------------------------------------------------------------
       3360-POST-JUR-LIABILITY.
           MOVE WS-GL-JUR-CODE (WS-GL-SUB) TO WS-GL-LOOK-DEPT
           IF WS-GL-JUR-TYPE (WS-GL-SUB) = 'S'
               MOVE 'ST'                 TO WS-GL-LOOK-TYPE
               MOVE 'STATE TAX WITHHELD' TO WS-GL-POST-TEXT
           ELSE
               MOVE 'LT'                 TO WS-GL-LOOK-TYPE
               MOVE 'LOCAL TAX WITHHELD' TO WS-GL-POST-TEXT
           END-IF
           PERFORM 3321-SEARCH-GL-MAP
               VARYING WS-GLMAP-SUB FROM 1 BY 1
               UNTIL WS-GLMAP-SUB > WS-GLMAP-COUNT
                   OR (WS-GLMAP-DEPT (WS-GLMAP-SUB) = WS-GL-LOOK-DEPT
                       AND WS-GLMAP-TYPE (WS-GLMAP-SUB)
                           = WS-GL-LOOK-TYPE)
           IF WS-GLMAP-SUB > WS-GLMAP-COUNT
               MOVE '****' TO WS-GL-LOOK-DEPT
               PERFORM 3320-FIND-GL-ACCOUNT
           ELSE
               MOVE WS-GLMAP-ACCOUNT (WS-GLMAP-SUB)
                   TO WS-GL-ACCOUNT-USE
           END-IF
           MOVE WS-GL-JUR-CODE (WS-GL-SUB) TO WS-GL-POST-CODE
           MOVE WS-GL-JUR-AMT (WS-GL-SUB)  TO WS-GL-POST-AMOUNT
           MOVE 'C'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING.

      *----------------------------------------------------------------
      * The caller stages the posting's debit/credit code, amount
      * and description in WS-GL-POSTING-WORK and resolves the
           MOVE WS-GL-POST-AMOUNT TO GLP-AMOUNT
           MOVE WS-GL-POST-TEXT  TO GLP-DESC-TEXT
           MOVE WS-GL-POST-CODE  TO GLP-DESC-CODE
           MOVE RC-RUN-NUMBER    TO GLP-RUN-NUMBER
           MOVE RC-PAY-GROUP     TO GLP-PAY-GROUP
           IF WS-GL-POST-DRCR = 'D'
               ADD WS-GL-POST-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
           MOVE WS-TOTAL-POSTTAX-DED TO CTL-POSTTAX-DED
           MOVE WS-TOTAL-CHECK-PAY  TO CTL-CHECK-TOTAL
           MOVE RC-PERIOD-ENDING    TO CTL-PERIOD-END
           MOVE RC-RUN-NUMBER       TO CTL-RUN-NUMBER
           MOVE RC-PAY-GROUP        TO CTL-PAY-GROUP
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-FILE.

           MOVE RC-PERIOD-ENDING TO RL-PERIOD-ENDING
           MOVE RC-RUN-NUMBER    TO RL-RUN-NUMBER
           MOVE WS-CURRENT-DATE  TO RL-COMPLETED-DATE
           MOVE 'R'              TO RL-RUN-TYPE
           MOVE RC-PAY-GROUP     TO RL-PAY-GROUP
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

           MOVE WS-TOTAL-ER-TAX    TO TL-GROSS
           MOVE ZERO               TO TL-NET
           WRITE REPORT-LINE FROM TOTAL-LINE.

      *----------------------------------------------------------------
      * The step's end and return code go on the stream status file
      * for the next step's sequence check to read.
      *----------------------------------------------------------------
       3700-RECORD-STREAM-END.
           ACCEPT WS-STRM-DATE FROM DATE
           ACCEPT WS-STRM-TIME FROM TIME
           OPEN I-O STREAM-STATUS-FILE
           MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
           READ STREAM-STATUS-FILE
               INVALID KEY
                   DISPLAY 'PAYROLL: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.

      *----------------------------------------------------------------
      * Trial wrap-up: the orphan timecard sweep, which only reads,
      * the register totals and flag counts, and the sign-off block.
      * No GL extract, control totals, run log or stream status is
      * written and the checkpoint file is left as it was. Return
      * code 4 when any employee was flagged.
      *----------------------------------------------------------------
       3800-TRIAL-WRAPUP.
           PERFORM 3200-CHECK-ORPHAN-TIMECARDS
           PERFORM 3810-WRITE-TRIAL-TOTALS
           CLOSE SORTED-EMPLOYEE-FILE
                 EMPLOYEE-FILE
                 YTD-FILE
                 EXCEPTION-REPORT
                 DEDUCTIONS-FILE
                 ARREARS-FILE
                 TIMECARD-FILE
                 BANK-FILE
                 PAY-HISTORY-FILE
                 LEAVE-FILE
                 RETRO-FILE
                 RUN-CONTROL-FILE
                 TRIAL-REGISTER
           DISPLAY 'PAYROLL: TRIAL EMPLOYEES PAID    - '
               WS-RECORD-COUNT
           DISPLAY 'PAYROLL: TRIAL EMPLOYEES FLAGGED - '
               WS-TRIAL-FLAG-COUNT
           IF WS-TRIAL-FLAG-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3810-WRITE-TRIAL-TOTALS.
           MOVE SPACES TO TRIAL-LINE
           WRITE TRIAL-LINE
           MOVE SPACES                 TO TRIAL-TOTAL-LINE
           MOVE 'TRIAL - THIS PERIOD'  TO TT-LABEL
           MOVE WS-RECORD-COUNT        TO TT-COUNT
           MOVE WS-TOTAL-GROSS         TO TT-GROSS
           MOVE WS-TOTAL-NET           TO TT-NET
           WRITE TRIAL-LINE FROM TRIAL-TOTAL-LINE
           MOVE SPACES                 TO TRIAL-TOTAL-LINE
           MOVE 'LAST PERIOD - AS COMPARED' TO TT-LABEL
           MOVE WS-TRIAL-PRIOR-COUNT   TO TT-COUNT
           MOVE WS-TRIAL-PRIOR-GROSS   TO TT-GROSS
           MOVE WS-TRIAL-PRIOR-NET     TO TT-NET
           WRITE TRIAL-LINE FROM TRIAL-TOTAL-LINE
           MOVE SPACES TO TRIAL-LINE
           WRITE TRIAL-LINE
           MOVE SPACES                 TO TRIAL-TOTAL-LINE
           MOVE 'GROSS OR NET OVER TOLERANCE' TO TT-LABEL
           MOVE WS-TRIAL-SWING-COUNT   TO TT-COUNT
           WRITE TRIAL-LINE FROM TRIAL-TOTAL-LINE
           MOVE 'PAID THIS PERIOD, NOT LAST' TO TT-LABEL
           MOVE WS-TRIAL-NEW-COUNT     TO TT-COUNT
           WRITE TRIAL-LINE FROM TRIAL-TOTAL-LINE
           MOVE 'PAID LAST PERIOD, NOT THIS' TO TT-LABEL
           MOVE WS-TRIAL-DROP-COUNT    TO TT-COUNT
           WRITE TRIAL-LINE FROM TRIAL-TOTAL-LINE
           MOVE 'NET PAY AT OR NEAR ZERO' TO TT-LABEL
           MOVE WS-TRIAL-ZERO-COUNT    TO TT-COUNT
           WRITE TRIAL-LINE FROM TRIAL-TOTAL-LINE
           MOVE 'EMPLOYEES FLAGGED'    TO TT-LABEL
           MOVE WS-TRIAL-FLAG-COUNT    TO TT-COUNT
           WRITE TRIAL-LINE FROM TRIAL-TOTAL-LINE
           MOVE SPACES TO TRIAL-LINE
           WRITE TRIAL-LINE
           MOVE SPACES TO TRIAL-TEXT-LINE
           MOVE 'FLAGS: GROSS / NET - CHANGED MORE THAN THE SWING'
               TO TX-TEXT
           WRITE TRIAL-LINE FROM TRIAL-TEXT-LINE
           MOVE '       NEW - PAID NOW, NOT LAST PERIOD'  TO TX-TEXT
           WRITE TRIAL-LINE FROM TRIAL-TEXT-LINE
           MOVE '       NOT PAID - PAID LAST PERIOD ONLY' TO TX-TEXT
           WRITE TRIAL-LINE FROM TRIAL-TEXT-LINE
           MOVE '       ZERO - NET PAY AT OR UNDER' TO TX-TEXT
           MOVE WS-NEAR-ZERO-NET TO TX-AMOUNT
           WRITE TRIAL-LINE FROM TRIAL-TEXT-LINE
           MOVE SPACES TO TRIAL-TEXT-LINE
           MOVE 'TRIAL ONLY - NOTHING UPDATED, NOTHING PAID'
               TO TX-TEXT
           WRITE TRIAL-LINE FROM TRIAL-TEXT-LINE
           MOVE SPACES TO TRIAL-LINE
           WRITE TRIAL-LINE
           MOVE 'SIGNED OFF BY ________________  DATE ________'
               TO TX-TEXT
           WRITE TRIAL-LINE FROM TRIAL-TEXT-LINE.
