      * records a manually-typed check (balances added, no ACH).
      * Every transaction, applied or rejected, prints on the
      * adjustment register so auditors can trace each correction.
      * Paper is kept on the check register CHECK-WRITE numbers the
      * weekly checks onto: a manual check, and a reissue paid by
      * check, are registered under the stock number on the card
      * for the next positive-pay file, and a void that names a
      * check number marks that outstanding check void instead of
      * debiting the account - the check comes back, not the money.
      * A typed check's number may not be one of the forms still in
      * the controlled stock CHECK-WRITE prints from - that form
      * would otherwise be printed again under the same number.
      * Adjustment ACH entries go to their own batch file, not the
      * weekly one. Run adjustments BEFORE the job stream takes the
      * prior-week YTD backup, or PAYROLL-BAL will read the YTD
      * movement as an out-of-balance condition. The stream status
      * file enforces it: adjustments run under the weekly card of
      * a run whose PAYROLL step has not started, and PAYROLL waits
      * for an adjustment run it finds in progress.
      * An adjustment's tax is federal withholding: the state and
      * local slots on the YTD record are left as PAYROLL built
      * them, and a YTD record started here starts with none.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ADJ.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO UT-S-RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ADJ-TRANS-FILE
               ASSIGN TO UT-S-ADJTRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-EMP-ID
               FILE STATUS IS WS-BANK-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO UT-S-CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT CHECK-STOCK-FILE
               ASSIGN TO UT-S-CHKSTOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT ADJ-ACH-FILE
               ASSIGN TO UT-S-ADJACH
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJ-REGISTER
               ASSIGN TO UT-S-ADJRPT
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

       FD ADJ-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       FD BANK-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY BANKREC.

       FD CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CHKREG.

      *----------------------------------------------------------------
      * CHECK-WRITE's stock control record, read here only: the
      * next form number to be used and the last in the range.
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

       FD ADJ-ACH-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 94 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01 ADJ-REGISTER-LINE      PIC X(132).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS        PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-DED-STATUS          PIC XX VALUE SPACES.
       01 WS-BANK-STATUS         PIC XX VALUE SPACES.
       01 WS-CHKREG-STATUS       PIC XX VALUE SPACES.
       01 WS-STOCK-STATUS        PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * PAYROLL-ADJ is step 3 of the stream (STRMSTAT.CPY). It needs
      * no earlier step, but once the run's PAYROLL step has started
      * the YTD backup PAYROLL-BAL proves against has been taken, so
      * adjustments for that run are refused.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 3.
       01 WS-STRM-PREREQ         PIC X(9) VALUE '   N     '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.
       01 WS-STRM-DATE           PIC 9(6) VALUE ZERO.
       01 WS-STRM-TIME.
          05 WS-STRM-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

       01 WS-TRANS-EOF-FLAG      PIC X VALUE 'N'.
          88 TRANS-EOF           VALUE 'Y'.
          88 BANK-FOUND          VALUE 'Y'.
       01 WS-DED-FOUND-FLAG      PIC X VALUE 'N'.
          88 DED-RECORD-FOUND    VALUE 'Y'.
       01 WS-CHECK-FOUND-FLAG    PIC X VALUE 'N'.
          88 CHECK-ON-REGISTER   VALUE 'Y'.
       01 WS-CHECK-UPDATE-FLAG   PIC X VALUE 'Y'.
          88 REGISTER-UPDATED    VALUE 'Y'.
       01 WS-STOCK-LOADED-FLAG   PIC X VALUE 'N'.
          88 STOCK-LOADED        VALUE 'Y'.

      *----------------------------------------------------------------
      * The unissued range of the check stock, from CHECK-STOCK-FILE.
      *----------------------------------------------------------------
       01 WS-STOCK-NEXT-NO       PIC 9(7) VALUE ZERO.
       01 WS-STOCK-LAST-NO       PIC 9(7) VALUE ZERO.

       01 WS-TRANS-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-VOID-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-MANUAL-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ACH-ENTRY-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-CHECK-REG-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-CHECK-VOID-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NET-ADJ-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01 WS-ADJ-SUB             PIC 9(1) VALUE ZERO.
      *----------------------------------------------------------------
       01 WS-QTR-SUB             PIC 9(1) VALUE ZERO.
       01 WS-QTR-CLEAR-SUB       PIC 9(1) VALUE ZERO.

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
       01 WS-DED-SUM             PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-NET           PIC S9(8)V99 VALUE ZERO.
       01 WS-DISPOSITION         PIC X(24) VALUE SPACES.
       01 WS-PAYEE-NAME          PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * Per-type register note built for a deduction backout or add
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-TRANS UNTIL TRANS-EOF
           PERFORM 3000-WRAPUP
           PERFORM 3900-RECORD-STREAM-END
           STOP RUN.

       1000-INIT.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-STREAM
           OPEN INPUT  ADJ-TRANS-FILE
           OPEN INPUT  EMPLOYEE-FILE
           OPEN I-O    YTD-FILE
           OPEN I-O    DEDUCTIONS-FILE
           OPEN INPUT  BANK-FILE
           OPEN I-O    CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF
           PERFORM 1200-READ-CHECK-STOCK
           OPEN OUTPUT ADJ-ACH-FILE
           OPEN OUTPUT ADJ-REGISTER
           ACCEPT WS-CURRENT-DATE FROM DATE
               AT END MOVE 'Y' TO WS-TRANS-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The run-control card is the weekly stream's: adjustments are
      * applied under the run whose pay step has not yet started,
      * and that run's own ACH release carries the batch. A
      * supplemental run's card is refused - that release leaves the
      * adjustment batch behind.
      *----------------------------------------------------------------
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'PAYROLL-ADJ: RUN CONTROL FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'PAYROLL-ADJ: RUN CONTROL CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF RC-PERIOD-ENDING-X NOT NUMERIC
                   OR RC-CHECK-DATE-X NOT NUMERIC
                   OR RC-RUN-NUMBER-X NOT NUMERIC
                   OR RC-PERIOD-ENDING = ZERO
               DISPLAY 'PAYROLL-ADJ: RUN CONTROL CARD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RC-SUPPLEMENTAL-RUN
               DISPLAY 'PAYROLL-ADJ: SUPPLEMENTAL CARD - USE THE '
                   'REGULAR RUN CARD'
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
                   DISPLAY 'PAYROLL-ADJ: RUN ' RC-RUN-NUMBER-X
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
                   DISPLAY 'PAYROLL-ADJ: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'PAYROLL-ADJ: RUN STOPPED - STREAM SEQUENCE'
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
               DISPLAY 'PAYROLL-ADJ: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'PAYROLL-ADJ: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The stock range still to be printed, kept for the check
      * number validation. With no stock record, or one that holds
      * no forms, there is no unissued range to protect.
      *----------------------------------------------------------------
       1200-READ-CHECK-STOCK.
           OPEN INPUT CHECK-STOCK-FILE
           IF WS-STOCK-STATUS = '00'
               READ CHECK-STOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-NEXT-CHECK-NO-X NUMERIC
                               AND CS-LAST-CHECK-NO-X NUMERIC
                               AND CS-NEXT-CHECK-NO NOT >
                                   CS-LAST-CHECK-NO
                           MOVE 'Y' TO WS-STOCK-LOADED-FLAG
                           MOVE CS-NEXT-CHECK-NO TO WS-STOCK-NEXT-NO
                           MOVE CS-LAST-CHECK-NO TO WS-STOCK-LAST-NO
                       END-IF
               END-READ
               CLOSE CHECK-STOCK-FILE
           END-IF.

       2000-PROCESS-TRANS.
           ADD 1 TO WS-TRANS-COUNT
           PERFORM 2050-VALIDATE-TRANS
           END-IF
           IF TRANS-VALID AND ADJ-VOID
               PERFORM 2080-CHECK-YTD-COVERS-VOID
           END-IF
           IF TRANS-VALID
               PERFORM 2085-VALIDATE-CHECK-NO
           END-IF.

       2060-SUM-ONE-TRANS-DED.
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A manual check must carry its stock number, and the number
      * must be new to the register and not one of the forms still
      * unprinted in the controlled stock. A reissue may carry one
      * - it is then paid by check, which an employee with a live
      * account never is. A void naming a check must find it still
      * outstanding, for this employee and this amount; a void with
      * no number is a void of a direct deposit.
      *----------------------------------------------------------------
       2085-VALIDATE-CHECK-NO.
           IF ADJ-CHECK-NO-X NOT = SPACES
                   AND ADJ-CHECK-NO-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'CHECK NUMBER NOT NUMERIC' TO WS-DISPOSITION
           ELSE
               IF ADJ-CHECK-NO-X = SPACES
                   IF ADJ-MANUAL
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'CHECK NUMBER MISSING' TO WS-DISPOSITION
                   END-IF
               ELSE
                   PERFORM 2095-GET-REGISTER-CHECK
                   EVALUATE TRUE
                       WHEN ADJ-VOID AND NOT CHECK-ON-REGISTER
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'CHECK NOT ON REGISTER'
                               TO WS-DISPOSITION
                       WHEN ADJ-VOID AND CR-EMP-ID NOT = ADJ-EMP-ID
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'CHECK NOT THIS EMPLOYEE'
                               TO WS-DISPOSITION
                       WHEN ADJ-VOID AND CR-VOIDED
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'CHECK ALREADY VOIDED'
                               TO WS-DISPOSITION
                       WHEN ADJ-VOID AND NOT CR-OUTSTANDING
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'CHECK ALREADY CASHED'
                               TO WS-DISPOSITION
                       WHEN ADJ-VOID AND CR-AMOUNT NOT = ADJ-NET
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'CHECK AMOUNT DIFFERS'
                               TO WS-DISPOSITION
                       WHEN ADJ-VOID
                           CONTINUE
                       WHEN CHECK-ON-REGISTER
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'CHECK NO ALREADY USED'
                               TO WS-DISPOSITION
                       WHEN STOCK-LOADED
                               AND ADJ-CHECK-NO NOT < WS-STOCK-NEXT-NO
                               AND ADJ-CHECK-NO NOT > WS-STOCK-LAST-NO
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE 'CHECK NO IN UNUSED STOCK'
                               TO WS-DISPOSITION
                       WHEN ADJ-REISSUE
                           PERFORM 2500-GET-BANK
                           IF BANK-FOUND AND BA-ENROLLED
                               MOVE 'N' TO WS-VALID-FLAG
                               MOVE 'CHECK NO ON ACH REISSUE'
                                   TO WS-DISPOSITION
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       2090-GET-YTD.
           MOVE 'N' TO WS-YTD-FOUND-FLAG
           MOVE ADJ-EMP-ID TO YTD-EMP-ID
           SUBTRACT ADJ-NET   FROM YTD-NET
           PERFORM 2110-BACK-OUT-QUARTER
           REWRITE YTD-RECORD
           IF ADJ-CHECK-NO-X NOT = SPACES
               PERFORM 2810-VOID-REGISTER-CHECK
               IF REGISTER-UPDATED
                   MOVE 'CHECK VOIDED' TO WS-DISPOSITION
               ELSE
                   MOVE 'CHECK NOT MARKED VOID' TO WS-DISPOSITION
               END-IF
           ELSE
               PERFORM 2500-GET-BANK
               IF BANK-FOUND AND BA-ENROLLED
                   PERFORM 2600-WRITE-ACH-DEBIT
                   MOVE 'ACH DEBIT ISSUED' TO WS-DISPOSITION
               ELSE
                   MOVE 'RECOVER BY CHECK' TO WS-DISPOSITION
               END-IF
           END-IF
           ADD 1 TO WS-VOID-COUNT
           SUBTRACT ADJ-NET FROM WS-NET-ADJ-TOTAL
               MOVE 'DEBIT AND CREDIT ISSUED' TO WS-DISPOSITION
           ELSE
               MOVE 'REISSUE BY CHECK' TO WS-DISPOSITION
               IF ADJ-CHECK-NO-X NOT = SPACES
                   MOVE 'R' TO CR-SOURCE
                   PERFORM 2800-REGISTER-NEW-CHECK
                   IF NOT REGISTER-UPDATED
                       MOVE 'CHECK NOT REGISTERED' TO WS-DISPOSITION
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-REISSUE-COUNT
           MOVE 'REISSUE' TO AD-CODE
               PERFORM 2320-CLEAR-QUARTERS
                   VARYING WS-QTR-CLEAR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-CLEAR-SUB > 4
               PERFORM 2325-CLEAR-JURISDICTION
                   VARYING WS-JUR-SUB FROM 1 BY 1
                   UNTIL WS-JUR-SUB > 5
               PERFORM 2310-ADD-TO-QUARTER
               WRITE YTD-RECORD
           END-IF
           MOVE 'M' TO CR-SOURCE
           PERFORM 2800-REGISTER-NEW-CHECK
           IF REGISTER-UPDATED
               MOVE 'MANUAL CHECK RECORDED' TO WS-DISPOSITION
           ELSE
               MOVE 'CHECK NOT REGISTERED' TO WS-DISPOSITION
           END-IF
           ADD 1 TO WS-MANUAL-COUNT
           ADD ADJ-NET TO WS-NET-ADJ-TOTAL
           MOVE 'MANUAL' TO AD-CODE
                        YTD-QTR-TAX   (WS-QTR-CLEAR-SUB)
                        YTD-QTR-NET   (WS-QTR-CLEAR-SUB).

       2325-CLEAR-JURISDICTION.
           MOVE WS-YTD-JUR-EMPTY TO YTD-JUR-ENTRY (WS-JUR-SUB).

      *----------------------------------------------------------------
      * Deduction YTD withholdings move with the payment they came
      * from. Each listed type is matched against the employee's
           MOVE WS-DISPOSITION TO AD-DISPOSITION
           WRITE ADJ-REGISTER-LINE FROM ADJ-DETAIL.

       2095-GET-REGISTER-CHECK.
           MOVE 'N' TO WS-CHECK-FOUND-FLAG
           MOVE ADJ-CHECK-NO TO CR-CHECK-NO
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHECK-FOUND-FLAG
           END-READ.

      *----------------------------------------------------------------
      * A typed check goes on the register outstanding, dated the
      * day it is recorded, with its issue due to the bank on the
      * next positive-pay file. The caller sets CR-SOURCE.
      * Validation has already found the number new to the register,
      * so a write refused here means another job registered it in
      * the meantime: the pay side of the card is already applied,
      * so it is reported, counted with the rejects and the run
      * ends with a return code the stream will not pass unreviewed.
      *----------------------------------------------------------------
       2800-REGISTER-NEW-CHECK.
           MOVE SPACES TO WS-PAYEE-NAME
           STRING EMP-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  EMP-LAST-NAME  DELIMITED BY '  '
               INTO WS-PAYEE-NAME
           MOVE ADJ-CHECK-NO       TO CR-CHECK-NO
           MOVE ADJ-EMP-ID         TO CR-EMP-ID
           MOVE WS-PAYEE-NAME      TO CR-PAYEE-NAME
           MOVE ADJ-NET            TO CR-AMOUNT
           MOVE WS-CURRENT-DATE    TO CR-ISSUE-DATE
           MOVE ZERO               TO CR-PERIOD-ENDING
           MOVE 'O'                TO CR-STATUS
           MOVE 'N'                TO CR-POSPAY-FLAG
           MOVE ZERO               TO CR-PAID-DATE
                                      CR-PAID-AMOUNT
                                      CR-VOID-DATE
           MOVE 'Y'                TO WS-CHECK-UPDATE-FLAG
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CHECK-UPDATE-FLAG
                   DISPLAY 'PAYROLL-ADJ: CHECK ' ADJ-CHECK-NO-X
                       ' ALREADY ON REGISTER - NOT REGISTERED'
                   ADD 1 TO WS-REJECT-COUNT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CHECK-REG-COUNT
           END-WRITE.

      *----------------------------------------------------------------
      * A check whose issue never reached the bank needs no void
      * record either - it is marked sent so positive pay skips it.
      * A rewrite refused here leaves the check outstanding on the
      * register though its pay was backed out, so it is reported
      * and the run ends with a return code of 8.
      *----------------------------------------------------------------
       2810-VOID-REGISTER-CHECK.
           MOVE 'V'             TO CR-STATUS
           MOVE WS-CURRENT-DATE TO CR-VOID-DATE
           IF CR-POSPAY-ISSUE-DUE
               MOVE 'Y' TO CR-POSPAY-FLAG
           ELSE
               MOVE 'V' TO CR-POSPAY-FLAG
           END-IF
           MOVE 'Y' TO WS-CHECK-UPDATE-FLAG
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CHECK-UPDATE-FLAG
                   DISPLAY 'PAYROLL-ADJ: CHECK ' ADJ-CHECK-NO-X
                       ' NOT ON REGISTER - NOT MARKED VOID'
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CHECK-VOID-COUNT
           END-REWRITE.

      *----------------------------------------------------------------
      * A rejected card's amount fields may be the very thing that
      * failed validation, so they are echoed only when numeric.

       3000-WRAPUP.
           PERFORM 3100-WRITE-TOTALS
           CLOSE RUN-CONTROL-FILE
                 ADJ-TRANS-FILE
                 EMPLOYEE-FILE
                 YTD-FILE
                 DEDUCTIONS-FILE
                 BANK-FILE
                 CHECK-REGISTER-FILE
                 ADJ-ACH-FILE
                 ADJ-REGISTER.

           MOVE ZERO              TO AT-AMOUNT
           WRITE ADJ-REGISTER-LINE FROM ADJ-TOTAL-LINE
           MOVE SPACES            TO ADJ-TOTAL-LINE
           MOVE 'CHECKS REGISTERED' TO AT-LABEL
           MOVE WS-CHECK-REG-COUNT TO AT-COUNT
           MOVE ZERO              TO AT-AMOUNT
           WRITE ADJ-REGISTER-LINE FROM ADJ-TOTAL-LINE
           MOVE SPACES            TO ADJ-TOTAL-LINE
           MOVE 'CHECKS VOIDED'   TO AT-LABEL
           MOVE WS-CHECK-VOID-COUNT TO AT-COUNT
           MOVE ZERO              TO AT-AMOUNT
           WRITE ADJ-REGISTER-LINE FROM ADJ-TOTAL-LINE
           MOVE SPACES            TO ADJ-TOTAL-LINE
           MOVE 'REJECTED'        TO AT-LABEL
           MOVE WS-REJECT-COUNT   TO AT-COUNT
           MOVE ZERO              TO AT-AMOUNT
           MOVE WS-TRANS-COUNT    TO AT-COUNT
           MOVE WS-NET-ADJ-TOTAL  TO AT-AMOUNT
           WRITE ADJ-REGISTER-LINE FROM ADJ-TOTAL-LINE.

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
                   DISPLAY 'PAYROLL-ADJ: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.
