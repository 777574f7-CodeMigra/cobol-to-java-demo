      *----------------------------------------------------------------
      * DEDPAYEE-MAINT.COB - Deduction Payee Master Maintenance
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to DED-REMIT.COB / DEDUCT-MAINT.COB
      *
      * Maintains the keyed deduction payee master DED-REMIT routes
      * each run's withholdings by: add/change/delete by deduction
      * type and case number. A blank case number keys the type's
      * general payee; a garnishment's own court or agency is keyed
      * under its case number as DEDUCT-MAINT carries it on the
      * deductions master. A change re-keys every payee field from
      * the card. Who money is sent to is as sensitive as an
      * employee's bank account, so every field a change or delete
      * alters is printed on the audit report with its before and
      * after values and the operator/reference id from the card.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDPAYEE-MAINT.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO UT-S-DPTRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DED-PAYEE-FILE
               ASSIGN TO UT-S-DEDPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT AUDIT-REPORT
               ASSIGN TO UT-S-DPAUD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01 TRANS-RECORD.
          05 TRANS-CODE         PIC X(1).
             88 TRANS-ADD       VALUE 'A'.
             88 TRANS-CHANGE    VALUE 'C'.
             88 TRANS-DELETE    VALUE 'D'.
          05 TRANS-KEY.
             10 TRANS-DED-TYPE  PIC X(2).
             10 TRANS-CASE-NO   PIC X(12).
          05 TRANS-PAYEE-ID     PIC X(8).
          05 TRANS-PAYEE-NAME   PIC X(30).
          05 TRANS-ADDR-1       PIC X(30).
          05 TRANS-ADDR-2       PIC X(30).
          05 TRANS-PAYEE-CLASS  PIC X(1).
          05 TRANS-STATUS       PIC X(1).
          05 TRANS-OPER-REF     PIC X(10).
          05 FILLER             PIC X(35).

       FD DED-PAYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY DEDPAYEE.

       FD AUDIT-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS        PIC XX VALUE SPACES.
       01 WS-PAYEE-STATUS        PIC XX VALUE SPACES.
       01 WS-TRANS-EOF-FLAG      PIC X VALUE 'N'.
          88 TRANS-EOF           VALUE 'Y'.
       01 WS-VALID-FLAG          PIC X VALUE 'Y'.
          88 TRANS-VALID         VALUE 'Y'.
          88 TRANS-INVALID       VALUE 'N'.
       01 WS-PAYEE-FOUND-FLAG    PIC X VALUE 'N'.
          88 PAYEE-FOUND         VALUE 'Y'.

       01 WS-REJECT-REASON       PIC X(40) VALUE SPACES.

       01 WS-TRANS-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ADD-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-FIELD-COUNT         PIC 9(5) VALUE ZERO.

       01 WS-CURRENT-DATE        PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * The payee record as it stood before the transaction, so each
      * field can be set beside its new value on the audit report.
      * An add starts from an empty image.
      *----------------------------------------------------------------
       01 WS-OLD-PAYEE.
          05 WS-OLD-PAYEE-ID     PIC X(8).
          05 WS-OLD-PAYEE-NAME   PIC X(30).
          05 WS-OLD-ADDR-1       PIC X(30).
          05 WS-OLD-ADDR-2       PIC X(30).
          05 WS-OLD-PAYEE-CLASS  PIC X(1).
          05 WS-OLD-STATUS       PIC X(1).

       01 WS-CHG-LABEL           PIC X(10) VALUE SPACES.
       01 WS-CHG-BEFORE          PIC X(30) VALUE SPACES.
       01 WS-CHG-AFTER           PIC X(30) VALUE SPACES.

       01 AUDIT-DETAIL.
          05 AD-DED-TYPE         PIC X(2).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 AD-CASE-NO          PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 AD-TRANS-LIT        PIC X(6)  VALUE SPACES.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 AD-RESULT           PIC X(40) VALUE SPACES.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 AD-OPER-REF         PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(4)  VALUE SPACES.

       01 AUDIT-CHANGE-LINE.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 AC-LABEL            PIC X(10).
          05 AC-BEFORE           PIC X(30).
          05 FILLER              PIC X(4)  VALUE ' -> '.
          05 AC-AFTER            PIC X(30).
          05 FILLER              PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-TRANS UNTIL TRANS-EOF
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN INPUT  TRANSACTION-FILE
           OPEN I-O    DED-PAYEE-FILE
           IF WS-PAYEE-STATUS = '35'
               OPEN OUTPUT DED-PAYEE-FILE
               CLOSE DED-PAYEE-FILE
               OPEN I-O DED-PAYEE-FILE
           END-IF
           OPEN OUTPUT AUDIT-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-TRANS-EOF-FLAG
           END-READ.

       2000-PROCESS-TRANS.
           ADD 1 TO WS-TRANS-COUNT
           PERFORM 2050-VALIDATE-TRANS
           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN TRANS-ADD
                       PERFORM 2100-ADD-PAYEE
                   WHEN TRANS-CHANGE
                       PERFORM 2200-CHANGE-PAYEE
                   WHEN TRANS-DELETE
                       PERFORM 2300-DELETE-PAYEE
               END-EVALUATE
           ELSE
               PERFORM 2900-REJECT-TRANS
           END-IF
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-TRANS-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * An add or change must name the AP vendor and the payee, and
      * carry a payee class the 88-levels on DEDPAYEE recognize. A
      * blank status is taken as active.
      *----------------------------------------------------------------
       2050-VALIDATE-TRANS.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE 'FAILED VALIDATION - TRANS NOT APPLIED'
               TO WS-REJECT-REASON
           IF NOT TRANS-ADD AND NOT TRANS-CHANGE AND NOT TRANS-DELETE
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'INVALID TRANS CODE' TO WS-REJECT-REASON
           END-IF
           IF TRANS-DED-TYPE = SPACES
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'DEDUCTION TYPE MISSING' TO WS-REJECT-REASON
           END-IF
           IF TRANS-VALID AND (TRANS-ADD OR TRANS-CHANGE)
               PERFORM 2060-VALIDATE-PAYEE-FIELDS
           END-IF.

       2060-VALIDATE-PAYEE-FIELDS.
           IF TRANS-PAYEE-ID = SPACES
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'AP VENDOR ID MISSING' TO WS-REJECT-REASON
           END-IF
           IF TRANS-PAYEE-NAME = SPACES
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'PAYEE NAME MISSING' TO WS-REJECT-REASON
           END-IF
           IF TRANS-PAYEE-CLASS NOT = 'K'
                   AND TRANS-PAYEE-CLASS NOT = 'G'
                   AND TRANS-PAYEE-CLASS NOT = 'O'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'PAYEE CLASS NOT K, G OR O' TO WS-REJECT-REASON
           END-IF
           IF TRANS-STATUS = SPACE
               MOVE 'A' TO TRANS-STATUS
           END-IF
           IF TRANS-STATUS NOT = 'A' AND TRANS-STATUS NOT = 'I'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'STATUS NOT A OR I' TO WS-REJECT-REASON
           END-IF.

       2080-GET-PAYEE-RECORD.
           MOVE 'N' TO WS-PAYEE-FOUND-FLAG
           MOVE TRANS-DED-TYPE TO DP-DED-TYPE
           MOVE TRANS-CASE-NO  TO DP-CASE-NO
           READ DED-PAYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAYEE-FOUND-FLAG
           END-READ.

       2100-ADD-PAYEE.
           PERFORM 2080-GET-PAYEE-RECORD
           IF PAYEE-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - PAYEE ALREADY ON FILE'
                   TO WS-REJECT-REASON
               PERFORM 2960-WRITE-AUDIT-REJECT
           ELSE
               MOVE SPACES TO WS-OLD-PAYEE
               MOVE SPACES TO DED-PAYEE-RECORD
               MOVE TRANS-DED-TYPE TO DP-DED-TYPE
               MOVE TRANS-CASE-NO  TO DP-CASE-NO
               PERFORM 2150-FILL-PAYEE-FROM-TRANS
               WRITE DED-PAYEE-RECORD
               ADD 1 TO WS-ADD-COUNT
               PERFORM 2950-WRITE-AUDIT-OK
               PERFORM 2500-LIST-PAYEE-CHANGES
           END-IF.

       2150-FILL-PAYEE-FROM-TRANS.
           MOVE TRANS-PAYEE-ID    TO DP-PAYEE-ID
           MOVE TRANS-PAYEE-NAME  TO DP-PAYEE-NAME
           MOVE TRANS-ADDR-1      TO DP-ADDR-1
           MOVE TRANS-ADDR-2      TO DP-ADDR-2
           MOVE TRANS-PAYEE-CLASS TO DP-PAYEE-CLASS
           MOVE TRANS-STATUS      TO DP-STATUS
           MOVE WS-CURRENT-DATE   TO DP-LAST-MAINT-DATE
           MOVE TRANS-OPER-REF    TO DP-OPER-REF.

       2160-SAVE-OLD-PAYEE.
           MOVE DP-PAYEE-ID       TO WS-OLD-PAYEE-ID
           MOVE DP-PAYEE-NAME     TO WS-OLD-PAYEE-NAME
           MOVE DP-ADDR-1         TO WS-OLD-ADDR-1
           MOVE DP-ADDR-2         TO WS-OLD-ADDR-2
           MOVE DP-PAYEE-CLASS    TO WS-OLD-PAYEE-CLASS
           MOVE DP-STATUS         TO WS-OLD-STATUS.

       2200-CHANGE-PAYEE.
           PERFORM 2080-GET-PAYEE-RECORD
           IF PAYEE-FOUND
               PERFORM 2160-SAVE-OLD-PAYEE
               PERFORM 2150-FILL-PAYEE-FROM-TRANS
               REWRITE DED-PAYEE-RECORD
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM 2950-WRITE-AUDIT-OK
               PERFORM 2500-LIST-PAYEE-CHANGES
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - PAYEE NOT ON FILE'
                   TO WS-REJECT-REASON
               PERFORM 2960-WRITE-AUDIT-REJECT
           END-IF.

       2300-DELETE-PAYEE.
           PERFORM 2080-GET-PAYEE-RECORD
           IF PAYEE-FOUND
               PERFORM 2160-SAVE-OLD-PAYEE
               DELETE DED-PAYEE-FILE
               MOVE SPACES TO DP-PAYEE-ID
                              DP-PAYEE-NAME
                              DP-ADDR-1
                              DP-ADDR-2
                              DP-PAYEE-CLASS
                              DP-STATUS
               ADD 1 TO WS-DELETE-COUNT
               PERFORM 2950-WRITE-AUDIT-OK
               PERFORM 2500-LIST-PAYEE-CHANGES
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - PAYEE NOT ON FILE'
                   TO WS-REJECT-REASON
               PERFORM 2960-WRITE-AUDIT-REJECT
           END-IF.

      *----------------------------------------------------------------
      * Audit trail: each payee field is set beside its value before
      * the transaction and listed under the transaction's line only
      * if it differs - an add lists every field it set, a delete
      * every field it removed.
      *----------------------------------------------------------------
       2500-LIST-PAYEE-CHANGES.
           MOVE 'AP VENDOR'         TO WS-CHG-LABEL
           MOVE WS-OLD-PAYEE-ID     TO WS-CHG-BEFORE
           MOVE DP-PAYEE-ID         TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'NAME'              TO WS-CHG-LABEL
           MOVE WS-OLD-PAYEE-NAME   TO WS-CHG-BEFORE
           MOVE DP-PAYEE-NAME       TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'ADDRESS 1'         TO WS-CHG-LABEL
           MOVE WS-OLD-ADDR-1       TO WS-CHG-BEFORE
           MOVE DP-ADDR-1           TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'ADDRESS 2'         TO WS-CHG-LABEL
           MOVE WS-OLD-ADDR-2       TO WS-CHG-BEFORE
           MOVE DP-ADDR-2           TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'CLASS'             TO WS-CHG-LABEL
           MOVE WS-OLD-PAYEE-CLASS  TO WS-CHG-BEFORE
           MOVE DP-PAYEE-CLASS      TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'STATUS'            TO WS-CHG-LABEL
           MOVE WS-OLD-STATUS       TO WS-CHG-BEFORE
           MOVE DP-STATUS           TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE.

       2550-WRITE-CHANGE.
           IF WS-CHG-BEFORE NOT = WS-CHG-AFTER
               MOVE WS-CHG-LABEL  TO AC-LABEL
               MOVE WS-CHG-BEFORE TO AC-BEFORE
               MOVE WS-CHG-AFTER  TO AC-AFTER
               WRITE AUDIT-LINE FROM AUDIT-CHANGE-LINE
               ADD 1 TO WS-FIELD-COUNT
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 2960-WRITE-AUDIT-REJECT.

       2950-WRITE-AUDIT-OK.
           MOVE SPACES         TO AUDIT-DETAIL
           MOVE TRANS-DED-TYPE TO AD-DED-TYPE
           MOVE TRANS-CASE-NO  TO AD-CASE-NO
           MOVE TRANS-CODE     TO AD-TRANS-LIT
           MOVE 'APPLIED OK'   TO AD-RESULT
           MOVE TRANS-OPER-REF TO AD-OPER-REF
           WRITE AUDIT-LINE FROM AUDIT-DETAIL.

       2960-WRITE-AUDIT-REJECT.
           MOVE SPACES           TO AUDIT-DETAIL
           MOVE TRANS-DED-TYPE   TO AD-DED-TYPE
           MOVE TRANS-CASE-NO    TO AD-CASE-NO
           MOVE 'REJ'            TO AD-TRANS-LIT
           MOVE WS-REJECT-REASON TO AD-RESULT
           MOVE TRANS-OPER-REF   TO AD-OPER-REF
           WRITE AUDIT-LINE FROM AUDIT-DETAIL.

       3000-WRAPUP.
           PERFORM 3100-WRITE-SUMMARY
           CLOSE TRANSACTION-FILE
                 DED-PAYEE-FILE
                 AUDIT-REPORT.

       3100-WRITE-SUMMARY.
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'TOTALS'        TO AD-TRANS-LIT
           MOVE WS-TRANS-COUNT  TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'ADD'           TO AD-TRANS-LIT
           MOVE WS-ADD-COUNT    TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'CHG'           TO AD-TRANS-LIT
           MOVE WS-CHANGE-COUNT TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'DEL'           TO AD-TRANS-LIT
           MOVE WS-DELETE-COUNT TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'REJ'           TO AD-TRANS-LIT
           MOVE WS-REJECT-COUNT TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'FIELDS'        TO AD-TRANS-LIT
           MOVE WS-FIELD-COUNT  TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL.
