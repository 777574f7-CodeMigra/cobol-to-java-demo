      * keeps the entry's YTD withholding - that figure belongs to
      * PAYROLL - and a delete clears the slot but leaves the
      * record so the other slots ride along untouched.
      * TRANS-SUPP-CD 'Y' marks the entry as also taken from
      * supplemental pay by PAYROLL-SUPP; blank is taken as 'N'.
      * TRANS-CASE-NO carries a garnishment or support order's case
      * number, which DED-REMIT uses to find the agency it is paid
      * to; blank for an ordinary deduction.
      * Every entry field a transaction alters is written to the
      * keyed change history file with its before and after values,
      * the run date and the operator/reference id from the card.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCT-MAINT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO UT-S-CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT AUDIT-REPORT
               ASSIGN TO UT-S-DEDAUD
               ORGANIZATION IS SEQUENTIAL.
          05 TRANS-GOAL-AMT     PIC 9(7)V99.
          05 TRANS-GOAL-X REDEFINES TRANS-GOAL-AMT
                                PIC X(9).
          05 TRANS-OPER-REF     PIC X(10).
          05 TRANS-SUPP-CD      PIC X(1).
          05 TRANS-CASE-NO      PIC X(12).
          05 FILLER             PIC X(27).

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

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
       01 WS-TRANS-STATUS        PIC XX VALUE SPACES.
       01 WS-DED-STATUS          PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-CHGHIST-STATUS      PIC XX VALUE SPACES.
       01 WS-TRANS-EOF-FLAG      PIC X VALUE 'N'.
          88 TRANS-EOF           VALUE 'Y'.
       01 WS-VALID-FLAG          PIC X VALUE 'Y'.
       01 WS-CHANGE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-HIST-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-HIST-SEQ            PIC 9(4) VALUE ZERO.

       01 WS-CURRENT-DATE        PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-TIME        PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * The entry slot as it stood before the transaction, laid out
      * as one DED-ENTRY, so each field can be set beside its new
      * value for the change history. An add starts from an empty
      * image.
      *----------------------------------------------------------------
       01 WS-OLD-DED-ENTRY.
          05 WS-OLD-TYPE         PIC X(2).
          05 WS-OLD-PRE-POST-CD  PIC X(1).
          05 WS-OLD-CALC-TYPE    PIC X(1).
          05 WS-OLD-AMOUNT       PIC 9(5)V99.
          05 WS-OLD-PCT          PIC V9999.
          05 WS-OLD-GOAL-AMT     PIC 9(7)V99.
          05 WS-OLD-YTD-AMT      PIC 9(7)V99.
       01 WS-OLD-SUPP-CD         PIC X(1) VALUE SPACES.
       01 WS-OLD-CASE-NO         PIC X(12) VALUE SPACES.

       01 WS-DED-FIELD-NAME.
          05 FILLER              PIC X(3) VALUE 'DED'.
          05 WS-DFN-SLOT         PIC 9(1).
          05 FILLER              PIC X(1) VALUE SPACES.
          05 WS-DFN-LABEL        PIC X(7).

       01 WS-CHG-BEFORE          PIC X(30) VALUE SPACES.
       01 WS-CHG-AFTER           PIC X(30) VALUE SPACES.
       01 WS-EDIT-AMOUNT         PIC ZZZZ9.99.
       01 WS-EDIT-PCT            PIC Z.9999.
       01 WS-EDIT-GOAL           PIC ZZZZZZ9.99.

       01 AUDIT-DETAIL.
          05 AD-EMP-ID           PIC X(6).
               OPEN I-O DEDUCTIONS-FILE
           END-IF
           OPEN INPUT  EMPLOYEE-FILE
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
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'CALC TYPE NOT F OR P' TO WS-REJECT-REASON
           END-IF
           IF TRANS-SUPP-CD = SPACE
               MOVE 'N' TO TRANS-SUPP-CD
           END-IF
           IF TRANS-SUPP-CD NOT = 'Y'
                   AND TRANS-SUPP-CD NOT = 'N'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'SUPPLEMENTAL CODE NOT Y OR N' TO WS-REJECT-REASON
           END-IF
           IF TRANS-AMOUNT-X NOT NUMERIC
                   OR TRANS-PCT-X NOT NUMERIC
                   OR TRANS-GOAL-X NOT NUMERIC

       2100-ADD-ENTRY.
           PERFORM 2080-GET-DED-RECORD
           MOVE SPACES TO WS-OLD-DED-ENTRY
           MOVE ZERO   TO WS-OLD-AMOUNT
                          WS-OLD-PCT
                          WS-OLD-GOAL-AMT
                          WS-OLD-YTD-AMT
           MOVE SPACES TO WS-OLD-SUPP-CD
           MOVE SPACES TO WS-OLD-CASE-NO
           IF NOT DED-RECORD-FOUND
               MOVE SPACES TO DEDUCTIONS-RECORD
               MOVE TRANS-EMP-ID TO DED-EMP-ID
               MOVE ZERO TO DED-YTD-AMT (WS-DED-SUB)
               WRITE DEDUCTIONS-RECORD
               ADD 1 TO WS-ADD-COUNT
               PERFORM 2500-LOG-DED-CHANGES
               PERFORM 2950-WRITE-AUDIT-OK
           ELSE
               MOVE TRANS-SLOT TO WS-DED-SUB
                   MOVE ZERO TO DED-YTD-AMT (WS-DED-SUB)
                   REWRITE DEDUCTIONS-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 2500-LOG-DED-CHANGES
                   PERFORM 2950-WRITE-AUDIT-OK
               END-IF
           END-IF.
                       TO WS-REJECT-REASON
                   PERFORM 2960-WRITE-AUDIT-REJECT
               ELSE
                   MOVE DED-ENTRY (WS-DED-SUB) TO WS-OLD-DED-ENTRY
                   MOVE DED-SUPP-CD (WS-DED-SUB) TO WS-OLD-SUPP-CD
                   MOVE DED-CASE-NO (WS-DED-SUB) TO WS-OLD-CASE-NO
                   PERFORM 2150-FILL-SLOT-FROM-TRANS
                   REWRITE DEDUCTIONS-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 2500-LOG-DED-CHANGES
                   PERFORM 2950-WRITE-AUDIT-OK
               END-IF
           ELSE
           MOVE TRANS-SLOT TO WS-DED-SUB
           IF DED-RECORD-FOUND
                   AND DED-TYPE (WS-DED-SUB) NOT = SPACES
               MOVE DED-ENTRY (WS-DED-SUB) TO WS-OLD-DED-ENTRY
               MOVE DED-SUPP-CD (WS-DED-SUB) TO WS-OLD-SUPP-CD
               MOVE DED-CASE-NO (WS-DED-SUB) TO WS-OLD-CASE-NO
               PERFORM 2090-CLEAR-ONE-SLOT
               REWRITE DEDUCTIONS-RECORD
               ADD 1 TO WS-DELETE-COUNT
               PERFORM 2500-LOG-DED-CHANGES
               PERFORM 2950-WRITE-AUDIT-OK
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           MOVE ZERO   TO DED-AMOUNT      (WS-DED-SUB)
           MOVE ZERO   TO DED-PCT         (WS-DED-SUB)
           MOVE ZERO   TO DED-GOAL-AMT    (WS-DED-SUB)
           MOVE ZERO   TO DED-YTD-AMT     (WS-DED-SUB)
           MOVE 'N'    TO DED-SUPP-CD     (WS-DED-SUB)
           MOVE SPACES TO DED-CASE-NO     (WS-DED-SUB).

       2150-FILL-SLOT-FROM-TRANS.
           MOVE TRANS-DED-TYPE    TO DED-TYPE        (WS-DED-SUB)
           MOVE TRANS-CALC-TYPE   TO DED-CALC-TYPE   (WS-DED-SUB)
           MOVE TRANS-AMOUNT      TO DED-AMOUNT      (WS-DED-SUB)
           MOVE TRANS-PCT         TO DED-PCT         (WS-DED-SUB)
           MOVE TRANS-GOAL-AMT    TO DED-GOAL-AMT    (WS-DED-SUB)
           MOVE TRANS-SUPP-CD     TO DED-SUPP-CD     (WS-DED-SUB)
           MOVE TRANS-CASE-NO     TO DED-CASE-NO     (WS-DED-SUB).

      *----------------------------------------------------------------
      * Change history: each field of the entry slot is set beside
      * its value before the transaction and written only if it
      * differs. The YTD withheld is PAYROLL's figure, not part of
      * the election, and is not logged.
      *----------------------------------------------------------------
       2500-LOG-DED-CHANGES.
           MOVE WS-DED-SUB          TO WS-DFN-SLOT
           MOVE 'TYPE'              TO WS-DFN-LABEL
           MOVE WS-OLD-TYPE         TO WS-CHG-BEFORE
           MOVE DED-TYPE (WS-DED-SUB) TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'PRE/PST'           TO WS-DFN-LABEL
           MOVE WS-OLD-PRE-POST-CD  TO WS-CHG-BEFORE
           MOVE DED-PRE-POST-CD (WS-DED-SUB) TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'CALC'              TO WS-DFN-LABEL
           MOVE WS-OLD-CALC-TYPE    TO WS-CHG-BEFORE
           MOVE DED-CALC-TYPE (WS-DED-SUB) TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'AMOUNT'            TO WS-DFN-LABEL
           MOVE WS-OLD-AMOUNT       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WS-CHG-BEFORE
           MOVE DED-AMOUNT (WS-DED-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'PERCENT'           TO WS-DFN-LABEL
           MOVE WS-OLD-PCT          TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT         TO WS-CHG-BEFORE
           MOVE DED-PCT (WS-DED-SUB) TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT         TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'GOAL'              TO WS-DFN-LABEL
           MOVE WS-OLD-GOAL-AMT     TO WS-EDIT-GOAL
           MOVE WS-EDIT-GOAL        TO WS-CHG-BEFORE
           MOVE DED-GOAL-AMT (WS-DED-SUB) TO WS-EDIT-GOAL
           MOVE WS-EDIT-GOAL        TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'SUPP'              TO WS-DFN-LABEL
           MOVE WS-OLD-SUPP-CD      TO WS-CHG-BEFORE
           MOVE DED-SUPP-CD (WS-DED-SUB) TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'CASE'              TO WS-DFN-LABEL
           MOVE WS-OLD-CASE-NO      TO WS-CHG-BEFORE
           MOVE DED-CASE-NO (WS-DED-SUB) TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE.

      *----------------------------------------------------------------
      * An add has no before value and a delete no after value; the
      * zero an empty numeric field edits to is blanked so the
      * history shows the entry as new or removed.
      *----------------------------------------------------------------
       2550-WRITE-CHANGE.
           IF WS-CHG-BEFORE NOT = WS-CHG-AFTER
               MOVE SPACES            TO CHANGE-HISTORY-RECORD
               MOVE TRANS-EMP-ID      TO CH-EMP-ID
               MOVE WS-CURRENT-DATE   TO CH-CHANGE-DATE
               MOVE WS-CURRENT-TIME   TO CH-CHANGE-TIME
               MOVE 'D'               TO CH-SOURCE
               ADD 1 TO WS-HIST-SEQ
               MOVE WS-HIST-SEQ       TO CH-SEQ
               MOVE TRANS-CODE        TO CH-TRANS-CODE
               MOVE TRANS-OPER-REF    TO CH-OPER-REF
               MOVE EMP-STATUS        TO CH-EMP-STATUS
               MOVE WS-DED-FIELD-NAME TO CH-FIELD-NAME
               MOVE 'O'               TO CH-FIELD-CLASS
               MOVE WS-CHG-BEFORE     TO CH-BEFORE
               MOVE WS-CHG-AFTER      TO CH-AFTER
               IF TRANS-ADD
                   MOVE SPACES        TO CH-BEFORE
               END-IF
               IF TRANS-DELETE
                   MOVE SPACES        TO CH-AFTER
               END-IF
               WRITE CHANGE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'DEDUCT-MAINT: CHANGE HISTORY KEY '
                               CH-KEY ' NOT WRITTEN'
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-COUNT
               END-WRITE
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECT-COUNT
           CLOSE TRANSACTION-FILE
                 DEDUCTIONS-FILE
                 EMPLOYEE-FILE
                 CHANGE-HISTORY-FILE
                 AUDIT-REPORT.

       3100-WRITE-SUMMARY.
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'REJ'           TO AD-TRANS-LIT
           MOVE WS-REJECT-COUNT TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES          TO AUDIT-DETAIL
           MOVE 'HIST'          TO AD-TRANS-LIT
           MOVE WS-HIST-COUNT   TO AD-RESULT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL.
