      * account goes through the zero-dollar prenote waiting period
      * before live ACH credits flow to it; deletes mark the account
      * closed and the employee falls back to a printed check.
      * Every account field a transaction alters is written to the
      * keyed change history file with its before and after values,
      * the run date and the operator/reference id from the card.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKACCT-MAINT.
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
               ASSIGN TO UT-S-BANKAUD
               ORGANIZATION IS SEQUENTIAL.
          05 TRANS-CHECK-DIGIT  PIC X(1).
          05 TRANS-ACCT-NO      PIC X(17).
          05 TRANS-ACCT-TYPE    PIC X(1).
          05 TRANS-OPER-REF     PIC X(10).
          05 FILLER             PIC X(38).

       FD BANK-FILE
           LABEL RECORDS ARE STANDARD

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
       01 WS-BANK-STATUS         PIC XX VALUE SPACES.
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
      * The account record as it stood before the transaction, laid
      * out as BANKREC, so each field can be set beside its new
      * value for the change history. An add starts from an empty
      * image.
      *----------------------------------------------------------------
       01 WS-OLD-BANK.
          05 WS-OLD-EMP-ID       PIC X(6).
          05 WS-OLD-ROUTING.
             10 WS-OLD-ROUTING-ID   PIC X(8).
             10 WS-OLD-CHECK-DIGIT  PIC X(1).
          05 WS-OLD-ACCT-NO      PIC X(17).
          05 WS-OLD-ACCT-TYPE    PIC X(1).
          05 WS-OLD-STATUS       PIC X(1).
          05 WS-OLD-PRENOTE-COUNT PIC 9(2).
          05 FILLER              PIC X(14).

       01 WS-NEW-ROUTING.
          05 WS-NEW-ROUTING-ID   PIC X(8).
          05 WS-NEW-CHECK-DIGIT  PIC X(1).

       01 WS-CHG-FIELD-NAME      PIC X(12) VALUE SPACES.
       01 WS-CHG-CLASS           PIC X(1)  VALUE SPACES.
       01 WS-CHG-BEFORE          PIC X(30) VALUE SPACES.
       01 WS-CHG-AFTER           PIC X(30) VALUE SPACES.

       01 AUDIT-DETAIL.
          05 AD-EMP-ID           PIC X(6).
               OPEN I-O BANK-FILE
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
           MOVE TRANS-EMP-ID TO BA-EMP-ID
           READ BANK-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OLD-BANK
                   PERFORM 2150-BUILD-PRENOTE-RECORD
                   WRITE BANK-ACCOUNT-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 2500-LOG-BANK-CHANGES
                   PERFORM 2950-WRITE-AUDIT-OK
               NOT INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2970-WRITE-AUDIT-NOTFOUND
               NOT INVALID KEY
                   MOVE BANK-ACCOUNT-RECORD TO WS-OLD-BANK
                   PERFORM 2150-BUILD-PRENOTE-RECORD
                   REWRITE BANK-ACCOUNT-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 2500-LOG-BANK-CHANGES
                   PERFORM 2950-WRITE-AUDIT-OK
           END-READ.

                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2970-WRITE-AUDIT-NOTFOUND
               NOT INVALID KEY
                   MOVE BANK-ACCOUNT-RECORD TO WS-OLD-BANK
                   MOVE 'X' TO BA-STATUS
                   REWRITE BANK-ACCOUNT-RECORD
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 2500-LOG-BANK-CHANGES
                   PERFORM 2950-WRITE-AUDIT-OK
           END-READ.

      *----------------------------------------------------------------
      * Change history: each account field is set beside its value
      * before the transaction and written only if it differs. The
      * routing number, account number and account type are classed
      * as bank changes for the high-risk screen in CHGHIST-INQ;
      * the status change that follows them is not.
      *----------------------------------------------------------------
       2500-LOG-BANK-CHANGES.
           MOVE BA-ROUTING-ID     TO WS-NEW-ROUTING-ID
           MOVE BA-CHECK-DIGIT    TO WS-NEW-CHECK-DIGIT
           MOVE 'ROUTING'         TO WS-CHG-FIELD-NAME
           MOVE 'B'               TO WS-CHG-CLASS
           MOVE WS-OLD-ROUTING    TO WS-CHG-BEFORE
           MOVE WS-NEW-ROUTING    TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'ACCOUNT NO'      TO WS-CHG-FIELD-NAME
           MOVE 'B'               TO WS-CHG-CLASS
           MOVE WS-OLD-ACCT-NO    TO WS-CHG-BEFORE
           MOVE BA-ACCT-NO        TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'ACCT TYPE'       TO WS-CHG-FIELD-NAME
           MOVE 'B'               TO WS-CHG-CLASS
           MOVE WS-OLD-ACCT-TYPE  TO WS-CHG-BEFORE
           MOVE BA-ACCT-TYPE      TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE
           MOVE 'BANK STATUS'     TO WS-CHG-FIELD-NAME
           MOVE 'O'               TO WS-CHG-CLASS
           MOVE WS-OLD-STATUS     TO WS-CHG-BEFORE
           MOVE BA-STATUS         TO WS-CHG-AFTER
           PERFORM 2550-WRITE-CHANGE.

       2550-WRITE-CHANGE.
           IF WS-CHG-BEFORE NOT = WS-CHG-AFTER
               MOVE SPACES            TO CHANGE-HISTORY-RECORD
               MOVE TRANS-EMP-ID      TO CH-EMP-ID
               MOVE WS-CURRENT-DATE   TO CH-CHANGE-DATE
               MOVE WS-CURRENT-TIME   TO CH-CHANGE-TIME
               MOVE 'B'               TO CH-SOURCE
               ADD 1 TO WS-HIST-SEQ
               MOVE WS-HIST-SEQ       TO CH-SEQ
               MOVE TRANS-CODE        TO CH-TRANS-CODE
               MOVE TRANS-OPER-REF    TO CH-OPER-REF
               MOVE EMP-STATUS        TO CH-EMP-STATUS
               MOVE WS-CHG-FIELD-NAME TO CH-FIELD-NAME
               MOVE WS-CHG-CLASS      TO CH-FIELD-CLASS
               MOVE WS-CHG-BEFORE     TO CH-BEFORE
               MOVE WS-CHG-AFTER      TO CH-AFTER
               WRITE CHANGE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'BANKACCT-MAINT: CHANGE HISTORY KEY '
                               CH-KEY ' NOT WRITTEN'
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-COUNT
               END-WRITE
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES          TO AUDIT-DETAIL
           CLOSE TRANSACTION-FILE
                 BANK-FILE
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
