      * Answers inquiries against the keyed pay history file PAYROLL
      * writes each week, one card per inquiry: 'S' reproduces the
      * pay stub for one employee and week-ending date; 'L' lists an
      * employee's payment history with a total line. A stub card
      * naming a supplemental run number reprints that run's payment
      * for the week instead of the regular one; the list shows
      * supplemental payments beside the regular week. Run on demand
      * between weekly cycles - the history file is only read here,
      * so this program cannot disturb the payroll stream.
      *----------------------------------------------------------------
          05 INQ-WEEK-ENDING    PIC 9(6).
          05 INQ-WEEK-ENDING-X REDEFINES INQ-WEEK-ENDING
                                PIC X(6).
          05 INQ-SUPP-RUN       PIC 9(4).
          05 INQ-SUPP-RUN-X REDEFINES INQ-SUPP-RUN
                                PIC X(4).
          05 FILLER             PIC X(63).

       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY PAYHREC.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD INQUIRY-REPORT
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-WEEK-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-DED-SUB             PIC 9(1) VALUE ZERO.
       01 WS-JUR-SUB             PIC 9(1) VALUE ZERO.
       01 WS-STUB-JUR-LABEL.
          05 WS-SJL-TEXT         PIC X(12).
          05 WS-SJL-CODE         PIC X(4).
       01 WS-LEAVE-AMT           PIC 9(6)V99 VALUE ZERO.
       01 WS-LIST-GROSS          PIC 9(9)V99 VALUE ZERO.
       01 WS-LIST-TAX            PIC 9(9)V99 VALUE ZERO.
          05 LD-NET            PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 LD-METHOD         PIC X(5).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 LD-SUPP-NOTE.
             10 LD-SUPP-LABEL  PIC X(5).
             10 LD-SUPP-RUN    PIC X(4).
             10 FILLER         PIC X(1).
             10 LD-SUPP-TYPE   PIC X(2).
          05 FILLER            PIC X(7)  VALUE SPACES.

       01 LIST-TOTAL-LINE.
          05 FILLER            PIC X(1)  VALUE SPACES.
           END-READ.

       2100-REPRINT-STUB.
           IF INQ-SUPP-RUN-X = SPACES
               MOVE ZERO TO INQ-SUPP-RUN
           END-IF
           IF INQ-WEEK-ENDING-X NOT NUMERIC
               OR INQ-SUPP-RUN-X NOT NUMERIC
               PERFORM 2900-REJECT-CARD
           ELSE
               MOVE 'N' TO WS-HIST-FOUND-FLAG
               MOVE INQ-EMP-ID      TO PH-EMP-ID
               MOVE INQ-WEEK-ENDING TO PH-WEEK-ENDING
               MOVE INQ-SUPP-RUN    TO PH-SUPP-RUN
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
           ELSE
               MOVE 'REGULAR'    TO SBE-LABEL
           END-IF
           IF NOT PH-REGULAR-PAYMENT
               MOVE 'SUPPLEMENTAL' TO SBE-LABEL
           END-IF
           MOVE PH-REGULAR-HRS   TO SBE-HOURS
           MOVE PH-HOURLY-RATE   TO SBE-RATE
           MOVE PH-REGULAR-PAY   TO SBE-AMOUNT
           IF NOT PH-REGULAR-PAYMENT
               MOVE ZERO         TO SBE-RATE
               MOVE PH-GROSS     TO SBE-AMOUNT
           END-IF
           WRITE INQUIRY-LINE FROM STUB-EARN-LINE
           IF PH-OVERTIME-HRS > ZERO
               MOVE 'OVERTIME'   TO SBE-LABEL
               MOVE WS-LEAVE-AMT TO SBE-AMOUNT
               WRITE INQUIRY-LINE FROM STUB-EARN-LINE
           END-IF
           IF PH-RETRO-PAY > ZERO
               MOVE 'RETRO PAY'  TO SBE-LABEL
               MOVE ZERO         TO SBE-HOURS
               MOVE ZERO         TO SBE-RATE
               MOVE PH-RETRO-PAY TO SBE-AMOUNT
               WRITE INQUIRY-LINE FROM STUB-EARN-LINE
           END-IF
           IF PH-FINAL-SETTLEMENT
               MOVE 'VAC PAYOUT'      TO SBE-LABEL
               MOVE PH-VAC-PAYOUT-HRS TO SBE-HOURS
               MOVE ZERO              TO SBE-RATE
               MOVE PH-VAC-PAYOUT     TO SBE-AMOUNT
               WRITE INQUIRY-LINE FROM STUB-EARN-LINE
           END-IF
           MOVE 'GROSS PAY'      TO SBA-LABEL
           MOVE PH-GROSS         TO SBA-AMOUNT
           WRITE INQUIRY-LINE FROM STUB-AMOUNT-LINE
           PERFORM 2180-WRITE-STUB-DED
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           MOVE 'FEDERAL INCOME TAX' TO SBA-LABEL
           MOVE PH-FED-TAX       TO SBA-AMOUNT
           WRITE INQUIRY-LINE FROM STUB-AMOUNT-LINE
           PERFORM 2185-WRITE-STUB-JUR-TAX
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 3
           MOVE 'TAX WITHHELD'   TO SBA-LABEL
           MOVE PH-TAX           TO SBA-AMOUNT
           WRITE INQUIRY-LINE FROM STUB-AMOUNT-LINE
               WRITE INQUIRY-LINE FROM STUB-DED-LINE
           END-IF.

       2185-WRITE-STUB-JUR-TAX.
           IF PH-JUR-CODE (WS-JUR-SUB) NOT = SPACES
               IF PH-JUR-TYPE (WS-JUR-SUB) = 'S'
                   MOVE 'STATE TAX - ' TO WS-SJL-TEXT
               ELSE
                   MOVE 'LOCAL TAX - ' TO WS-SJL-TEXT
               END-IF
               MOVE PH-JUR-CODE (WS-JUR-SUB) TO WS-SJL-CODE
               MOVE WS-STUB-JUR-LABEL TO SBA-LABEL
               MOVE PH-JUR-TAX (WS-JUR-SUB) TO SBA-AMOUNT
               WRITE INQUIRY-LINE FROM STUB-AMOUNT-LINE
           END-IF.

      *----------------------------------------------------------------
      * History listing: position on the employee's first week and
      * read forward until the key leaves the employee. The week-
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE INQ-EMP-ID TO PH-EMP-ID
           MOVE ZERO       TO PH-WEEK-ENDING
                              PH-SUPP-RUN
           START PAY-HISTORY-FILE
               KEY NOT LESS THAN PH-KEY
               INVALID KEY
           ELSE
               MOVE 'CHECK' TO LD-METHOD
           END-IF
           MOVE SPACES TO LD-SUPP-NOTE
           IF NOT PH-REGULAR-PAYMENT
               MOVE 'SUPP'            TO LD-SUPP-LABEL
               MOVE PH-SUPP-RUN       TO LD-SUPP-RUN
               MOVE PH-SUPP-EARN-TYPE TO LD-SUPP-TYPE
           END-IF
           WRITE INQUIRY-LINE FROM LIST-DETAIL
           ADD 1 TO WS-WEEK-COUNT
           ADD PH-GROSS TO WS-LIST-GROSS
