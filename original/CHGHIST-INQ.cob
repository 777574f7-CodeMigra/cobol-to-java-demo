      *----------------------------------------------------------------
      * CHGHIST-INQ.COB - Master Change History Inquiry and
      *                   High-Risk Change Report
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL-MAINT.COB /
      *          DEDUCT-MAINT.COB / BANKACCT-MAINT.COB
      *
      * Reads the keyed change history file the three master
      * maintenance programs write, one card per request:
      * 'L' lists every change made to one employee between two
      * dates (YYMMDD) - each field with its before and after
      * value, the run it was made in and the operator/reference id
      * from the maintenance card.
      * 'H' screens every employee's changes between two dates -
      * normally the week just maintained - and prints the
      * combinations audit asks about: a bank account change in the
      * same window as a pay rate or name change, and any change
      * made while the employee was inactive or terminated. The
      * history file is only read here.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGHIST-INQ.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARDS
               ASSIGN TO UT-S-CHGCRDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO UT-S-CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO UT-S-EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHANGE-REPORT
               ASSIGN TO UT-S-CHGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Inquiry card: 'L' with an employee id, or 'H' with the id
      * left blank; from and thru dates (YYMMDD) inclusive.
      *----------------------------------------------------------------
       FD INQUIRY-CARDS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 INQUIRY-CARD.
          05 INQ-CODE           PIC X(1).
             88 INQ-LIST        VALUE 'L'.
             88 INQ-HIGH-RISK   VALUE 'H'.
          05 INQ-EMP-ID         PIC X(6).
          05 INQ-FROM-DATE      PIC 9(6).
          05 INQ-FROM-DATE-X REDEFINES INQ-FROM-DATE
                                PIC X(6).
          05 INQ-THRU-DATE      PIC 9(6).
          05 INQ-THRU-DATE-X REDEFINES INQ-THRU-DATE
                                PIC X(6).
          05 FILLER             PIC X(61).

       FD CHANGE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY CHGHIST.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD CHANGE-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 CHANGE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS         PIC XX VALUE SPACES.
       01 WS-CHGHIST-STATUS      PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-CARD-EOF-FLAG       PIC X VALUE 'N'.
          88 CARD-EOF            VALUE 'Y'.
       01 WS-HIST-EOF-FLAG       PIC X VALUE 'N'.
          88 HIST-EOF            VALUE 'Y'.
       01 WS-EMP-FOUND-FLAG      PIC X VALUE 'N'.
          88 EMP-FOUND           VALUE 'Y'.
       01 WS-CARD-VALID-FLAG     PIC X VALUE 'Y'.
          88 CARD-VALID          VALUE 'Y'.

      *----------------------------------------------------------------
      * High-risk screen: what one employee's changes inside the
      * window amount to, and the changes themselves, held until
      * the key moves to the next employee and it is known whether
      * the employee is to be printed.
      *----------------------------------------------------------------
       01 WS-RISK-EMP-ID         PIC X(6) VALUE SPACES.
       01 WS-BANK-CHG-FLAG       PIC X VALUE 'N'.
          88 RISK-BANK-CHANGED   VALUE 'Y'.
       01 WS-RATE-CHG-FLAG       PIC X VALUE 'N'.
          88 RISK-RATE-CHANGED   VALUE 'Y'.
       01 WS-NAME-CHG-FLAG       PIC X VALUE 'N'.
          88 RISK-NAME-CHANGED   VALUE 'Y'.
       01 WS-INACTIVE-CHG-FLAG   PIC X VALUE 'N'.
          88 RISK-INACTIVE-CHG   VALUE 'Y'.
       01 WS-RISK-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-RISK-OVERFLOW       PIC 9(3) VALUE ZERO.
       01 WS-RISK-SUB            PIC 9(3) VALUE ZERO.
       01 WS-RISK-TABLE.
          05 WS-RISK-ENTRY       PIC X(120) OCCURS 50 TIMES.
       01 WS-HOLD-RECORD         PIC X(120) VALUE SPACES.

       01 WS-CARD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-SCREEN-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-FLAGGED-COUNT       PIC 9(5) VALUE ZERO.

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

       01 WS-TIME-SPLIT.
          05 WS-TS-HH            PIC 9(2).
          05 WS-TS-MM            PIC 9(2).
          05 FILLER              PIC 9(4).

       01 WS-PRINT-TIME.
          05 WS-PT-HH            PIC 9(2).
          05 FILLER              PIC X VALUE ':'.
          05 WS-PT-MM            PIC 9(2).

       01 CHANGE-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
             VALUE 'ACME MANUFACTURING CORP'.
          05 CH1-TITLE          PIC X(30).
          05 FILLER             PIC X(9)  VALUE 'RUN DATE:'.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 CH1-RUN-DATE       PIC X(8).
          05 FILLER             PIC X(53) VALUE SPACES.

       01 CHANGE-HEADER-2.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 CH2-LABEL          PIC X(14).
          05 CH2-EMP-ID         PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CH2-NAME           PIC X(20).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE 'FROM '.
          05 CH2-FROM-DATE      PIC X(8).
          05 FILLER             PIC X(6)  VALUE ' THRU '.
          05 CH2-THRU-DATE      PIC X(8).
          05 FILLER             PIC X(59) VALUE SPACES.

       01 CHANGE-HEADER-3.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(10) VALUE 'DATE'.
          05 FILLER             PIC X(7)  VALUE 'TIME'.
          05 FILLER             PIC X(6)  VALUE 'FILE'.
          05 FILLER             PIC X(3)  VALUE 'TR'.
          05 FILLER             PIC X(12) VALUE 'OPER/REF'.
          05 FILLER             PIC X(14) VALUE 'FIELD'.
          05 FILLER             PIC X(32) VALUE 'BEFORE'.
          05 FILLER             PIC X(32) VALUE 'AFTER'.
          05 FILLER             PIC X(15) VALUE 'NOTE'.

       01 CHANGE-DETAIL.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 CD-DATE            PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CD-TIME            PIC X(5).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CD-SOURCE          PIC X(4).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CD-TRANS-CODE      PIC X(1).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CD-OPER-REF        PIC X(10).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CD-FIELD-NAME      PIC X(12).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CD-BEFORE          PIC X(30).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CD-AFTER           PIC X(30).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CD-NOTE            PIC X(15).

       01 RISK-EMP-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RE-EMP-ID          PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RE-NAME            PIC X(20).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 FILLER             PIC X(9)  VALUE 'STATUS - '.
          05 RE-STATUS          PIC X(1).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 RE-REASON          PIC X(40).
          05 FILLER             PIC X(47) VALUE SPACES.

       01 CHANGE-TOTAL-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 CTL-LABEL          PIC X(32) VALUE SPACES.
          05 CTL-COUNT          PIC ZZ,ZZ9.
          05 FILLER             PIC X(93) VALUE SPACES.

       01 MESSAGE-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 ML-CODE            PIC X(1).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 ML-EMP-ID          PIC X(6).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 ML-FROM-DATE       PIC X(6).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 ML-THRU-DATE       PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 ML-TEXT            PIC X(40).
          05 FILLER             PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-CARD UNTIL CARD-EOF
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN INPUT  INQUIRY-CARDS
           OPEN INPUT  CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS NOT = '00'
               DISPLAY 'CHGHIST-INQ: CHANGE HISTORY FILE NOT FOUND'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  EMPLOYEE-FILE
           OPEN OUTPUT CHANGE-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURR-MM TO WS-RUN-MM
           MOVE WS-CURR-DD TO WS-RUN-DD
           MOVE WS-CURR-YY TO WS-RUN-YY
           READ INQUIRY-CARDS
               AT END MOVE 'Y' TO WS-CARD-EOF-FLAG
           END-READ.

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           PERFORM 2050-VALIDATE-CARD
           IF CARD-VALID
               EVALUATE TRUE
                   WHEN INQ-LIST
                       PERFORM 2100-LIST-CHANGES
                   WHEN INQ-HIGH-RISK
                       PERFORM 2300-HIGH-RISK-REPORT
               END-EVALUATE
           ELSE
               PERFORM 2900-REJECT-CARD
           END-IF
           READ INQUIRY-CARDS
               AT END MOVE 'Y' TO WS-CARD-EOF-FLAG
           END-READ.

       2050-VALIDATE-CARD.
           MOVE 'Y' TO WS-CARD-VALID-FLAG
           IF NOT INQ-LIST AND NOT INQ-HIGH-RISK
               MOVE 'N' TO WS-CARD-VALID-FLAG
           END-IF
           IF INQ-LIST AND INQ-EMP-ID = SPACES
               MOVE 'N' TO WS-CARD-VALID-FLAG
           END-IF
           IF INQ-FROM-DATE-X NOT NUMERIC
                   OR INQ-THRU-DATE-X NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID-FLAG
           ELSE
               IF INQ-FROM-DATE > INQ-THRU-DATE
                   MOVE 'N' TO WS-CARD-VALID-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Employee listing: position on the employee's first change
      * on or after the from date and read forward until the key
      * leaves the employee or passes the thru date.
      *----------------------------------------------------------------
       2100-LIST-CHANGES.
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE 'MASTER CHANGE HISTORY' TO CH1-TITLE
           MOVE 'CHANGES FOR' TO CH2-LABEL
           MOVE INQ-EMP-ID TO CH2-EMP-ID
           MOVE INQ-EMP-ID TO EMP-ID
           PERFORM 2160-GET-EMPLOYEE
           IF EMP-FOUND
               MOVE EMP-LAST-NAME TO CH2-NAME
           ELSE
               MOVE 'NOT ON MASTER' TO CH2-NAME
           END-IF
           PERFORM 2150-WRITE-HEADINGS
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE LOW-VALUES    TO CH-KEY
           MOVE INQ-EMP-ID    TO CH-EMP-ID
           MOVE INQ-FROM-DATE TO CH-CHANGE-DATE
           START CHANGE-HISTORY-FILE
               KEY NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           IF NOT HIST-EOF
               PERFORM 2260-READ-NEXT-CHANGE
           END-IF
           PERFORM 2250-LIST-ONE-CHANGE UNTIL HIST-EOF
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           IF WS-CHANGE-COUNT = ZERO
               MOVE 'NO CHANGES ON FILE IN DATE RANGE' TO ML-TEXT
               PERFORM 2800-WRITE-MESSAGE
           ELSE
               MOVE 'FIELD CHANGES LISTED' TO CTL-LABEL
               MOVE WS-CHANGE-COUNT TO CTL-COUNT
               WRITE CHANGE-REPORT-LINE FROM CHANGE-TOTAL-LINE
           END-IF.

       2150-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO CH1-RUN-DATE
           WRITE CHANGE-REPORT-LINE FROM CHANGE-HEADER-1
               AFTER ADVANCING PAGE
           MOVE INQ-FROM-DATE TO WS-DATE-SPLIT
           PERFORM 2700-FORMAT-DATE
           MOVE WS-PRINT-DATE TO CH2-FROM-DATE
           MOVE INQ-THRU-DATE TO WS-DATE-SPLIT
           PERFORM 2700-FORMAT-DATE
           MOVE WS-PRINT-DATE TO CH2-THRU-DATE
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE FROM CHANGE-HEADER-2
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE FROM CHANGE-HEADER-3.

       2160-GET-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-FLAG
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND-FLAG
           END-READ.

       2250-LIST-ONE-CHANGE.
           PERFORM 2270-WRITE-CHANGE-DETAIL
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 2260-READ-NEXT-CHANGE.

       2260-READ-NEXT-CHANGE.
           READ CHANGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF CH-EMP-ID NOT = INQ-EMP-ID
                           OR CH-CHANGE-DATE > INQ-THRU-DATE
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   END-IF
           END-READ.

       2270-WRITE-CHANGE-DETAIL.
           MOVE SPACES TO CHANGE-DETAIL
           MOVE CH-CHANGE-DATE TO WS-DATE-SPLIT
           PERFORM 2700-FORMAT-DATE
           MOVE WS-PRINT-DATE  TO CD-DATE
           MOVE CH-CHANGE-TIME TO WS-TIME-SPLIT
           MOVE WS-TS-HH       TO WS-PT-HH
           MOVE WS-TS-MM       TO WS-PT-MM
           MOVE WS-PRINT-TIME  TO CD-TIME
           EVALUATE TRUE
               WHEN CH-FROM-EMPLOYEE
                   MOVE 'EMP'  TO CD-SOURCE
               WHEN CH-FROM-DEDUCTION
                   MOVE 'DED'  TO CD-SOURCE
               WHEN CH-FROM-BANK
                   MOVE 'BANK' TO CD-SOURCE
           END-EVALUATE
           MOVE CH-TRANS-CODE  TO CD-TRANS-CODE
           MOVE CH-OPER-REF    TO CD-OPER-REF
           MOVE CH-FIELD-NAME  TO CD-FIELD-NAME
           MOVE CH-BEFORE      TO CD-BEFORE
           MOVE CH-AFTER       TO CD-AFTER
           IF CH-EMP-STATUS = 'I'
               MOVE 'EMP INACTIVE' TO CD-NOTE
           END-IF
           IF CH-EMP-STATUS = 'T'
               MOVE 'EMP TERMINATED' TO CD-NOTE
           END-IF
           WRITE CHANGE-REPORT-LINE FROM CHANGE-DETAIL.

      *----------------------------------------------------------------
      * High-risk screen: one pass over the whole history file in
      * key order, which brings each employee's changes together.
      * Changes inside the window are held and classed; when the
      * key moves on, the employee prints if a bank account change
      * came with a pay rate or name change, or if any change was
      * made while the master showed the employee inactive.
      *----------------------------------------------------------------
       2300-HIGH-RISK-REPORT.
           MOVE ZERO TO WS-SCREEN-COUNT
                        WS-FLAGGED-COUNT
           MOVE 'HIGH-RISK MASTER CHANGES' TO CH1-TITLE
           MOVE 'ALL EMPLOYEES' TO CH2-LABEL
           MOVE SPACES TO CH2-EMP-ID
                          CH2-NAME
           PERFORM 2150-WRITE-HEADINGS
           MOVE SPACES TO WS-RISK-EMP-ID
           PERFORM 2320-CLEAR-RISK-EMPLOYEE
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE LOW-VALUES TO CH-KEY
           START CHANGE-HISTORY-FILE
               KEY NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           IF NOT HIST-EOF
               PERFORM 2360-READ-NEXT-ANY
           END-IF
           PERFORM 2350-SCREEN-ONE-CHANGE UNTIL HIST-EOF
           PERFORM 2400-EMPLOYEE-BREAK
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE 'FIELD CHANGES IN WINDOW' TO CTL-LABEL
           MOVE WS-SCREEN-COUNT TO CTL-COUNT
           WRITE CHANGE-REPORT-LINE FROM CHANGE-TOTAL-LINE
           MOVE 'EMPLOYEES FLAGGED' TO CTL-LABEL
           MOVE WS-FLAGGED-COUNT TO CTL-COUNT
           WRITE CHANGE-REPORT-LINE FROM CHANGE-TOTAL-LINE.

       2320-CLEAR-RISK-EMPLOYEE.
           MOVE 'N' TO WS-BANK-CHG-FLAG
                       WS-RATE-CHG-FLAG
                       WS-NAME-CHG-FLAG
                       WS-INACTIVE-CHG-FLAG
           MOVE ZERO TO WS-RISK-COUNT
                        WS-RISK-OVERFLOW.

       2350-SCREEN-ONE-CHANGE.
           IF CH-EMP-ID NOT = WS-RISK-EMP-ID
               PERFORM 2400-EMPLOYEE-BREAK
               MOVE CH-EMP-ID TO WS-RISK-EMP-ID
               PERFORM 2320-CLEAR-RISK-EMPLOYEE
           END-IF
           IF CH-CHANGE-DATE NOT < INQ-FROM-DATE
                   AND CH-CHANGE-DATE NOT > INQ-THRU-DATE
               ADD 1 TO WS-SCREEN-COUNT
               IF WS-RISK-COUNT < 50
                   ADD 1 TO WS-RISK-COUNT
                   MOVE CHANGE-HISTORY-RECORD
                       TO WS-RISK-ENTRY (WS-RISK-COUNT)
               ELSE
                   ADD 1 TO WS-RISK-OVERFLOW
               END-IF
               IF CH-BANK-CHANGE
                   MOVE 'Y' TO WS-BANK-CHG-FLAG
               END-IF
               IF CH-RATE-CHANGE
                   MOVE 'Y' TO WS-RATE-CHG-FLAG
               END-IF
               IF CH-NAME-CHANGE
                   MOVE 'Y' TO WS-NAME-CHG-FLAG
               END-IF
               IF CH-EMP-STATUS = 'I' OR CH-EMP-STATUS = 'T'
                   MOVE 'Y' TO WS-INACTIVE-CHG-FLAG
               END-IF
           END-IF
           PERFORM 2360-READ-NEXT-ANY.

       2360-READ-NEXT-ANY.
           READ CHANGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The record area holds the next employee's first change while
      * the held changes print through it, so it is set aside and
      * put back afterward.
      *----------------------------------------------------------------
       2400-EMPLOYEE-BREAK.
           IF WS-RISK-COUNT > ZERO
                   AND ((RISK-BANK-CHANGED
                         AND (RISK-RATE-CHANGED OR RISK-NAME-CHANGED))
                        OR RISK-INACTIVE-CHG)
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE CHANGE-HISTORY-RECORD TO WS-HOLD-RECORD
               PERFORM 2450-PRINT-RISK-EMPLOYEE
               MOVE WS-HOLD-RECORD TO CHANGE-HISTORY-RECORD
           END-IF.

       2450-PRINT-RISK-EMPLOYEE.
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE SPACES         TO RISK-EMP-LINE
           MOVE WS-RISK-EMP-ID TO RE-EMP-ID
           MOVE WS-RISK-EMP-ID TO EMP-ID
           PERFORM 2160-GET-EMPLOYEE
           IF EMP-FOUND
               MOVE EMP-LAST-NAME TO RE-NAME
               MOVE EMP-STATUS    TO RE-STATUS
           ELSE
               MOVE 'NOT ON MASTER' TO RE-NAME
           END-IF
           IF RISK-BANK-CHANGED
               EVALUATE TRUE
                   WHEN RISK-RATE-CHANGED AND RISK-NAME-CHANGED
                       MOVE 'BANK ACCOUNT, PAY RATE AND NAME CHANGED'
                           TO RE-REASON
                       WRITE CHANGE-REPORT-LINE FROM RISK-EMP-LINE
                   WHEN RISK-RATE-CHANGED
                       MOVE 'BANK ACCOUNT AND PAY RATE CHANGED'
                           TO RE-REASON
                       WRITE CHANGE-REPORT-LINE FROM RISK-EMP-LINE
                   WHEN RISK-NAME-CHANGED
                       MOVE 'BANK ACCOUNT AND NAME CHANGED'
                           TO RE-REASON
                       WRITE CHANGE-REPORT-LINE FROM RISK-EMP-LINE
               END-EVALUATE
           END-IF
           IF RISK-INACTIVE-CHG
               MOVE 'CHANGED WHILE INACTIVE OR TERMINATED'
                   TO RE-REASON
               WRITE CHANGE-REPORT-LINE FROM RISK-EMP-LINE
           END-IF
           PERFORM 2460-PRINT-HELD-CHANGE
               VARYING WS-RISK-SUB FROM 1 BY 1
               UNTIL WS-RISK-SUB > WS-RISK-COUNT
           IF WS-RISK-OVERFLOW > ZERO
               MOVE 'MORE CHANGES NOT SHOWN' TO CTL-LABEL
               MOVE WS-RISK-OVERFLOW TO CTL-COUNT
               WRITE CHANGE-REPORT-LINE FROM CHANGE-TOTAL-LINE
           END-IF.

       2460-PRINT-HELD-CHANGE.
           MOVE WS-RISK-ENTRY (WS-RISK-SUB) TO CHANGE-HISTORY-RECORD
           PERFORM 2270-WRITE-CHANGE-DETAIL.

       2700-FORMAT-DATE.
           MOVE WS-DS-MM TO WS-PD-MM
           MOVE WS-DS-DD TO WS-PD-DD
           MOVE WS-DS-YY TO WS-PD-YY.

       2800-WRITE-MESSAGE.
           MOVE INQ-CODE        TO ML-CODE
           MOVE INQ-EMP-ID      TO ML-EMP-ID
           MOVE INQ-FROM-DATE-X TO ML-FROM-DATE
           MOVE INQ-THRU-DATE-X TO ML-THRU-DATE
           WRITE CHANGE-REPORT-LINE FROM MESSAGE-LINE.

       2900-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'INVALID INQUIRY CARD' TO ML-TEXT
           PERFORM 2800-WRITE-MESSAGE.

       3000-WRAPUP.
           CLOSE INQUIRY-CARDS
                 CHANGE-HISTORY-FILE
                 EMPLOYEE-FILE
                 CHANGE-REPORT
           DISPLAY 'CHGHIST-INQ: CARDS READ     - ' WS-CARD-COUNT
           DISPLAY 'CHGHIST-INQ: CARDS REJECTED - ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
