      *----------------------------------------------------------------
      * DEDUCT-CONV2.COB - Deductions Master Supplemental Flag
      *                    Conversion
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL-SUPP.COB / DEDUCT-MAINT.COB
      *
      * One-time utility: loads the deductions master with its
      * supplemental-pay flags from the 171-byte master without
      * them, carrying every entry across unchanged - goal and YTD
      * withholding included - with every flag 'N', so no deduction
      * is taken from supplemental pay until DEDUCT-MAINT says so,
      * and every garnishment case number blank.
      * A master still on the 81-byte layout goes through
      * DEDUCT-CONV instead, one on the 176-byte layout through
      * DEDUCT-CONV3. Run once ahead of the first PAYROLL,
      * PAYROLL-SUPP or DEDUCT-MAINT execution against the extended
      * file; not part of the weekly cycle.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCT-CONV2.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTIONS-FILE-OLD
               ASSIGN TO UT-S-DEDOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-DED-EMP-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT DEDUCTIONS-FILE
               ASSIGN TO UT-S-DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-EMP-ID
               FILE STATUS IS WS-DED-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEDUCTIONS-FILE-OLD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS.
       01 OLD-DEDUCTIONS-RECORD.
          05 OLD-DED-EMP-ID      PIC X(6).
          05 OLD-DED-ENTRY OCCURS 5 TIMES.
             10 OLD-DED-TYPE        PIC X(2).
             10 OLD-DED-PRE-POST-CD PIC X(1).
             10 OLD-DED-CALC-TYPE   PIC X(1).
             10 OLD-DED-AMOUNT      PIC 9(5)V99.
             10 OLD-DED-PCT         PIC V9999.
             10 OLD-DED-GOAL-AMT    PIC 9(7)V99.
             10 OLD-DED-YTD-AMT     PIC 9(7)V99.

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS          PIC XX VALUE SPACES.
       01 WS-DED-STATUS          PIC XX VALUE SPACES.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
          88 END-OF-FILE         VALUE 'Y'.
       01 WS-DED-SUB             PIC 9(1) VALUE ZERO.
       01 WS-CONV-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-CONVERT-ONE UNTIL END-OF-FILE
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN INPUT  DEDUCTIONS-FILE-OLD
           OPEN OUTPUT DEDUCTIONS-FILE
           READ DEDUCTIONS-FILE-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2000-CONVERT-ONE.
           MOVE SPACES TO DEDUCTIONS-RECORD
           MOVE OLD-DED-EMP-ID TO DED-EMP-ID
           PERFORM 2100-CONVERT-ONE-ENTRY
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           WRITE DEDUCTIONS-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONV-COUNT
           END-WRITE
           READ DEDUCTIONS-FILE-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2100-CONVERT-ONE-ENTRY.
           MOVE OLD-DED-TYPE (WS-DED-SUB)
               TO DED-TYPE (WS-DED-SUB)
           MOVE OLD-DED-PRE-POST-CD (WS-DED-SUB)
               TO DED-PRE-POST-CD (WS-DED-SUB)
           MOVE OLD-DED-CALC-TYPE (WS-DED-SUB)
               TO DED-CALC-TYPE (WS-DED-SUB)
           MOVE OLD-DED-AMOUNT (WS-DED-SUB)
               TO DED-AMOUNT (WS-DED-SUB)
           MOVE OLD-DED-PCT (WS-DED-SUB)
               TO DED-PCT (WS-DED-SUB)
           MOVE OLD-DED-GOAL-AMT (WS-DED-SUB)
               TO DED-GOAL-AMT (WS-DED-SUB)
           MOVE OLD-DED-YTD-AMT (WS-DED-SUB)
               TO DED-YTD-AMT (WS-DED-SUB)
           MOVE 'N' TO DED-SUPP-CD (WS-DED-SUB).

       3000-WRAPUP.
           CLOSE DEDUCTIONS-FILE-OLD
                 DEDUCTIONS-FILE
           DISPLAY 'DEDUCT-CONV2: DEDUCTIONS MASTER CONVERSION DONE'
           DISPLAY 'DEDUCT-CONV2: RECORDS LOADED  - ' WS-CONV-COUNT
           DISPLAY 'DEDUCT-CONV2: RECORDS REJECTED - ' WS-REJECT-COUNT.
