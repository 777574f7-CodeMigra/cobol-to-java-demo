      *----------------------------------------------------------------
      * DEDUCT-CONV3.COB - Deductions Master Case Number Conversion
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to DED-REMIT.COB / DEDUCT-MAINT.COB
      *
      * One-time utility: loads the deductions master with its
      * garnishment case numbers from the 176-byte master without
      * them, carrying every entry and supplemental-pay flag across
      * unchanged with every case number blank. Until a case number
      * is keyed through DEDUCT-MAINT a garnishment is remitted to
      * its deduction type's general payee on DEDPAYEE. A master on
      * an older layout goes through DEDUCT-CONV or DEDUCT-CONV2
      * instead. Run once ahead of the first PAYROLL, PAYROLL-SUPP,
      * DEDUCT-MAINT or DED-REMIT execution against the extended
      * file; not part of the weekly cycle.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCT-CONV3.
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
           RECORD CONTAINS 176 CHARACTERS.
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
          05 OLD-DED-SUPP-FLAGS.
             10 OLD-DED-SUPP-CD     PIC X(1) OCCURS 5 TIMES.

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
           MOVE OLD-DED-SUPP-CD (WS-DED-SUB)
               TO DED-SUPP-CD (WS-DED-SUB)
           MOVE SPACES TO DED-CASE-NO (WS-DED-SUB).

       3000-WRAPUP.
           CLOSE DEDUCTIONS-FILE-OLD
                 DEDUCTIONS-FILE
           DISPLAY 'DEDUCT-CONV3: DEDUCTIONS MASTER CONVERSION DONE'
           DISPLAY 'DEDUCT-CONV3: RECORDS LOADED  - ' WS-CONV-COUNT
           DISPLAY 'DEDUCT-CONV3: RECORDS REJECTED - ' WS-REJECT-COUNT.
