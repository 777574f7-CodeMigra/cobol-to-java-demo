      *----------------------------------------------------------------
      * PAYHIST-CONV.COB - Pay History Format Conversion
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / RETRO-PAY.COB
      *
      * One-time utility: loads the 250-byte pay history file
      * (retro pay and the week's overtime multipliers alongside the
      * stub figures) from the old 151-byte file, carrying every
      * week across as its regular payment with retro pay zero.
      * The multipliers are left zero too - RETRO-PAY works them
      * back out of the week's pay, hours and rate for any week
      * written before they were kept. The tax carries across as
      * federal withholding with no state or local entry.
      * Run once ahead of the first PAYROLL execution against the
      * extended file; not part of the weekly cycle.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHIST-CONV.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-OLD
               ASSIGN TO UT-S-PAYHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PH-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PAY-HISTORY-OLD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 151 CHARACTERS.
       01 OLD-PAY-HISTORY-RECORD.
          05 OLD-PH-KEY.
             10 OLD-PH-EMP-ID    PIC X(6).
             10 OLD-PH-WEEK-ENDING PIC 9(6).
          05 OLD-PH-GROSS        PIC 9(7)V99.
          05 OLD-PH-TAX          PIC 9(6)V99.
          05 OLD-PH-NET          PIC 9(7)V99.
          05 OLD-PH-HOURLY-RATE  PIC 9(4)V99.
          05 OLD-PH-REGULAR-HRS  PIC 9(3)V9.
          05 OLD-PH-REGULAR-PAY  PIC 9(6)V99.
          05 OLD-PH-OVERTIME-HRS PIC 9(3)V9.
          05 OLD-PH-OVERTIME-PAY PIC 9(6)V99.
          05 OLD-PH-DBLTIME-HRS  PIC 9(3)V9.
          05 OLD-PH-DBLTIME-PAY  PIC 9(6)V99.
          05 OLD-PH-PAY-METHOD   PIC X(1).
          05 OLD-PH-DED-DETAIL OCCURS 5 TIMES.
             10 OLD-PH-DED-TYPE  PIC X(2).
             10 OLD-PH-DED-AMT   PIC 9(6)V99.
          05 OLD-PH-VAC-HRS      PIC 9(3)V9.
          05 OLD-PH-SICK-HRS     PIC 9(3)V9.
          05 OLD-PH-HOL-HRS      PIC 9(3)V9.
          05 OLD-PH-CHECK-NO     PIC X(7).
          05 OLD-PH-CHECK-NO-9 REDEFINES OLD-PH-CHECK-NO
                                 PIC 9(7).
          05 FILLER              PIC X(1).

       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY PAYHREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS          PIC XX VALUE SPACES.
       01 WS-PAYHIST-STATUS      PIC XX VALUE SPACES.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
          88 END-OF-FILE         VALUE 'Y'.
       01 WS-CONV-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-DED-SUB             PIC 9(1) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-CONVERT-ONE UNTIL END-OF-FILE
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN INPUT  PAY-HISTORY-OLD
           OPEN OUTPUT PAY-HISTORY-FILE
           READ PAY-HISTORY-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The key and stub figures carry across field for field as
      * the week's regular payment; the check number carries across
      * when one was stamped, and is zero otherwise.
      *----------------------------------------------------------------
       2000-CONVERT-ONE.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE OLD-PH-EMP-ID       TO PH-EMP-ID
           MOVE OLD-PH-WEEK-ENDING  TO PH-WEEK-ENDING
           MOVE ZERO                TO PH-SUPP-RUN
           MOVE OLD-PH-GROSS        TO PH-GROSS
           MOVE OLD-PH-TAX          TO PH-TAX
           MOVE OLD-PH-TAX          TO PH-FED-TAX
           MOVE ZERO TO PH-JUR-TAX (1)
                        PH-JUR-TAX (2)
                        PH-JUR-TAX (3)
           MOVE OLD-PH-NET          TO PH-NET
           MOVE OLD-PH-HOURLY-RATE  TO PH-HOURLY-RATE
           MOVE OLD-PH-REGULAR-HRS  TO PH-REGULAR-HRS
           MOVE OLD-PH-REGULAR-PAY  TO PH-REGULAR-PAY
           MOVE OLD-PH-OVERTIME-HRS TO PH-OVERTIME-HRS
           MOVE OLD-PH-OVERTIME-PAY TO PH-OVERTIME-PAY
           MOVE OLD-PH-DBLTIME-HRS  TO PH-DBLTIME-HRS
           MOVE OLD-PH-DBLTIME-PAY  TO PH-DBLTIME-PAY
           MOVE OLD-PH-PAY-METHOD   TO PH-PAY-METHOD
           PERFORM 2100-CONVERT-ONE-DED
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           MOVE OLD-PH-VAC-HRS      TO PH-VAC-HRS
           MOVE OLD-PH-SICK-HRS     TO PH-SICK-HRS
           MOVE OLD-PH-HOL-HRS      TO PH-HOL-HRS
           IF OLD-PH-CHECK-NO NUMERIC
               MOVE OLD-PH-CHECK-NO-9 TO PH-CHECK-NO
           ELSE
               MOVE ZERO TO PH-CHECK-NO
           END-IF
           MOVE ZERO TO PH-RETRO-PAY
                        PH-OT-MULTIPLIER
                        PH-DT-MULTIPLIER
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONV-COUNT
           END-WRITE
           READ PAY-HISTORY-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2100-CONVERT-ONE-DED.
           MOVE OLD-PH-DED-TYPE (WS-DED-SUB)
               TO PH-DED-TYPE (WS-DED-SUB)
           MOVE OLD-PH-DED-AMT (WS-DED-SUB)
               TO PH-DED-AMT (WS-DED-SUB).

       3000-WRAPUP.
           CLOSE PAY-HISTORY-OLD
                 PAY-HISTORY-FILE
           DISPLAY 'PAYHIST-CONV: PAY HISTORY CONVERSION COMPLETE'
           DISPLAY 'PAYHIST-CONV: RECORDS LOADED  - ' WS-CONV-COUNT
           DISPLAY 'PAYHIST-CONV: RECORDS REJECTED - ' WS-REJECT-COUNT.
