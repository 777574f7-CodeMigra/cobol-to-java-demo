      *----------------------------------------------------------------
      * PAYHIST-CONV3.COB - Pay History Tax Itemization Conversion
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / PAYHIST-INQ.COB
      *
      * One-time utility: reloads a pay history file kept on the
      * 200-byte layout into the 250-byte layout that itemizes the
      * tax withheld into federal, state and local. Every payment
      * made before the system withheld state and local tax was
      * federal withholding only, so each carries across with its
      * whole PH-TAX as PH-FED-TAX and no state or local entry.
      * A file on the 151-byte layout goes through PAYHIST-CONV, and
      * one keyed without the supplemental run number through
      * PAYHIST-CONV2, instead - both load this layout directly.
      * Run once ahead of the first PAYROLL execution against the
      * extended file; not part of the weekly cycle.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHIST-CONV3.
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
           RECORD CONTAINS 200 CHARACTERS.
       01 OLD-PAY-HISTORY-RECORD.
          05 OLD-PH-KEY          PIC X(16).
          05 FILLER              PIC X(184).

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
       01 WS-JUR-SUB             PIC 9(1) VALUE ZERO.

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
      * The old 200 bytes are the front of the new layout - the last
      * six of them filler - so they carry across as they stand; the
      * tax is then itemized as all federal.
      *----------------------------------------------------------------
       2000-CONVERT-ONE.
           MOVE OLD-PAY-HISTORY-RECORD TO PAY-HISTORY-RECORD
           MOVE PH-TAX                 TO PH-FED-TAX
           PERFORM 2100-CLEAR-ONE-JURISDICTION
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 3
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONV-COUNT
           END-WRITE
           READ PAY-HISTORY-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2100-CLEAR-ONE-JURISDICTION.
           MOVE SPACES TO PH-JUR-TYPE (WS-JUR-SUB)
                          PH-JUR-CODE (WS-JUR-SUB)
           MOVE ZERO   TO PH-JUR-TAX (WS-JUR-SUB).

       3000-WRAPUP.
           CLOSE PAY-HISTORY-OLD
                 PAY-HISTORY-FILE
           DISPLAY 'PAYHIST-CONV3: PAY HISTORY CONVERSION COMPLETE'
           DISPLAY 'PAYHIST-CONV3: RECORDS LOADED  - ' WS-CONV-COUNT
           DISPLAY 'PAYHIST-CONV3: RECORDS REJECTED - ' WS-REJECT-COUNT.
