      *----------------------------------------------------------------
      * YTD-CONV2.COB - YTD Balances State/Local Slot Conversion
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / PAYROLL-QTR.COB
      *
      * One-time utility: reloads a YTD file kept on the 173-byte
      * layout into the layout that carries the state and local
      * withholding slots, every annual balance, quarterly bucket
      * and employer match carried across unchanged with no slot in
      * use. State and local tax withheld outside the system before
      * the conversion stays on the outside records - only periods
      * paid after it accumulate in the slots, so the first state
      * and local quarter-end filing after converting mid-quarter
      * must still be topped up for the periods paid before it. A
      * file still on the old 37-byte layout goes through YTD-CONV
      * instead.
      * Run once ahead of the first PAYROLL execution against the
      * extended file; not part of the weekly cycle.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTD-CONV2.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE-OLD
               ASSIGN TO UT-S-YTDOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-YTD-EMP-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT YTD-FILE
               ASSIGN TO UT-S-YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD YTD-FILE-OLD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 173 CHARACTERS.
       01 OLD-YTD-RECORD.
          05 OLD-YTD-EMP-ID      PIC X(6).
          05 FILLER              PIC X(167).

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS          PIC XX VALUE SPACES.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
          88 END-OF-FILE         VALUE 'Y'.
       01 WS-CONV-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.

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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-CONVERT-ONE UNTIL END-OF-FILE
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN INPUT  YTD-FILE-OLD
           OPEN OUTPUT YTD-FILE
           READ YTD-FILE-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The old 173 bytes are the front of the new layout - the last
      * three of them filler - so they carry across as they stand
      * and every slot behind them is set empty.
      *----------------------------------------------------------------
       2000-CONVERT-ONE.
           MOVE OLD-YTD-RECORD TO YTD-RECORD
           PERFORM 2100-CLEAR-ONE-JURISDICTION
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 5
           WRITE YTD-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONV-COUNT
           END-WRITE
           READ YTD-FILE-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2100-CLEAR-ONE-JURISDICTION.
           MOVE WS-YTD-JUR-EMPTY TO YTD-JUR-ENTRY (WS-JUR-SUB).

       3000-WRAPUP.
           CLOSE YTD-FILE-OLD
                 YTD-FILE
           DISPLAY 'YTD-CONV2: YTD BALANCES CONVERSION COMPLETE'
           DISPLAY 'YTD-CONV2: RECORDS LOADED  - ' WS-CONV-COUNT
           DISPLAY 'YTD-CONV2: RECORDS REJECTED - ' WS-REJECT-COUNT.
