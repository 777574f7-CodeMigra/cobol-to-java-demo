      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / PAYROLL-QTR.COB
      *
      * One-time utility: loads the YTD file on the current YTDREC
      * layout (quarterly gross/tax/net buckets alongside the annual
      * balances) from the old 37-byte file, carrying every annual
      * balance across with the quarterly buckets zeroed and no
      * state or local slot in use. A file already on the 173-byte
      * layout goes through YTD-CONV2 instead. Quarters already
      * closed before the conversion stay on the filed registers -
      * only weeks paid after the conversion accumulate in the
      * buckets, so the first quarter-end report after converting
      * mid-quarter must still be topped up from the registers for
      * the weeks paid before it.
      * Run once ahead of the first PAYROLL execution against the
      * extended file; not part of the weekly cycle.
      *----------------------------------------------------------------

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
          88 END-OF-FILE         VALUE 'Y'.
       01 WS-QTR-SUB             PIC 9(1) VALUE ZERO.

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
       01 WS-CONV-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.

               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
           MOVE ZERO TO YTD-ER-MATCH
           PERFORM 2200-CLEAR-ONE-JURISDICTION
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > 5
           WRITE YTD-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                        YTD-QTR-TAX   (WS-QTR-SUB)
                        YTD-QTR-NET   (WS-QTR-SUB).

       2200-CLEAR-ONE-JURISDICTION.
           MOVE WS-YTD-JUR-EMPTY TO YTD-JUR-ENTRY (WS-JUR-SUB).

       3000-WRAPUP.
           CLOSE YTD-FILE-OLD
                 YTD-FILE
