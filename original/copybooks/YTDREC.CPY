      * the year-end close with the other balances.
      * A file on the old 37-byte layout is carried across by the
      * one-time YTD-CONV utility.
      * YTD-JUR-ENTRY keeps the state and local withholding apart
      * from the federal: one slot per state ('S') or local ('L')
      * jurisdiction the employee has been withheld for or has had
      * wages reported to this year, with the taxable wages and tax
      * for the year and for each quarter. YTD-TAX stays the total
      * of every tax withheld. A slot is taken the first time a
      * jurisdiction is paid and is freed only by the year-end
      * close. A file on the 173-byte layout without the slots is
      * carried across by YTD-CONV2.
      *----------------------------------------------------------------
       01 YTD-RECORD.
          05 YTD-EMP-ID         PIC X(6).
             10 YTD-QTR-TAX     PIC 9(7)V99.
             10 YTD-QTR-NET     PIC 9(9)V99.
          05 YTD-ER-MATCH       PIC 9(7)V99.
          05 YTD-JUR-ENTRY OCCURS 5 TIMES.
             10 YTD-JUR-TYPE    PIC X(1).
                88 YTD-JUR-STATE VALUE 'S'.
                88 YTD-JUR-LOCAL VALUE 'L'.
                88 YTD-JUR-UNUSED VALUE ' '.
             10 YTD-JUR-CODE    PIC X(4).
             10 YTD-JUR-WAGES   PIC 9(9)V99.
             10 YTD-JUR-TAX     PIC 9(7)V99.
             10 YTD-JUR-QTR OCCURS 4 TIMES.
                15 YTD-JUR-QTR-WAGES PIC 9(9)V99.
                15 YTD-JUR-QTR-TAX   PIC 9(7)V99.
          05 FILLER             PIC X(5).
