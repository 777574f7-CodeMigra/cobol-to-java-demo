      * the bank's return file, so both programs stay in step when
      * the transaction layout changes. A transaction must balance:
      * gross less tax less the listed deductions equals net.
      * ADJ-CHECK-NO is the stock number of the paper involved: the
      * hand-typed check on an 'M', the replacement check on an 'R'
      * paid by check, the check being voided on a 'V'. Blank when
      * no check is involved.
      *----------------------------------------------------------------
       01 ADJ-TRANS-RECORD.
          05 ADJ-CODE           PIC X(1).
             10 ADJ-DED-AMT     PIC 9(6)V99.
             10 ADJ-DED-AMT-X REDEFINES ADJ-DED-AMT
                                PIC X(8).
          05 ADJ-CHECK-NO       PIC 9(7).
          05 ADJ-CHECK-NO-X REDEFINES ADJ-CHECK-NO
                                PIC X(7).
