      * zero means no limit; DED-YTD-AMT is what PAYROLL has
      * actually withheld against it this year and is maintained by
      * PAYROLL itself.
      * DED-SUPP-CD 'Y' marks an entry that is also taken from
      * supplemental pay by PAYROLL-SUPP - slot for slot with
      * DED-ENTRY, kept after the entries so their offsets stand.
      * A master on the 171-byte layout is carried across by the
      * one-time DEDUCT-CONV2 utility with every flag 'N'.
      * DED-CASE-NO is the court/agency case number a garnishment
      * or support order is paid under - slot for slot again, and
      * spaces for an ordinary deduction. DED-REMIT looks the
      * remittance payee up by type and case number on DEDPAYEE.
      * A master on the 176-byte layout is carried across by the
      * one-time DEDUCT-CONV3 utility with every case number blank.
      *----------------------------------------------------------------
       01 DEDUCTIONS-RECORD.
          05 DED-EMP-ID          PIC X(6).
             10 DED-PCT          PIC V9999.
             10 DED-GOAL-AMT     PIC 9(7)V99.
             10 DED-YTD-AMT      PIC 9(7)V99.
          05 DED-SUPP-FLAGS.
             10 DED-SUPP-CD      PIC X(1) OCCURS 5 TIMES.
                88 DED-SUPP-APPLIES VALUE 'Y'.
          05 DED-CASE-DATA.
             10 DED-CASE-NO      PIC X(12) OCCURS 5 TIMES.
