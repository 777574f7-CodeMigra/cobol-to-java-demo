      * each deduction by type, tax, net and the pay method - so a
      * prior week's stub can be reproduced and a disputed payment
      * checked against what was actually paid.
      * PH-CHECK-NO is zero until CHECK-WRITE prints the check for a
      * check-paid week and stamps the stock number here.
      * PH-RETRO-PAY is back pay RETRO-PAY calculated for earlier
      * weeks and paid in this one - it is inside PH-GROSS, never on
      * top of it. PH-OT-MULTIPLIER and PH-DT-MULTIPLIER are the
      * overtime and double-time multipliers the week was paid at,
      * so a later repricing uses the week's own rules. A file on
      * the old 151-byte layout is carried across by the one-time
      * PAYHIST-CONV utility.
      * PH-FINAL-PAY-FLAG 'F' marks an employee's final pay after
      * termination; PH-VAC-PAYOUT-HRS and PH-VAC-PAYOUT are the
      * vacation balance paid out in it, inside PH-GROSS like retro
      * pay. Read them only on a final-pay record - weeks written
      * before they were kept carry spaces there.
      * PH-SUPP-RUN ends the key: zero on the regular weekly payment,
      * the supplemental run's number on a payment PAYROLL-SUPP made
      * in the same period, so both sit side by side under the one
      * week ending. PH-SUPP-EARN-TYPE is that payment's earnings
      * type, '**' when it paid more than one. A file on the 200-byte
      * layout without them is carried across by PAYHIST-CONV2.
      * PH-ER-MATCH is the employer 401(k) match accrued on the
      * payment - not part of PH-GROSS or PH-NET - which DED-REMIT
      * remits and reports to the recordkeeper. Payments written
      * before it was kept carry spaces there.
      * PH-PAY-GROUP is the pay group whose run made the payment. For
      * a biweekly or semi-monthly group PH-WEEK-ENDING is the
      * period ending. Payments written before groups existed carry
      * spaces there, the original weekly group.
      * PH-TAX is every tax withheld. PH-FED-TAX is the federal part
      * of it and PH-JUR-DETAIL the rest, one entry per state ('S')
      * or local ('L') jurisdiction withheld for or reported to -
      * the work state, the resident state and the local, in that
      * order, an unused entry blank. Payments written before they
      * were kept carry spaces there; a file on the 200-byte layout
      * is carried across by PAYHIST-CONV3.
      *----------------------------------------------------------------
       01 PAY-HISTORY-RECORD.
          05 PH-KEY.
             10 PH-EMP-ID        PIC X(6).
             10 PH-WEEK-ENDING   PIC 9(6).
             10 PH-SUPP-RUN      PIC 9(4).
                88 PH-REGULAR-PAYMENT VALUE ZERO.
          05 PH-GROSS            PIC 9(7)V99.
          05 PH-TAX              PIC 9(6)V99.
          05 PH-NET              PIC 9(7)V99.
          05 PH-VAC-HRS          PIC 9(3)V9.
          05 PH-SICK-HRS         PIC 9(3)V9.
          05 PH-HOL-HRS          PIC 9(3)V9.
          05 PH-CHECK-NO         PIC 9(7).
          05 PH-RETRO-PAY        PIC 9(6)V99.
          05 PH-OT-MULTIPLIER    PIC 9V99.
          05 PH-DT-MULTIPLIER    PIC 9V99.
          05 PH-VAC-PAYOUT-HRS   PIC 9(4)V9.
          05 PH-VAC-PAYOUT       PIC 9(6)V99.
          05 PH-FINAL-PAY-FLAG   PIC X(1).
             88 PH-FINAL-SETTLEMENT VALUE 'F'.
          05 PH-SUPP-EARN-TYPE   PIC X(2).
          05 PH-ER-MATCH         PIC 9(6)V99.
          05 PH-PAY-GROUP        PIC X(2).
          05 PH-FED-TAX          PIC 9(6)V99.
          05 PH-JUR-DETAIL OCCURS 3 TIMES.
             10 PH-JUR-TYPE      PIC X(1).
             10 PH-JUR-CODE      PIC X(4).
             10 PH-JUR-TAX       PIC 9(6)V99.
          05 FILLER              PIC X(9).
