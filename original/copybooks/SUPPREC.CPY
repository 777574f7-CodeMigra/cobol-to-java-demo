      *----------------------------------------------------------------
      * SUPPREC.CPY - Supplemental earnings transaction record layout
      * One card per earnings line to be paid in a supplemental run
      * by PAYROLL-SUPP: the employee, the earnings type and the
      * gross amount. An employee may have several lines - they are
      * paid together as one payment. SE-EARN-TYPE must be on the
      * earnings type table in PAYROLL-SUPP, which decides whether
      * the line is withheld at the flat supplemental rate or
      * aggregated with the week's regular pay. SE-OPER-REF is the
      * operator/reference id the line was keyed under.
      *----------------------------------------------------------------
       01 SUPP-EARN-RECORD.
          05 SE-EMP-ID          PIC X(6).
          05 SE-EARN-TYPE       PIC X(2).
          05 SE-AMOUNT          PIC 9(7)V99.
          05 SE-AMOUNT-X REDEFINES SE-AMOUNT
                                PIC X(9).
          05 SE-OPER-REF        PIC X(10).
          05 FILLER             PIC X(53).
