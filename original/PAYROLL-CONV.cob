      * the indexed master does not have to hand-build it. Run once
      * ahead of the first PAYROLL/PAYROLL-MAINT execution against the
      * indexed file; not part of the weekly cycle.
      * The flat master's 81 bytes land at the front of the record;
      * the pay group and frequency behind them are left blank, which
      * is the original weekly group.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CONV.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       WORKING-STORAGE SECTION.
