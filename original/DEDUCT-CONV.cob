      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / DEDUCT-MAINT.COB
      *
      * One-time utility: loads the extended deductions master
      * (per-entry annual goal and YTD withholding fields) from the
      * old 81-byte master, carrying every election and garnishment
      * across with DED-GOAL-AMT and DED-YTD-AMT zeroed, no entry
      * taken from supplemental pay and no garnishment case number
      * (key those through DEDUCT-MAINT), so a shop moving to the
      * extended layout does not have to re-key its deductions
      * through DEDUCT-MAINT. Run once ahead of the
      * first PAYROLL/DEDUCT-MAINT execution against the extended
      * file; not part of the weekly cycle.
      *----------------------------------------------------------------

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       WORKING-STORAGE SECTION.
           MOVE OLD-DED-PCT (WS-DED-SUB)
               TO DED-PCT (WS-DED-SUB)
           MOVE ZERO TO DED-GOAL-AMT (WS-DED-SUB)
           MOVE ZERO TO DED-YTD-AMT (WS-DED-SUB)
           MOVE 'N' TO DED-SUPP-CD (WS-DED-SUB).

       3000-WRAPUP.
           CLOSE DEDUCTIONS-FILE-OLD
