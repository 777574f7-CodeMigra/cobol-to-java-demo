      *----------------------------------------------------------------
      * PAYROLL-SUPP.COB - Supplemental (Off-Cycle) Pay Run
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB
      *
      * Pays bonuses, commissions and other one-time earnings outside
      * the weekly cycle from an earnings file of employee, earnings
      * type and amount. An employee's lines are paid together as one
      * payment. The earnings type decides the withholding: a flat
      * type is withheld at the supplemental rate, an aggregate type
      * is taxed through the weekly tables together with the regular
      * pay already on PAY-HISTORY-FILE for the period, less the tax
      * that week already withheld - brought to the weekly
      * equivalent and back for a biweekly or semi-monthly employee.
      * Only the deduction entries flagged for supplemental pay on
      * the deductions master are taken; a short entry is not
      * carried to arrears.
      * The run is driven by a supplemental run-control card ('S')
      * carrying the period it is paid in and its own run number; the
      * completed-run log refuses a run number already used for the
      * period, regular or supplemental, and PAYROLL does not count a
      * supplemental record as the period's regular run.
      * Payments post to YTD-FILE and the check date's quarter, to
      * PAY-HISTORY-FILE under the run number, to the GL extract, the
      * control totals and an ACH file in the weekly layouts, so the
      * stream runs PAYROLL-BAL, CHECK-WRITE and ACH-RELEASE behind
      * it with the same card. The stream backs up the YTD file
      * ahead of this step as it does ahead of PAYROLL, and an
      * abended run is rerun from those backups - the log record is
      * written only when the run completes. No stub file is printed
      * here; PAYHIST-INQ reprints a supplemental stub given the run
      * number. The run's start and finish are logged as its pay
      * step on the stream status file, which PAYROLL-BAL and
      * ACH-RELEASE check before they start. A supplemental run
      * pays whichever employees are on the earnings file, of any
      * pay group; the card's pay group is stamped on the run's
      * control record, log record and GL batch.
      * State and local tax is withheld on the same work state,
      * resident state, reciprocity and locality rules as PAYROLL,
      * from the same tax table file. Federal aggregate tax nets
      * the federal tax the period's regular payment withheld; a
      * jurisdiction's aggregate tax is its tables' tax on regular
      * pay plus the share less their tax on regular pay alone, and
      * its tax on a flat share is its tables' tax on that share.
      * Each jurisdiction is posted to YTD, history and the GL as
      * PAYROLL posts it.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-SUPP.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO UT-S-RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE
               ASSIGN TO UT-S-RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT SUPP-EARN-FILE
               ASSIGN TO UT-S-SUPPERN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPERN-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK01.
           SELECT SORTED-EARN-FILE
               ASSIGN TO UT-S-SRTSUPP
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO UT-S-EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT YTD-FILE
               ASSIGN TO UT-S-YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DEDUCTIONS-FILE
               ASSIGN TO UT-S-DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-EMP-ID
               FILE STATUS IS WS-DED-STATUS.
           SELECT BANK-FILE
               ASSIGN TO UT-S-BANKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-EMP-ID
               FILE STATUS IS WS-BANK-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT TAX-TABLE-FILE
               ASSIGN TO UT-S-TAXTBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO UT-S-GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-POST-FILE
               ASSIGN TO UT-S-GLPOST
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE
               ASSIGN TO UT-S-CTLFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACH-FILE
               ASSIGN TO UT-S-ACHFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPP-REGISTER
               ASSIGN TO UT-S-SUPPRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-REPORT
               ASSIGN TO UT-S-EXCPRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-STATUS-FILE
               ASSIGN TO UT-S-STRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-RUN-NUMBER
               FILE STATUS IS WS-STRM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCTL.

      *----------------------------------------------------------------
      * RUN-LOG-FILE is PAYROLL's completed-run log; this program
      * reads it to refuse a run number already used for the period
      * and appends an 'S' record when the run completes.
      *----------------------------------------------------------------
       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 RUN-LOG-RECORD.
          05 RL-PERIOD-ENDING   PIC 9(6).
          05 RL-RUN-NUMBER      PIC 9(4).
          05 RL-COMPLETED-DATE  PIC 9(6).
          05 RL-RUN-TYPE        PIC X(1).
             88 RL-SUPPLEMENTAL-RUN VALUE 'S'.
          05 RL-PAY-GROUP       PIC X(2).
          05 FILLER             PIC X(61).

       FD SUPP-EARN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPP-EARN-INPUT-RECORD PIC X(80).

      *----------------------------------------------------------------
      * The earnings file is keyed in whatever order the lines were
      * gathered; the sort brings each employee's lines together so
      * they are paid as one payment.
      *----------------------------------------------------------------
       SD SORT-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SORT-WORK-RECORD.
          05 SW-EMP-ID         PIC X(6).
          05 FILLER            PIC X(74).

       FD SORTED-EARN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPPREC.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       FD BANK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY BANKREC.

       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY PAYHREC.

       FD TAX-TABLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 TAX-TABLE-RECORD.
          05 TXT-EFF-DATE       PIC 9(6).
          05 TXT-TAX-CODE       PIC X(2).
          05 TXT-BRACKET-FLOOR  PIC 9(7)V99.
          05 TXT-RATE           PIC V9999.
          05 TXT-CUM-TAX        PIC 9(7)V99.
          05 TXT-JURIS-TYPE     PIC X(1).
             88 TXT-FEDERAL     VALUE ' '.
             88 TXT-RECIPROCITY VALUE 'R'.
          05 TXT-JURIS-CODE     PIC X(4).
          05 TXT-RECIP-STATE    PIC X(2).
          05 FILLER             PIC X(43).

       FD GL-MAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 GL-MAP-RECORD.
          05 GLM-DEPT           PIC X(4).
          05 GLM-AMT-TYPE       PIC X(2).
          05 GLM-ACCOUNT        PIC X(8).
          05 FILLER             PIC X(66).

       FD GL-POST-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS.
       01 GL-POST-RECORD.
          05 GLP-RECORD-TYPE    PIC X(1).
          05 GLP-RUN-DATE       PIC 9(6).
          05 GLP-ACCOUNT        PIC X(8).
          05 GLP-DRCR           PIC X(1).
          05 GLP-AMOUNT         PIC 9(9)V99.
          05 GLP-DESC.
             10 GLP-DESC-TEXT   PIC X(20).
             10 GLP-DESC-CODE   PIC X(4).
          05 GLP-RUN-NUMBER     PIC 9(4).
          05 GLP-PAY-GROUP      PIC X(2).
          05 FILLER             PIC X(3).
       01 GL-BATCH-RECORD.
          05 GLB-RECORD-TYPE    PIC X(1).
          05 GLB-RUN-DATE       PIC 9(6).
          05 GLB-DEBIT-TOTAL    PIC 9(11)V99.
          05 GLB-CREDIT-TOTAL   PIC 9(11)V99.
          05 GLB-RECORD-COUNT   PIC 9(5).
          05 GLB-RUN-NUMBER     PIC 9(4).
          05 GLB-PAY-GROUP      PIC X(2).
          05 FILLER             PIC X(16).

       FD CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS.
           COPY CTLREC.

       FD ACH-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 94 CHARACTERS.
           COPY ACHREC.

       FD SUPP-REGISTER
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 SUPP-REGISTER-LINE    PIC X(132).

       FD EXCEPTION-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
       01 EXCEPTION-LINE        PIC X(80).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-YTD-STATUS         PIC XX VALUE SPACES.
       01 WS-DED-STATUS         PIC XX VALUE SPACES.
       01 WS-BANK-STATUS        PIC XX VALUE SPACES.
       01 WS-PAYHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-GLMAP-STATUS       PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS      PIC XX VALUE SPACES.
       01 WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
       01 WS-SUPPERN-STATUS     PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * On a supplemental run this program fills step 4 of the
      * stream (STRMSTAT.CPY), the pay step PAYROLL-BAL and
      * ACH-RELEASE wait on. A supplemental run has no timecard,
      * edit or adjustment steps, so nothing is required before it.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override, 'I' the same
      * if it was run at all, 'N' must not have started yet.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-FOUND-FLAG     PIC X VALUE 'N'.
          88 STREAM-RUN-FOUND    VALUE 'Y'.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-STEP           PIC 9(1) VALUE 4.
       01 WS-STRM-PREREQ         PIC X(9) VALUE '         '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.
       01 WS-STRM-DATE           PIC 9(6) VALUE ZERO.
       01 WS-STRM-TIME.
          05 WS-STRM-HHMM        PIC 9(4).
          05 FILLER              PIC 9(4).

       01 WS-RUNLOG-EOF-FLAG    PIC X VALUE 'N'.
          88 RUNLOG-EOF         VALUE 'Y'.
       01 WS-RUN-USED-FLAG      PIC X VALUE 'N'.
          88 RUN-ALREADY-USED   VALUE 'Y'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 END-OF-FILE        VALUE 'Y'.
       01 WS-EMP-FOUND-FLAG     PIC X VALUE 'N'.
          88 EMP-FOUND          VALUE 'Y'.
       01 WS-BANK-FOUND-FLAG    PIC X VALUE 'N'.
          88 BANK-FOUND         VALUE 'Y'.
       01 WS-REG-WEEK-FLAG      PIC X VALUE 'N'.
          88 REG-WEEK-FOUND     VALUE 'Y'.
       01 WS-CHECK-REASON       PIC X(20) VALUE SPACES.
       01 WS-PAY-METHOD         PIC X VALUE SPACES.

       01 WS-RC-DATE-SPLIT.
          05 WS-RC-YY           PIC 9(2).
          05 WS-RC-MM           PIC 9(2).
          05 WS-RC-DD           PIC 9(2).

       01 WS-PERIOD-END-DATE.
          05 WS-PE-MM           PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-PE-DD           PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-PE-YY           PIC 9(2).

      *----------------------------------------------------------------
      * Earnings type table - one row per type the earnings file may
      * carry. The method byte decides the withholding: 'F' flat
      * supplemental rate, 'A' aggregate with the week's regular pay.
      * Loaded via REDEFINES so a type is added or its method changed
      * with a single VALUE edit.
      * Layout per row: type(2) method(1) register label(12)
      *----------------------------------------------------------------
       01 WS-EARN-TYPE-VALUES.
          05 FILLER            PIC X(15) VALUE 'BNFBONUS       '.
          05 FILLER            PIC X(15) VALUE 'CMACOMMISSION  '.
          05 FILLER            PIC X(15) VALUE 'AWFAWARD       '.
          05 FILLER            PIC X(15) VALUE 'SVFSEVERANCE   '.
          05 FILLER            PIC X(15) VALUE 'OPFONE-TIME PAY'.

       01 WS-EARN-TYPE-TABLE REDEFINES WS-EARN-TYPE-VALUES.
          05 WS-EARN-TYPE-ENTRY OCCURS 5 TIMES.
             10 WS-ET-CODE         PIC X(2).
             10 WS-ET-METHOD       PIC X(1).
                88 WS-ET-FLAT      VALUE 'F'.
                88 WS-ET-AGGREGATE VALUE 'A'.
             10 WS-ET-LABEL        PIC X(12).
       01 WS-ET-COUNT           PIC 9(2) VALUE 5.
       01 WS-ET-SUB             PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Flat supplemental withholding rate. Finance owns this figure
      * - change it only with a signed-off rate notice.
      *----------------------------------------------------------------
       01 WS-SUPP-FLAT-RATE     PIC V9999 VALUE .2200.

      *----------------------------------------------------------------
      * Employer-side cost parameters - the same figures PAYROLL
      * carries, and changed with them.
      *----------------------------------------------------------------
       01 WS-MATCH-DED-TYPE      PIC X(2) VALUE '4K'.
       01 WS-MATCH-PCT           PIC V999 VALUE .500.
       01 WS-MATCH-ANNUAL-CAP    PIC 9(5)V99 VALUE 2000.00.
       01 WS-ER-TAX-RATE         PIC V9999 VALUE .0765.

       01 WS-MATCH-BASE          PIC 9(6)V99 VALUE ZERO.
       01 WS-ER-MATCH            PIC 9(6)V99 VALUE ZERO.
       01 WS-MATCH-ROOM          PIC S9(7)V99 VALUE ZERO.
       01 WS-ER-TAX-AMT          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ER-MATCH      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ER-TAX        PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * One employee's payment, built up across the employee's
      * earnings lines. WS-PAY-EARN-TYPE is the lines' type, or '**'
      * when the payment mixes types.
      *----------------------------------------------------------------
       01 WS-CUR-EMP-ID         PIC X(6) VALUE SPACES.
       01 WS-PAY-EARN-TYPE      PIC X(2) VALUE SPACES.
       01 WS-EMP-LINE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-REJECT-REASON      PIC X(24) VALUE SPACES.

       01 WS-CALC-AREA.
          05 WS-FLAT-GROSS     PIC 9(7)V99.
          05 WS-AGG-GROSS      PIC 9(7)V99.
          05 WS-GROSS-PAY      PIC 9(7)V99.
          05 WS-FLAT-TAXABLE   PIC 9(7)V99.
          05 WS-AGG-TAXABLE    PIC 9(7)V99.
          05 WS-FLAT-TAX       PIC 9(6)V99.
          05 WS-AGG-TAX        PIC 9(6)V99.
          05 WS-TAX-AMOUNT     PIC 9(6)V99.
          05 WS-NET-PAY        PIC 9(7)V99.

      *----------------------------------------------------------------
      * Aggregate withholding work: the period's regular taxable pay
      * and the tax already withheld on it, read back from the
      * regular PAY-HISTORY-FILE record, and the base the tables are
      * run against. WS-EMP-PERIODS is the employee's pay periods in
      * a year - 52, 26 or 24 - which carries the base to its weekly
      * equivalent for the weekly tables and the tax back again.
      *----------------------------------------------------------------
       01 WS-REG-TAXABLE        PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-PERIODS        PIC 9(2) VALUE 52.
       01 WS-REG-TAX            PIC 9(6)V99 VALUE ZERO.
       01 WS-TAX-BASE           PIC 9(7)V99 VALUE ZERO.
       01 WS-TABLE-TAX          PIC 9(7)V99 VALUE ZERO.

       01 WS-DED-SUB            PIC 9(1) VALUE ZERO.
       01 WS-DED-FOUND-FLAG     PIC X VALUE 'N'.
          88 DED-RECORD-FOUND   VALUE 'Y'.
       01 WS-DED-CHANGED-FLAG   PIC X VALUE 'N'.
          88 DED-RECORD-CHANGED VALUE 'Y'.
       01 WS-DED-AREA.
          05 WS-PRETAX-DED      PIC 9(6)V99 VALUE ZERO.
          05 WS-POSTTAX-DED     PIC 9(6)V99 VALUE ZERO.
          05 WS-TAXABLE-GROSS   PIC 9(7)V99 VALUE ZERO.
          05 WS-DED-ITEM-AMT    PIC 9(6)V99 VALUE ZERO.
          05 WS-DED-SCHED       PIC 9(6)V99 VALUE ZERO.
          05 WS-DED-TAKEN       PIC 9(6)V99 VALUE ZERO.
          05 WS-DED-SHORT       PIC 9(6)V99 VALUE ZERO.
          05 WS-AVAIL-PAY       PIC 9(7)V99 VALUE ZERO.
          05 WS-POSTTAX-BASE    PIC 9(7)V99 VALUE ZERO.
          05 WS-GOAL-ROOM       PIC S9(7)V99 VALUE ZERO.

       01 WS-DED-DETAIL-TABLE.
          05 WS-DED-DETAIL OCCURS 5 TIMES.
             10 WS-DED-DTL-TYPE PIC X(2).
             10 WS-DED-DTL-AMT  PIC 9(6)V99.

      *----------------------------------------------------------------
      * GL extract work areas, as in PAYROLL. A supplemental payment
      * has no timecard, so the whole gross goes to the employee's
      * home department.
      *----------------------------------------------------------------
       01 WS-GL-DEPT-TABLE.
          05 WS-GL-DEPT-ENTRY OCCURS 20 TIMES.
             10 WS-GL-DEPT        PIC X(4).
             10 WS-GL-DEPT-GROSS  PIC 9(9)V99.
       01 WS-GL-DEPT-COUNT      PIC 9(2) VALUE ZERO.

       01 WS-GL-DED-TABLE.
          05 WS-GL-DED-ENTRY OCCURS 10 TIMES.
             10 WS-GL-DED-TYPE    PIC X(2).
             10 WS-GL-DED-AMT     PIC 9(9)V99.
       01 WS-GL-DED-COUNT       PIC 9(2) VALUE ZERO.

       01 WS-GL-JUR-TABLE.
          05 WS-GL-JUR-ENTRY OCCURS 20 TIMES.
             10 WS-GL-JUR-TYPE    PIC X(1).
             10 WS-GL-JUR-CODE    PIC X(4).
             10 WS-GL-JUR-AMT     PIC 9(9)V99.
       01 WS-GL-JUR-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-GL-JUR-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-GL-FED-TAX         PIC 9(9)V99 VALUE ZERO.

       01 WS-GLMAP-TABLE.
          05 WS-GLMAP-ENTRY OCCURS 50 TIMES.
             10 WS-GLMAP-DEPT     PIC X(4).
             10 WS-GLMAP-TYPE     PIC X(2).
             10 WS-GLMAP-ACCOUNT  PIC X(8).
       01 WS-GLMAP-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-GLMAP-EOF-FLAG     PIC X VALUE 'N'.
          88 GLMAP-EOF          VALUE 'Y'.

       01 WS-GL-SUB             PIC 9(2) VALUE ZERO.
       01 WS-GLMAP-SUB          PIC 9(2) VALUE ZERO.
       01 WS-GL-LOOK-DEPT       PIC X(4) VALUE SPACES.
       01 WS-GL-LOOK-TYPE       PIC X(2) VALUE SPACES.
       01 WS-GL-ACCOUNT-USE     PIC X(8) VALUE SPACES.
       01 WS-GL-DEBIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-REC-COUNT       PIC 9(5) VALUE ZERO.

       01 WS-GL-POSTING-WORK.
          05 WS-GL-POST-DRCR    PIC X(1).
          05 WS-GL-POST-AMOUNT  PIC 9(9)V99.
          05 WS-GL-POST-TEXT    PIC X(20).
          05 WS-GL-POST-CODE    PIC X(4).

      *----------------------------------------------------------------
      * Withholding table loaded from TAX-TABLE-FILE at init, the
      * same bracket set PAYROLL loads for the run date.
      * The state, local and reciprocity tables below are loaded
      * from the same file the same way PAYROLL loads them.
      *----------------------------------------------------------------
       01 WS-TAXTBL-STATUS      PIC XX VALUE SPACES.
       01 WS-TAXTBL-EOF-FLAG    PIC X VALUE 'N'.
          88 TAXTBL-EOF         VALUE 'Y'.
       01 WS-TAX-TABLE.
          05 WS-TAX-ENTRY OCCURS 60 TIMES.
             10 WS-TAX-TBL-CODE  PIC X(2).
             10 WS-TAX-TBL-FLOOR PIC 9(7)V99.
             10 WS-TAX-TBL-RATE  PIC V9999.
             10 WS-TAX-TBL-CUM   PIC 9(7)V99.
       01 WS-TAX-TBL-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-TAX-EFF-USE        PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE-YYMMDD    PIC 9(6) VALUE ZERO.
       01 WS-TAX-SUB            PIC 9(2) VALUE ZERO.
       01 WS-TAX-BEST-SUB       PIC 9(2) VALUE ZERO.
       01 WS-TAX-EXCESS         PIC 9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * State and local withholding. WS-EMP-JUR-TABLE is the
      * payment's state and local tax - the work state, the resident
      * state and the locality, in that order - and feeds YTD, pay
      * history and the GL. WS-JUR-AGG-TAX holds the tables' tax on
      * the regular pay plus the aggregate share while the tax on
      * the regular pay alone is worked out.
      *----------------------------------------------------------------
       01 WS-JUR-EFF-TABLE.
          05 WS-JEF-ENTRY OCCURS 60 TIMES.
             10 WS-JEF-TYPE      PIC X(1).
             10 WS-JEF-CODE      PIC X(4).
             10 WS-JEF-DATE      PIC 9(6).
       01 WS-JEF-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-JEF-SUB            PIC 9(2) VALUE ZERO.
       01 WS-JUR-TAX-TABLE.
          05 WS-JTX-ENTRY OCCURS 300 TIMES.
             10 WS-JTX-TYPE      PIC X(1).
             10 WS-JTX-CODE      PIC X(4).
             10 WS-JTX-STATUS    PIC X(2).
             10 WS-JTX-FLOOR     PIC 9(7)V99.
             10 WS-JTX-RATE      PIC V9999.
             10 WS-JTX-CUM       PIC 9(7)V99.
       01 WS-JTX-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-JTX-SUB            PIC 9(3) VALUE ZERO.
       01 WS-JTX-BEST-SUB       PIC 9(3) VALUE ZERO.
       01 WS-RECIP-TABLE.
          05 WS-RCP-ENTRY OCCURS 50 TIMES.
             10 WS-RCP-WORK-STATE PIC X(2).
             10 WS-RCP-RES-STATE  PIC X(2).
       01 WS-RCP-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-RCP-SUB            PIC 9(2) VALUE ZERO.
       01 WS-RCP-FLAG           PIC X VALUE 'N'.
          88 RECIPROCITY-APPLIES VALUE 'Y'.
       01 WS-JUR-LOOK-TYPE      PIC X(1) VALUE SPACES.
       01 WS-JUR-LOOK-CODE      PIC X(4) VALUE SPACES.
       01 WS-JUR-LOOK-STATUS    PIC X(2) VALUE SPACES.
       01 WS-JUR-CODE-FLAG      PIC X VALUE 'N'.
          88 JUR-CODE-ON-TABLE  VALUE 'Y'.
       01 WS-JUR-STATUS-FLAG    PIC X VALUE 'N'.
          88 JUR-STATUS-ON-TABLE VALUE 'Y'.
       01 WS-JUR-CALC-TAX       PIC 9(6)V99 VALUE ZERO.
       01 WS-JUR-BASE-TAX       PIC 9(7)V99 VALUE ZERO.
       01 WS-JUR-AGG-TAX        PIC 9(7)V99 VALUE ZERO.
       01 WS-JUR-TAX-SUM        PIC 9(6)V99 VALUE ZERO.
       01 WS-WORK-ST-TAX        PIC 9(6)V99 VALUE ZERO.
       01 WS-RES-ST-TAX         PIC 9(6)V99 VALUE ZERO.
       01 WS-FED-TAX            PIC 9(6)V99 VALUE ZERO.
       01 WS-EMP-JUR-TABLE.
          05 WS-EJ-ENTRY OCCURS 3 TIMES.
             10 WS-EJ-TYPE       PIC X(1).
             10 WS-EJ-CODE       PIC X(4).
             10 WS-EJ-TAX        PIC 9(6)V99.
       01 WS-EJ-SUB             PIC 9(1) VALUE ZERO.
       01 WS-JUR-SLOT-MSG.
          05 FILLER             PIC X(29) VALUE
             'YTD STATE/LOCAL SLOTS FULL - '.
          05 WS-JSM-CODE        PIC X(4).
          05 FILLER             PIC X(9)  VALUE ' NOT KEPT'.

       01 WS-QTR-SUB            PIC 9(1) VALUE ZERO.
       01 WS-QTR-CLEAR-SUB      PIC 9(1) VALUE ZERO.

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

       01 WS-LINE-IN-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-PAY-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ACH-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-CHECK-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-FLAT-GROSS   PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-AGG-GROSS    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-GROSS        PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-TAX          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-NET          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PRETAX-DED   PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-POSTTAX-DED  PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ACH-PAY      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CHECK-PAY    PIC 9(9)V99 VALUE ZERO.

       01 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE     PIC 9(3) VALUE 55.

       01 WS-CURRENT-DATE.
          05 WS-CURR-YY         PIC 9(2).
          05 WS-CURR-MM         PIC 9(2).
          05 WS-CURR-DD         PIC 9(2).

       01 WS-RUN-DATE.
          05 WS-RUN-MM          PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-RUN-DD          PIC 9(2).
          05 FILLER             PIC X VALUE '/'.
          05 WS-RUN-YY          PIC 9(2).

       01 SUPP-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER             PIC X(30)
             VALUE 'SUPPLEMENTAL PAY REGISTER'.
          05 FILLER             PIC X(9)  VALUE 'RUN DATE:'.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SH1-RUN-DATE       PIC X(8).
          05 FILLER             PIC X(35) VALUE SPACES.
          05 FILLER             PIC X(5)  VALUE 'PAGE '.
          05 SH1-PAGE           PIC ZZ9.
          05 FILLER             PIC X(10) VALUE SPACES.

       01 SUPP-HEADER-2.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(14) VALUE 'PERIOD ENDING '.
          05 SH2-PERIOD-END     PIC X(8).
          05 FILLER             PIC X(12) VALUE '  RUN NUMBER'.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SH2-RUN-NUMBER     PIC 9(4).
          05 FILLER             PIC X(92) VALUE SPACES.

       01 SUPP-HEADER-3.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(8)  VALUE 'EMP ID'.
          05 FILLER             PIC X(22) VALUE 'EMPLOYEE NAME'.
          05 FILLER             PIC X(4)  VALUE 'TYP'.
          05 FILLER             PIC X(12) VALUE '     GROSS'.
          05 FILLER             PIC X(12) VALUE '   PRE-TAX'.
          05 FILLER             PIC X(12) VALUE '       TAX'.
          05 FILLER             PIC X(12) VALUE '  POST-TAX'.
          05 FILLER             PIC X(12) VALUE '       NET'.
          05 FILLER             PIC X(7)  VALUE 'PAID'.
          05 FILLER             PIC X(24) VALUE 'NOTE'.
          05 FILLER             PIC X(6)  VALUE SPACES.

      *----------------------------------------------------------------
      * One line per payment, and one per rejected earnings line -
      * a rejected line carries its amount in the gross column and
      * the reason in the note, with the other columns blank.
      *----------------------------------------------------------------
       01 SUPP-DETAIL.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 SD-EMP-ID          PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-NAME            PIC X(20).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-EARN-TYPE       PIC X(2).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-GROSS           PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-PRETAX          PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-TAX             PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-POSTTAX         PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-NET             PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-METHOD          PIC X(5).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 SD-NOTE            PIC X(24).
          05 FILLER             PIC X(6)  VALUE SPACES.

       01 SUPP-TOTAL-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 ST-LABEL           PIC X(24) VALUE SPACES.
          05 ST-COUNT           PIC ZZ,ZZ9.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 ST-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(83) VALUE SPACES.

       01 EXCEPTION-HEADING.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(40) VALUE
             'SUPPLEMENTAL PAY EXCEPTION REPORT'.

       01 EXCEPTION-DETAIL.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL-EMP-ID         PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 XL-NAME           PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 XL-TAX-LIT        PIC X(13) VALUE 'BAD TAX CODE:'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL-TAX-CODE       PIC X(2).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL-ACTION         PIC X(32)
             VALUE '- AGGREGATE TAXED AT FLAT RATE'.

       01 EXCEPTION-DETAIL-2.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL2-EMP-ID        PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 XL2-NAME          PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 XL2-MESSAGE       PIC X(46) VALUE SPACES.

       01 EXCEPTION-DETAIL-3.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL3-LIT           PIC X(18) VALUE 'NO GL ACCOUNT FOR '.
          05 XL3-DEPT          PIC X(4).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL3-TYPE          PIC X(2).
          05 FILLER            PIC X(54) VALUE SPACES.

       01 EXCEPTION-DETAIL-4.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL4-EMP-ID        PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 XL4-DED-TYPE      PIC X(2).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL4-MESSAGE       PIC X(28).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL4-AMOUNT        PIC ZZZ,ZZ9.99.
          05 FILLER            PIC X(29) VALUE SPACES.

       01 EXCEPTION-DETAIL-5.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL5-EMP-ID        PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 XL5-NAME          PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'BAD TAX CODE:'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL5-TAX-CODE      PIC X(2).
          05 FILLER            PIC X(5)  VALUE ' FOR '.
          05 XL5-JUR-LIT       PIC X(5).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 XL5-JUR-CODE      PIC X(4).
          05 FILLER            PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-EMPLOYEE UNTIL END-OF-FILE
           PERFORM 3000-WRAPUP
           PERFORM 3700-RECORD-STREAM-END
           STOP RUN.

       1000-INIT.
           PERFORM 1400-READ-RUN-CONTROL
           PERFORM 1500-CHECK-RUN-LOG
           PERFORM 1550-CHECK-STREAM
           PERFORM 1200-LOAD-GL-MAP
           OPEN INPUT SUPP-EARN-FILE
           IF WS-SUPPERN-STATUS NOT = '00'
               DISPLAY 'PAYROLL-SUPP: EARNINGS FILE MISSING'
               DISPLAY 'PAYROLL-SUPP: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SUPP-EARN-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMP-ID
               USING SUPP-EARN-FILE
               GIVING SORTED-EARN-FILE
           OPEN OUTPUT SUPP-REGISTER
           OPEN OUTPUT ACH-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           OPEN INPUT SORTED-EARN-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN I-O YTD-FILE
           IF WS-YTD-STATUS = '35'
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           OPEN I-O DEDUCTIONS-FILE
           IF WS-DED-STATUS = '35'
               OPEN OUTPUT DEDUCTIONS-FILE
               CLOSE DEDUCTIONS-FILE
               OPEN I-O DEDUCTIONS-FILE
           END-IF
           OPEN INPUT BANK-FILE
           OPEN I-O PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURR-MM TO WS-RUN-MM
           MOVE WS-CURR-DD TO WS-RUN-DD
           MOVE WS-CURR-YY TO WS-RUN-YY
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-YYMMDD
           PERFORM 1300-LOAD-TAX-TABLE
           PERFORM 1900-WRITE-HEADERS
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING
           READ SORTED-EARN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1200-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
               PERFORM 1220-LOAD-ONE-GL-MAP UNTIL GLMAP-EOF
               CLOSE GL-MAP-FILE
           END-IF.

       1220-LOAD-ONE-GL-MAP.
           READ GL-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-GLMAP-EOF-FLAG
               NOT AT END
                   IF WS-GLMAP-COUNT < 50
                       ADD 1 TO WS-GLMAP-COUNT
                       MOVE GLM-DEPT     TO
                           WS-GLMAP-DEPT (WS-GLMAP-COUNT)
                       MOVE GLM-AMT-TYPE TO
                           WS-GLMAP-TYPE (WS-GLMAP-COUNT)
                       MOVE GLM-ACCOUNT  TO
                           WS-GLMAP-ACCOUNT (WS-GLMAP-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * The tax table is loaded exactly as PAYROLL loads it - the
      * federal brackets, and each state, locality and reciprocity
      * set at its own date in force - and an empty federal table
      * stops the run for the same reason: an aggregate payment
      * cannot be withheld without it.
      *----------------------------------------------------------------
       1300-LOAD-TAX-TABLE.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXTBL-STATUS = '00'
               PERFORM 1320-SCAN-ONE-EFF-DATE UNTIL TAXTBL-EOF
               CLOSE TAX-TABLE-FILE
               MOVE 'N' TO WS-TAXTBL-EOF-FLAG
               OPEN INPUT TAX-TABLE-FILE
               PERFORM 1340-LOAD-ONE-BRACKET UNTIL TAXTBL-EOF
               CLOSE TAX-TABLE-FILE
           END-IF
           IF WS-TAX-TBL-COUNT = ZERO
               DISPLAY 'PAYROLL-SUPP: NO TAX TABLE IN FORCE FOR RUN '
                   'DATE'
               DISPLAY 'PAYROLL-SUPP: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1320-SCAN-ONE-EFF-DATE.
           READ TAX-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-TAXTBL-EOF-FLAG
               NOT AT END
                   IF TXT-FEDERAL
                       IF TXT-EFF-DATE NOT > WS-RUN-DATE-YYMMDD
                               AND TXT-EFF-DATE > WS-TAX-EFF-USE
                           MOVE TXT-EFF-DATE TO WS-TAX-EFF-USE
                       END-IF
                   ELSE
                       IF TXT-EFF-DATE NOT > WS-RUN-DATE-YYMMDD
                           PERFORM 1330-NOTE-JUR-EFF-DATE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Keeps the latest effective date on or before the run date
      * for each state, locality and reciprocity set on the file.
      *----------------------------------------------------------------
       1330-NOTE-JUR-EFF-DATE.
           PERFORM 1335-SEARCH-JUR-EFF
               VARYING WS-JEF-SUB FROM 1 BY 1
               UNTIL WS-JEF-SUB > WS-JEF-COUNT
                   OR (WS-JEF-TYPE (WS-JEF-SUB) = TXT-JURIS-TYPE
                       AND WS-JEF-CODE (WS-JEF-SUB) = TXT-JURIS-CODE)
           IF WS-JEF-SUB > WS-JEF-COUNT
               IF WS-JEF-COUNT < 60
                   ADD 1 TO WS-JEF-COUNT
                   MOVE TXT-JURIS-TYPE TO WS-JEF-TYPE (WS-JEF-SUB)
                   MOVE TXT-JURIS-CODE TO WS-JEF-CODE (WS-JEF-SUB)
                   MOVE TXT-EFF-DATE   TO WS-JEF-DATE (WS-JEF-SUB)
               ELSE
                   MOVE SPACES TO EXCEPTION-DETAIL-2
                   MOVE TXT-JURIS-CODE TO XL2-NAME
                   MOVE 'TAX JURISDICTION TABLE FULL - NOT LOADED'
                       TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE
                       FROM EXCEPTION-DETAIL-2
               END-IF
           ELSE
               IF TXT-EFF-DATE > WS-JEF-DATE (WS-JEF-SUB)
                   MOVE TXT-EFF-DATE TO WS-JEF-DATE (WS-JEF-SUB)
               END-IF
           END-IF.

       1335-SEARCH-JUR-EFF.
           CONTINUE.

       1340-LOAD-ONE-BRACKET.
           READ TAX-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-TAXTBL-EOF-FLAG
               NOT AT END
                   IF TXT-FEDERAL
                           AND TXT-EFF-DATE = WS-TAX-EFF-USE
                       IF WS-TAX-TBL-COUNT < 60
                           ADD 1 TO WS-TAX-TBL-COUNT
                           MOVE TXT-TAX-CODE TO
                               WS-TAX-TBL-CODE (WS-TAX-TBL-COUNT)
                           MOVE TXT-BRACKET-FLOOR TO
                               WS-TAX-TBL-FLOOR (WS-TAX-TBL-COUNT)
                           MOVE TXT-RATE TO
                               WS-TAX-TBL-RATE (WS-TAX-TBL-COUNT)
                           MOVE TXT-CUM-TAX TO
                               WS-TAX-TBL-CUM (WS-TAX-TBL-COUNT)
                       ELSE
                           MOVE SPACES TO EXCEPTION-DETAIL-2
                           MOVE TXT-TAX-CODE TO XL2-NAME
                           MOVE 'TAX TABLE FULL - BRACKET DROPPED'
                               TO XL2-MESSAGE
                           WRITE EXCEPTION-LINE
                               FROM EXCEPTION-DETAIL-2
                       END-IF
                   END-IF
                   IF NOT TXT-FEDERAL
                       PERFORM 1350-LOAD-ONE-JUR-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * A state, local or reciprocity record is loaded only when it
      * carries its own jurisdiction's date in force.
      *----------------------------------------------------------------
       1350-LOAD-ONE-JUR-RECORD.
           PERFORM 1335-SEARCH-JUR-EFF
               VARYING WS-JEF-SUB FROM 1 BY 1
               UNTIL WS-JEF-SUB > WS-JEF-COUNT
                   OR (WS-JEF-TYPE (WS-JEF-SUB) = TXT-JURIS-TYPE
                       AND WS-JEF-CODE (WS-JEF-SUB) = TXT-JURIS-CODE)
           IF WS-JEF-SUB NOT > WS-JEF-COUNT
               IF TXT-EFF-DATE = WS-JEF-DATE (WS-JEF-SUB)
                   IF TXT-RECIPROCITY
                       PERFORM 1360-LOAD-ONE-RECIPROCITY
                   ELSE
                       PERFORM 1370-LOAD-ONE-JUR-BRACKET
                   END-IF
               END-IF
           END-IF.

       1360-LOAD-ONE-RECIPROCITY.
           IF WS-RCP-COUNT < 50
               ADD 1 TO WS-RCP-COUNT
               MOVE TXT-JURIS-CODE  TO WS-RCP-WORK-STATE (WS-RCP-COUNT)
               MOVE TXT-RECIP-STATE TO WS-RCP-RES-STATE (WS-RCP-COUNT)
           ELSE
               MOVE SPACES TO EXCEPTION-DETAIL-2
               MOVE TXT-JURIS-CODE TO XL2-NAME
               MOVE 'RECIPROCITY TABLE FULL - PAIR DROPPED'
                   TO XL2-MESSAGE
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
           END-IF.

       1370-LOAD-ONE-JUR-BRACKET.
           IF WS-JTX-COUNT < 300
               ADD 1 TO WS-JTX-COUNT
               MOVE TXT-JURIS-TYPE    TO WS-JTX-TYPE (WS-JTX-COUNT)
               MOVE TXT-JURIS-CODE    TO WS-JTX-CODE (WS-JTX-COUNT)
               MOVE TXT-TAX-CODE      TO WS-JTX-STATUS (WS-JTX-COUNT)
               MOVE TXT-BRACKET-FLOOR TO WS-JTX-FLOOR (WS-JTX-COUNT)
               MOVE TXT-RATE          TO WS-JTX-RATE (WS-JTX-COUNT)
               MOVE TXT-CUM-TAX       TO WS-JTX-CUM (WS-JTX-COUNT)
           ELSE
               MOVE SPACES TO EXCEPTION-DETAIL-2
               MOVE TXT-JURIS-CODE TO XL2-NAME
               MOVE 'STATE/LOCAL TAX TABLE FULL - BRACKET DROPPED'
                   TO XL2-MESSAGE
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
           END-IF.

      *----------------------------------------------------------------
      * The card must be a supplemental card with a run number of its
      * own - a regular card belongs to PAYROLL, and run number zero
      * is the key PAY-HISTORY-FILE keeps for the regular payment.
      *----------------------------------------------------------------
       1400-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'PAYROLL-SUPP: RUN CONTROL FILE MISSING'
               DISPLAY 'PAYROLL-SUPP: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'PAYROLL-SUPP: RUN CONTROL CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RC-PERIOD-ENDING-X NOT NUMERIC
                   OR RC-CHECK-DATE-X NOT NUMERIC
                   OR RC-RUN-NUMBER-X NOT NUMERIC
                   OR RC-PERIOD-ENDING = ZERO
               DISPLAY 'PAYROLL-SUPP: RUN CONTROL CARD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RC-SUPPLEMENTAL-RUN
               DISPLAY 'PAYROLL-SUPP: REGULAR RUN CARD - RUN PAYROLL'
               DISPLAY 'PAYROLL-SUPP: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RC-RUN-NUMBER = ZERO
               DISPLAY 'PAYROLL-SUPP: SUPPLEMENTAL RUN NUMBER IS ZERO'
               DISPLAY 'PAYROLL-SUPP: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RC-CHECK-DATE TO WS-RC-DATE-SPLIT
           COMPUTE WS-QTR-SUB = (WS-RC-MM + 2) / 3
           MOVE RC-PERIOD-ENDING TO WS-RC-DATE-SPLIT
           MOVE WS-RC-MM TO WS-PE-MM
           MOVE WS-RC-DD TO WS-PE-DD
           MOVE WS-RC-YY TO WS-PE-YY.

      *----------------------------------------------------------------
      * A run number already on the log for the period - the
      * regular run's or an earlier supplemental's - was paid under
      * that key; refuse to start. The regular run for the period
      * need not have been made yet.
      *----------------------------------------------------------------
       1500-CHECK-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '00'
               PERFORM 1520-CHECK-ONE-LOG-REC UNTIL RUNLOG-EOF
               CLOSE RUN-LOG-FILE
           END-IF
           IF RUN-ALREADY-USED
               DISPLAY 'PAYROLL-SUPP: PERIOD ' RC-PERIOD-ENDING-X
                   ' RUN ' RC-RUN-NUMBER-X ' ALREADY COMPLETED'
               DISPLAY 'PAYROLL-SUPP: RUN STOPPED - NO PAYMENTS WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1520-CHECK-ONE-LOG-REC.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-RUNLOG-EOF-FLAG
               NOT AT END
                   IF RL-PERIOD-ENDING = RC-PERIOD-ENDING
                           AND RL-RUN-NUMBER = RC-RUN-NUMBER
                       MOVE 'Y' TO WS-RUN-USED-FLAG
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Stream sequence check, made before anything is written: the
      * steps this one depends on must have finished with a return
      * code under 8 or been skipped on a supervisor's override
      * card, and a step already finished cleanly for the run is not
      * run twice. Passing records the step as started on the
      * stream status file.
      *----------------------------------------------------------------
       1550-CHECK-STREAM.
           ACCEPT WS-STRM-DATE FROM DATE
           ACCEPT WS-STRM-TIME FROM TIME
           MOVE RC-RUN-NUMBER TO WS-STRM-RUN-NUMBER
           MOVE 'R' TO WS-STRM-RUN-TYPE
           IF RC-SUPPLEMENTAL-RUN
               MOVE 'S' TO WS-STRM-RUN-TYPE
           END-IF
           OPEN I-O STREAM-STATUS-FILE
           IF WS-STRM-STATUS = '35'
               OPEN OUTPUT STREAM-STATUS-FILE
               CLOSE STREAM-STATUS-FILE
               OPEN I-O STREAM-STATUS-FILE
           END-IF
           MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
           READ STREAM-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STRM-FOUND-FLAG
           END-READ
           IF STREAM-RUN-FOUND
               IF SS-PERIOD-ENDING NOT = RC-PERIOD-ENDING
                       OR SS-RUN-TYPE NOT = WS-STRM-RUN-TYPE
                       OR SS-PAY-GROUP NOT = RC-PAY-GROUP
                   DISPLAY 'PAYROLL-SUPP: RUN ' RC-RUN-NUMBER-X
                       ' IS PERIOD ' SS-PERIOD-ENDING
                       ' TYPE ' SS-RUN-TYPE ' GROUP ' SS-PAY-GROUP
                       ' ON STREAM FILE'
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           ELSE
               MOVE SPACES             TO STREAM-STATUS-RECORD
               MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
               MOVE RC-PERIOD-ENDING   TO SS-PERIOD-ENDING
               MOVE RC-CHECK-DATE      TO SS-CHECK-DATE
               MOVE WS-STRM-RUN-TYPE   TO SS-RUN-TYPE
               MOVE RC-PAY-GROUP       TO SS-PAY-GROUP
               MOVE WS-STRM-DATE       TO SS-OPENED-DATE
               PERFORM 1560-CLEAR-STREAM-STEP
                   VARYING WS-STRM-SUB FROM 1 BY 1
                   UNTIL WS-STRM-SUB > 9
           END-IF
           IF NOT STREAM-REFUSED
               PERFORM 1570-CHECK-ONE-PREREQ
                   VARYING WS-STRM-SUB FROM 1 BY 1
                   UNTIL WS-STRM-SUB > 9
               IF SS-STEP-OVERRIDDEN (WS-STRM-STEP)
                       OR (SS-STEP-ENDED (WS-STRM-STEP)
                           AND SS-STEP-RC-CLEAN (WS-STRM-STEP))
                   DISPLAY 'PAYROLL-SUPP: STEP ALREADY DONE FOR RUN '
                       RC-RUN-NUMBER-X
                   MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-IF
           END-IF
           IF STREAM-REFUSED
               CLOSE STREAM-STATUS-FILE
               DISPLAY 'PAYROLL-SUPP: RUN STOPPED - STREAM SEQUENCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S'          TO SS-STEP-STATE (WS-STRM-STEP)
           MOVE WS-STRM-DATE TO SS-START-DATE (WS-STRM-STEP)
           MOVE WS-STRM-HHMM TO SS-START-TIME (WS-STRM-STEP)
           MOVE ZERO         TO SS-END-DATE (WS-STRM-STEP)
                                SS-END-TIME (WS-STRM-STEP)
                                SS-STEP-RC (WS-STRM-STEP)
           IF STREAM-RUN-FOUND
               REWRITE STREAM-STATUS-RECORD
           ELSE
               WRITE STREAM-STATUS-RECORD
           END-IF
           CLOSE STREAM-STATUS-FILE.

       1560-CLEAR-STREAM-STEP.
           MOVE SPACE  TO SS-STEP-STATE (WS-STRM-SUB)
           MOVE ZERO   TO SS-START-DATE (WS-STRM-SUB)
                          SS-START-TIME (WS-STRM-SUB)
                          SS-END-DATE (WS-STRM-SUB)
                          SS-END-TIME (WS-STRM-SUB)
                          SS-STEP-RC (WS-STRM-SUB)
           MOVE SPACES TO SS-OVERRIDE-BY (WS-STRM-SUB).

       1570-CHECK-ONE-PREREQ.
           IF WS-STRM-NEED (WS-STRM-SUB) = 'N'
                   AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB)
               DISPLAY 'PAYROLL-SUPP: STREAM STEP ' WS-STRM-SUB
                   ' ALREADY STARTED FOR THIS RUN'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           END-IF
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
                   OR (WS-STRM-NEED (WS-STRM-SUB) = 'I'
                       AND NOT SS-STEP-NOT-RUN (WS-STRM-SUB))
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'PAYROLL-SUPP: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

       1900-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE       TO SH1-RUN-DATE
           MOVE WS-PAGE-COUNT     TO SH1-PAGE
           MOVE WS-PERIOD-END-DATE TO SH2-PERIOD-END
           MOVE RC-RUN-NUMBER     TO SH2-RUN-NUMBER
           WRITE SUPP-REGISTER-LINE FROM SUPP-HEADER-1
               AFTER ADVANCING PAGE
           WRITE SUPP-REGISTER-LINE FROM SUPP-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SUPP-REGISTER-LINE
           WRITE SUPP-REGISTER-LINE
               AFTER ADVANCING 1 LINE
           WRITE SUPP-REGISTER-LINE FROM SUPP-HEADER-3
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Control break on employee: every earnings line for the
      * employee is taken before the payment is figured. Any status
      * on the master may be paid - severance and a late bonus go to
      * people who have already left.
      *----------------------------------------------------------------
       2000-PROCESS-EMPLOYEE.
           MOVE SE-EMP-ID TO WS-CUR-EMP-ID
           MOVE ZERO TO WS-FLAT-GROSS WS-AGG-GROSS WS-EMP-LINE-COUNT
           MOVE SPACES TO WS-PAY-EARN-TYPE
           MOVE 'N' TO WS-EMP-FOUND-FLAG
           MOVE SE-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND-FLAG
           END-READ
           PERFORM 2100-TAKE-ONE-LINE
               UNTIL END-OF-FILE
                   OR SE-EMP-ID NOT = WS-CUR-EMP-ID
           IF WS-EMP-LINE-COUNT > ZERO
               PERFORM 2200-PAY-EMPLOYEE
           END-IF.

       2100-TAKE-ONE-LINE.
           ADD 1 TO WS-LINE-IN-COUNT
           EVALUATE TRUE
               WHEN NOT EMP-FOUND
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-REJECT-REASON
                   PERFORM 2190-REJECT-LINE
               WHEN SE-AMOUNT-X NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM 2190-REJECT-LINE
               WHEN SE-AMOUNT = ZERO
                   MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
                   PERFORM 2190-REJECT-LINE
               WHEN OTHER
                   PERFORM 2110-FIND-EARN-TYPE
                   IF WS-ET-SUB > WS-ET-COUNT
                       MOVE 'EARNINGS TYPE NOT ON FILE'
                           TO WS-REJECT-REASON
                       PERFORM 2190-REJECT-LINE
                   ELSE
                       PERFORM 2120-ADD-EARN-LINE
                   END-IF
           END-EVALUATE
           READ SORTED-EARN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2110-FIND-EARN-TYPE.
           PERFORM 2115-SEARCH-EARN-TYPE
               VARYING WS-ET-SUB FROM 1 BY 1
               UNTIL WS-ET-SUB > WS-ET-COUNT
                   OR WS-ET-CODE (WS-ET-SUB) = SE-EARN-TYPE.

       2115-SEARCH-EARN-TYPE.
           CONTINUE.

       2120-ADD-EARN-LINE.
           IF WS-ET-FLAT (WS-ET-SUB)
               ADD SE-AMOUNT TO WS-FLAT-GROSS
           ELSE
               ADD SE-AMOUNT TO WS-AGG-GROSS
           END-IF
           IF WS-EMP-LINE-COUNT = ZERO
               MOVE SE-EARN-TYPE TO WS-PAY-EARN-TYPE
           ELSE
               IF SE-EARN-TYPE NOT = WS-PAY-EARN-TYPE
                   MOVE '**' TO WS-PAY-EARN-TYPE
               END-IF
           END-IF
           ADD 1 TO WS-EMP-LINE-COUNT.

       2190-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES           TO SUPP-DETAIL
           MOVE SE-EMP-ID        TO SD-EMP-ID
           IF EMP-FOUND
               MOVE EMP-LAST-NAME TO SD-NAME
           END-IF
           MOVE SE-EARN-TYPE     TO SD-EARN-TYPE
           IF SE-AMOUNT-X NUMERIC
               MOVE SE-AMOUNT    TO SD-GROSS
           END-IF
           MOVE 'REJ'            TO SD-METHOD
           MOVE WS-REJECT-REASON TO SD-NOTE
           PERFORM 2850-WRITE-REGISTER-DETAIL.

      *----------------------------------------------------------------
      * One payment per employee: pre-tax deductions, withholding,
      * post-tax deductions, then the same postings PAYROLL makes for
      * a weekly payment.
      *----------------------------------------------------------------
       2200-PAY-EMPLOYEE.
           ADD 1 TO WS-PAY-COUNT
           ADD WS-FLAT-GROSS WS-AGG-GROSS GIVING WS-GROSS-PAY
           PERFORM 2300-APPLY-PRETAX-DEDUCTIONS
           PERFORM 2400-COMPUTE-SUPP-TAX
           SUBTRACT WS-TAX-AMOUNT FROM WS-TAXABLE-GROSS
               GIVING WS-NET-PAY
           PERFORM 2320-APPLY-POSTTAX-DEDUCTIONS
           SUBTRACT WS-POSTTAX-DED FROM WS-NET-PAY
           IF DED-RECORD-FOUND AND DED-RECORD-CHANGED
               REWRITE DEDUCTIONS-RECORD
           END-IF
           ADD WS-FLAT-GROSS  TO WS-TOTAL-FLAT-GROSS
           ADD WS-AGG-GROSS   TO WS-TOTAL-AGG-GROSS
           ADD WS-GROSS-PAY   TO WS-TOTAL-GROSS
           ADD WS-TAX-AMOUNT  TO WS-TOTAL-TAX
           ADD WS-NET-PAY     TO WS-TOTAL-NET
           ADD WS-PRETAX-DED  TO WS-TOTAL-PRETAX-DED
           ADD WS-POSTTAX-DED TO WS-TOTAL-POSTTAX-DED
           PERFORM 2550-ADD-GL-DEPT
           PERFORM 2500-UPDATE-YTD
           PERFORM 2600-PAY-NET
           PERFORM 2700-WRITE-PAY-HISTORY
           PERFORM 2800-WRITE-REGISTER-LINE.

      *----------------------------------------------------------------
      * Only entries flagged for supplemental pay are taken. A
      * percentage entry prices against the supplemental gross (or,
      * post-tax, the supplemental net), so a percentage deferral
      * defers the same share of a bonus as of a weekly check.
      *----------------------------------------------------------------
       2300-APPLY-PRETAX-DEDUCTIONS.
           MOVE ZERO TO WS-PRETAX-DED WS-POSTTAX-DED
           MOVE 'N' TO WS-DED-FOUND-FLAG
           MOVE 'N' TO WS-DED-CHANGED-FLAG
           PERFORM 2305-CLEAR-DED-DETAIL
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           MOVE EMP-ID TO DED-EMP-ID
           READ DEDUCTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DED-FOUND-FLAG
                   MOVE WS-GROSS-PAY TO WS-AVAIL-PAY
                   PERFORM 2310-APPLY-ONE-PRETAX
                       VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
           END-READ
           SUBTRACT WS-PRETAX-DED FROM WS-GROSS-PAY
               GIVING WS-TAXABLE-GROSS.

       2305-CLEAR-DED-DETAIL.
           MOVE SPACES TO WS-DED-DTL-TYPE (WS-DED-SUB)
           MOVE ZERO   TO WS-DED-DTL-AMT  (WS-DED-SUB).

       2310-APPLY-ONE-PRETAX.
           IF DED-TYPE (WS-DED-SUB) NOT = SPACES
                   AND DED-PRETAX (WS-DED-SUB)
                   AND DED-SUPP-APPLIES (WS-DED-SUB)
               IF DED-FLAT (WS-DED-SUB)
                   MOVE DED-AMOUNT (WS-DED-SUB) TO WS-DED-SCHED
               ELSE
                   MULTIPLY WS-GROSS-PAY BY DED-PCT (WS-DED-SUB)
                       GIVING WS-DED-SCHED
               END-IF
               PERFORM 2330-TAKE-ONE-DEDUCTION
               ADD WS-DED-TAKEN TO WS-PRETAX-DED
           END-IF.

       2320-APPLY-POSTTAX-DEDUCTIONS.
           IF DED-RECORD-FOUND
               MOVE WS-NET-PAY TO WS-AVAIL-PAY
               MOVE WS-NET-PAY TO WS-POSTTAX-BASE
               PERFORM 2325-APPLY-ONE-POSTTAX
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
           END-IF.

       2325-APPLY-ONE-POSTTAX.
           IF DED-TYPE (WS-DED-SUB) NOT = SPACES
                   AND DED-POSTTAX (WS-DED-SUB)
                   AND DED-SUPP-APPLIES (WS-DED-SUB)
               IF DED-FLAT (WS-DED-SUB)
                   MOVE DED-AMOUNT (WS-DED-SUB) TO WS-DED-SCHED
               ELSE
                   MULTIPLY WS-POSTTAX-BASE BY DED-PCT (WS-DED-SUB)
                       GIVING WS-DED-SCHED
               END-IF
               PERFORM 2330-TAKE-ONE-DEDUCTION
               ADD WS-DED-TAKEN TO WS-POSTTAX-DED
           END-IF.

      *----------------------------------------------------------------
      * PAYROLL's per-entry engine less the arrears handling: a
      * supplemental payment neither carries a shortfall to arrears
      * nor recovers old arrears - those stay with the weekly run.
      *----------------------------------------------------------------
       2330-TAKE-ONE-DEDUCTION.
           MOVE ZERO TO WS-DED-TAKEN WS-DED-SHORT
           PERFORM 2335-APPLY-GOAL-CAP
           IF WS-DED-SCHED > WS-AVAIL-PAY
               SUBTRACT WS-AVAIL-PAY FROM WS-DED-SCHED
                   GIVING WS-DED-SHORT
               MOVE WS-AVAIL-PAY TO WS-DED-TAKEN
               MOVE 'SHORT - NOT CARRIED' TO XL4-MESSAGE
               MOVE WS-DED-SHORT TO XL4-AMOUNT
               PERFORM 2350-WRITE-DED-DETAIL-EXC
           ELSE
               MOVE WS-DED-SCHED TO WS-DED-TAKEN
           END-IF
           SUBTRACT WS-DED-TAKEN FROM WS-AVAIL-PAY
           IF WS-DED-TAKEN > ZERO
               ADD WS-DED-TAKEN TO DED-YTD-AMT (WS-DED-SUB)
               MOVE 'Y' TO WS-DED-CHANGED-FLAG
           END-IF
           MOVE WS-DED-TAKEN TO WS-DED-ITEM-AMT
           PERFORM 2340-NOTE-DED-DETAIL.

       2335-APPLY-GOAL-CAP.
           IF DED-GOAL-AMT (WS-DED-SUB) > ZERO
               IF DED-YTD-AMT (WS-DED-SUB)
                       NOT < DED-GOAL-AMT (WS-DED-SUB)
                   MOVE ZERO TO WS-GOAL-ROOM
               ELSE
                   SUBTRACT DED-YTD-AMT (WS-DED-SUB)
                       FROM DED-GOAL-AMT (WS-DED-SUB)
                       GIVING WS-GOAL-ROOM
               END-IF
               IF WS-DED-SCHED > WS-GOAL-ROOM
                   MOVE WS-GOAL-ROOM TO WS-DED-SCHED
                   MOVE 'ANNUAL GOAL - DED STOPPED' TO XL4-MESSAGE
                   MOVE WS-DED-SCHED TO XL4-AMOUNT
                   PERFORM 2350-WRITE-DED-DETAIL-EXC
               END-IF
           END-IF.

       2340-NOTE-DED-DETAIL.
           MOVE DED-TYPE (WS-DED-SUB)
               TO WS-DED-DTL-TYPE (WS-DED-SUB)
           MOVE WS-DED-ITEM-AMT
               TO WS-DED-DTL-AMT (WS-DED-SUB)
           PERFORM 2345-ADD-DED-TO-GL.

       2345-ADD-DED-TO-GL.
           PERFORM 2347-SEARCH-GL-DED
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-DED-COUNT
                   OR WS-GL-DED-TYPE (WS-GL-SUB)
                       = DED-TYPE (WS-DED-SUB)
           IF WS-GL-SUB > WS-GL-DED-COUNT
               IF WS-GL-DED-COUNT < 10
                   ADD 1 TO WS-GL-DED-COUNT
                   MOVE DED-TYPE (WS-DED-SUB)
                       TO WS-GL-DED-TYPE (WS-GL-SUB)
                   MOVE WS-DED-ITEM-AMT
                       TO WS-GL-DED-AMT (WS-GL-SUB)
               ELSE
                   MOVE SPACES TO EXCEPTION-DETAIL-2
                   MOVE DED-TYPE (WS-DED-SUB) TO XL2-NAME
                   MOVE 'GL DED TABLE FULL - CREDIT DROPPED'
                       TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
               END-IF
           ELSE
               ADD WS-DED-ITEM-AMT TO WS-GL-DED-AMT (WS-GL-SUB)
           END-IF.

       2347-SEARCH-GL-DED.
           CONTINUE.

      *----------------------------------------------------------------
      * Per-entry deduction exception - the caller sets XL4-MESSAGE
      * and XL4-AMOUNT before performing this paragraph.
      *----------------------------------------------------------------
       2350-WRITE-DED-DETAIL-EXC.
           MOVE EMP-ID TO XL4-EMP-ID
           MOVE DED-TYPE (WS-DED-SUB) TO XL4-DED-TYPE
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-4.

      *----------------------------------------------------------------
      * The taxable gross is split between the flat and aggregate
      * earnings in proportion to their gross, so the pre-tax
      * deductions reduce each in its share. The flat share is
      * withheld at the supplemental rate; the aggregate share goes
      * through 2420-AGGREGATE-TAX. State and local tax is then
      * added by 2460-COMPUTE-STATE-LOCAL-TAX. Withholding never
      * exceeds the taxable gross, so the net cannot go below zero.
      *----------------------------------------------------------------
       2400-COMPUTE-SUPP-TAX.
           MOVE ZERO TO WS-FLAT-TAXABLE WS-AGG-TAXABLE
                        WS-FLAT-TAX WS-AGG-TAX
           EVALUATE TRUE
               WHEN EMP-FREQ-BIWEEKLY
                   MOVE 26 TO WS-EMP-PERIODS
               WHEN EMP-FREQ-SEMIMONTHLY
                   MOVE 24 TO WS-EMP-PERIODS
               WHEN OTHER
                   MOVE 52 TO WS-EMP-PERIODS
           END-EVALUATE
           IF WS-FLAT-GROSS > ZERO
               IF WS-AGG-GROSS = ZERO
                   MOVE WS-TAXABLE-GROSS TO WS-FLAT-TAXABLE
               ELSE
                   COMPUTE WS-FLAT-TAXABLE ROUNDED
                       = WS-TAXABLE-GROSS * WS-FLAT-GROSS
                       / WS-GROSS-PAY
               END-IF
           END-IF
           SUBTRACT WS-FLAT-TAXABLE FROM WS-TAXABLE-GROSS
               GIVING WS-AGG-TAXABLE
           MULTIPLY WS-FLAT-TAXABLE BY WS-SUPP-FLAT-RATE
               GIVING WS-FLAT-TAX ROUNDED
           IF WS-AGG-TAXABLE > ZERO
               PERFORM 2420-AGGREGATE-TAX
           END-IF
           ADD WS-FLAT-TAX WS-AGG-TAX GIVING WS-TAX-AMOUNT
           IF WS-TAX-AMOUNT > WS-TAXABLE-GROSS
               MOVE WS-TAXABLE-GROSS TO WS-TAX-AMOUNT
           END-IF
           PERFORM 2460-COMPUTE-STATE-LOCAL-TAX.

      *----------------------------------------------------------------
      * Aggregate method: tax the period's regular taxable pay plus
      * the aggregate share through the weekly tables, less the tax
      * the regular payment already withheld. For a biweekly or
      * semi-monthly employee the base goes through the tables at
      * its weekly equivalent and the tax found is carried back up
      * to the employee's period. A period not yet paid
      * regularly taxes the aggregate share on its own. A tax code
      * with no bracket on the table falls back to the flat rate
      * rather than paying the share untaxed, and is reported.
      *----------------------------------------------------------------
       2420-AGGREGATE-TAX.
           PERFORM 2430-GET-REGULAR-WEEK
           ADD WS-REG-TAXABLE WS-AGG-TAXABLE GIVING WS-TAX-BASE
           IF WS-EMP-PERIODS NOT = 52
               COMPUTE WS-TAX-BASE ROUNDED =
                   WS-TAX-BASE * WS-EMP-PERIODS / 52
           END-IF
           PERFORM 2450-COMPUTE-TABLE-TAX
           IF WS-EMP-PERIODS NOT = 52
               COMPUTE WS-TABLE-TAX ROUNDED =
                   WS-TABLE-TAX * 52 / WS-EMP-PERIODS
           END-IF
           IF WS-TAX-BEST-SUB = ZERO
               PERFORM 2480-WRITE-TAX-EXCEPTION
               MULTIPLY WS-AGG-TAXABLE BY WS-SUPP-FLAT-RATE
                   GIVING WS-AGG-TAX ROUNDED
           ELSE
               IF WS-TABLE-TAX > WS-REG-TAX
                   SUBTRACT WS-REG-TAX FROM WS-TABLE-TAX
                       GIVING WS-AGG-TAX
               ELSE
                   MOVE ZERO TO WS-AGG-TAX
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The regular payment's taxable pay is its gross less the
      * pre-tax deductions it took, slot for slot with the
      * deductions master still in its record area from
      * 2300-APPLY-PRETAX-DEDUCTIONS.
      *----------------------------------------------------------------
       2430-GET-REGULAR-WEEK.
           MOVE ZERO TO WS-REG-TAXABLE WS-REG-TAX
           MOVE 'N' TO WS-REG-WEEK-FLAG
           MOVE EMP-ID           TO PH-EMP-ID
           MOVE RC-PERIOD-ENDING TO PH-WEEK-ENDING
           MOVE ZERO             TO PH-SUPP-RUN
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'    TO WS-REG-WEEK-FLAG
                   MOVE PH-GROSS TO WS-REG-TAXABLE
                   MOVE PH-FED-TAX TO WS-REG-TAX
           END-READ
           IF REG-WEEK-FOUND AND DED-RECORD-FOUND
               PERFORM 2435-BACK-OUT-REG-PRETAX
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
           END-IF.

       2435-BACK-OUT-REG-PRETAX.
           IF DED-PRETAX (WS-DED-SUB)
                   AND PH-DED-TYPE (WS-DED-SUB) = DED-TYPE (WS-DED-SUB)
                   AND PH-DED-AMT (WS-DED-SUB) NOT > WS-REG-TAXABLE
               SUBTRACT PH-DED-AMT (WS-DED-SUB) FROM WS-REG-TAXABLE
           END-IF.

       2450-COMPUTE-TABLE-TAX.
           MOVE ZERO TO WS-TABLE-TAX
           MOVE ZERO TO WS-TAX-BEST-SUB
           PERFORM 2452-SCAN-ONE-BRACKET
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-TBL-COUNT
           IF WS-TAX-BEST-SUB NOT = ZERO
               SUBTRACT WS-TAX-TBL-FLOOR (WS-TAX-BEST-SUB)
                   FROM WS-TAX-BASE
                   GIVING WS-TAX-EXCESS
               MULTIPLY WS-TAX-EXCESS
                   BY WS-TAX-TBL-RATE (WS-TAX-BEST-SUB)
                   GIVING WS-TABLE-TAX
               ADD WS-TAX-TBL-CUM (WS-TAX-BEST-SUB)
                   TO WS-TABLE-TAX
           END-IF.

       2452-SCAN-ONE-BRACKET.
           IF WS-TAX-TBL-CODE (WS-TAX-SUB) = EMP-TAX-CODE
                   AND WS-TAX-TBL-FLOOR (WS-TAX-SUB)
                       NOT > WS-TAX-BASE
               IF WS-TAX-BEST-SUB = ZERO
                   MOVE WS-TAX-SUB TO WS-TAX-BEST-SUB
               ELSE
                   IF WS-TAX-TBL-FLOOR (WS-TAX-SUB)
                           > WS-TAX-TBL-FLOOR (WS-TAX-BEST-SUB)
                       MOVE WS-TAX-SUB TO WS-TAX-BEST-SUB
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * State and local withholding on the payment, with the work
      * state, resident state, reciprocity and locality rules of
      * PAYROLL's 2170-COMPUTE-STATE-LOCAL-TAX. Each jurisdiction's
      * tax is worked by 2462-COMPUTE-JUR-TAX, flat and aggregate
      * shares each their own way. Should the whole come to more
      * than the taxable gross, the federal tax gives way. On exit
      * WS-TAX-AMOUNT is the whole tax withheld, federal in
      * WS-FED-TAX.
      *----------------------------------------------------------------
       2460-COMPUTE-STATE-LOCAL-TAX.
           MOVE WS-TAX-AMOUNT TO WS-FED-TAX
           MOVE ZERO TO WS-WORK-ST-TAX WS-RES-ST-TAX
           MOVE 'N'  TO WS-RCP-FLAG
           PERFORM 2461-CLEAR-ONE-EMP-JUR
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3
           IF EMP-WORK-STATE NOT = SPACES
               MOVE 'S'                TO WS-JUR-LOOK-TYPE
               MOVE EMP-WORK-STATE     TO WS-JUR-LOOK-CODE
               MOVE EMP-WORK-ST-STATUS TO WS-JUR-LOOK-STATUS
               PERFORM 2462-COMPUTE-JUR-TAX
               MOVE WS-JUR-CALC-TAX    TO WS-WORK-ST-TAX
           END-IF
           IF EMP-RES-STATE NOT = SPACES
                   AND EMP-RES-STATE NOT = EMP-WORK-STATE
               MOVE 'S'                TO WS-JUR-LOOK-TYPE
               MOVE EMP-RES-STATE      TO WS-JUR-LOOK-CODE
               MOVE EMP-RES-ST-STATUS  TO WS-JUR-LOOK-STATUS
               PERFORM 2462-COMPUTE-JUR-TAX
               MOVE WS-JUR-CALC-TAX    TO WS-RES-ST-TAX
               PERFORM 2467-SEARCH-RECIPROCITY
                   VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
                       OR (WS-RCP-WORK-STATE (WS-RCP-SUB)
                               = EMP-WORK-STATE
                           AND WS-RCP-RES-STATE (WS-RCP-SUB)
                               = EMP-RES-STATE)
               IF WS-RCP-SUB NOT > WS-RCP-COUNT
                   MOVE 'Y'  TO WS-RCP-FLAG
                   MOVE ZERO TO WS-WORK-ST-TAX
               ELSE
                   IF WS-RES-ST-TAX > WS-WORK-ST-TAX
                       SUBTRACT WS-WORK-ST-TAX FROM WS-RES-ST-TAX
                   ELSE
                       MOVE ZERO TO WS-RES-ST-TAX
                   END-IF
               END-IF
               MOVE 'S'           TO WS-EJ-TYPE (2)
               MOVE EMP-RES-STATE TO WS-EJ-CODE (2)
               MOVE WS-RES-ST-TAX TO WS-EJ-TAX (2)
           END-IF
           IF EMP-WORK-STATE NOT = SPACES
                   AND NOT RECIPROCITY-APPLIES
               MOVE 'S'            TO WS-EJ-TYPE (1)
               MOVE EMP-WORK-STATE TO WS-EJ-CODE (1)
               MOVE WS-WORK-ST-TAX TO WS-EJ-TAX (1)
           END-IF
           IF EMP-LOCAL-CODE NOT = SPACES
               MOVE 'L'              TO WS-JUR-LOOK-TYPE
               MOVE EMP-LOCAL-CODE   TO WS-JUR-LOOK-CODE
               MOVE EMP-LOCAL-STATUS TO WS-JUR-LOOK-STATUS
               PERFORM 2462-COMPUTE-JUR-TAX
               MOVE 'L'              TO WS-EJ-TYPE (3)
               MOVE EMP-LOCAL-CODE   TO WS-EJ-CODE (3)
               MOVE WS-JUR-CALC-TAX  TO WS-EJ-TAX (3)
           END-IF
           ADD WS-EJ-TAX (1) WS-EJ-TAX (2) WS-EJ-TAX (3)
               GIVING WS-JUR-TAX-SUM
           IF WS-JUR-TAX-SUM > WS-TAXABLE-GROSS
               MOVE ZERO TO WS-FED-TAX
           ELSE
               SUBTRACT WS-JUR-TAX-SUM FROM WS-TAXABLE-GROSS
                   GIVING WS-TAX-EXCESS
               IF WS-FED-TAX > WS-TAX-EXCESS
                   MOVE WS-TAX-EXCESS TO WS-FED-TAX
               END-IF
           END-IF
           ADD WS-FED-TAX WS-JUR-TAX-SUM GIVING WS-TAX-AMOUNT
           PERFORM 2468-ADD-JUR-TO-GL
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3.

       2461-CLEAR-ONE-EMP-JUR.
           MOVE SPACES TO WS-EJ-TYPE (WS-EJ-SUB)
                          WS-EJ-CODE (WS-EJ-SUB)
           MOVE ZERO   TO WS-EJ-TAX (WS-EJ-SUB).

      *----------------------------------------------------------------
      * One jurisdiction's tax on the payment. The jurisdiction has
      * no supplemental rate of its own, so the flat share is taxed
      * through its brackets as a period's pay on its own. The
      * aggregate share's tax is what the brackets give the period's
      * regular taxable pay plus the share, less what they give the
      * regular pay alone - worked from the tables on both sides, as
      * the regular payment's own state figures are already net of
      * any resident credit or reciprocity. A blank filing status
      * withholds at the federal tax code; a status the brackets do
      * not include goes to the exception report with zero tax.
      *----------------------------------------------------------------
       2462-COMPUTE-JUR-TAX.
           MOVE ZERO TO WS-JUR-CALC-TAX
           MOVE 'N'  TO WS-JUR-CODE-FLAG
           MOVE 'N'  TO WS-JUR-STATUS-FLAG
           IF WS-JUR-LOOK-STATUS = SPACES
               MOVE EMP-TAX-CODE TO WS-JUR-LOOK-STATUS
           END-IF
           IF WS-FLAT-TAXABLE > ZERO
               MOVE WS-FLAT-TAXABLE TO WS-TAX-BASE
               PERFORM 2464-COMPUTE-JUR-BASE-TAX
               MOVE WS-JUR-BASE-TAX TO WS-JUR-CALC-TAX
           END-IF
           IF WS-AGG-TAXABLE > ZERO
               ADD WS-REG-TAXABLE WS-AGG-TAXABLE GIVING WS-TAX-BASE
               PERFORM 2464-COMPUTE-JUR-BASE-TAX
               MOVE WS-JUR-BASE-TAX TO WS-JUR-AGG-TAX
               MOVE WS-REG-TAXABLE  TO WS-TAX-BASE
               PERFORM 2464-COMPUTE-JUR-BASE-TAX
               IF WS-JUR-AGG-TAX > WS-JUR-BASE-TAX
                   SUBTRACT WS-JUR-BASE-TAX FROM WS-JUR-AGG-TAX
                   ADD WS-JUR-AGG-TAX TO WS-JUR-CALC-TAX
               END-IF
           END-IF
           IF JUR-CODE-ON-TABLE AND NOT JUR-STATUS-ON-TABLE
               PERFORM 2486-WRITE-JUR-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * The jurisdiction's tables' tax on WS-TAX-BASE for the
      * employee's period, carried to its weekly equivalent and back
      * as 2420-AGGREGATE-TAX does for the federal tables.
      *----------------------------------------------------------------
       2464-COMPUTE-JUR-BASE-TAX.
           MOVE ZERO TO WS-JUR-BASE-TAX
           MOVE ZERO TO WS-JTX-BEST-SUB
           IF WS-EMP-PERIODS NOT = 52
               COMPUTE WS-TAX-BASE ROUNDED =
                   WS-TAX-BASE * WS-EMP-PERIODS / 52
           END-IF
           PERFORM 2465-SCAN-ONE-JUR-BRACKET
               VARYING WS-JTX-SUB FROM 1 BY 1
               UNTIL WS-JTX-SUB > WS-JTX-COUNT
           IF WS-JTX-BEST-SUB NOT = ZERO
               SUBTRACT WS-JTX-FLOOR (WS-JTX-BEST-SUB)
                   FROM WS-TAX-BASE
                   GIVING WS-TAX-EXCESS
               MULTIPLY WS-TAX-EXCESS
                   BY WS-JTX-RATE (WS-JTX-BEST-SUB)
                   GIVING WS-JUR-BASE-TAX
               ADD WS-JTX-CUM (WS-JTX-BEST-SUB)
                   TO WS-JUR-BASE-TAX
               IF WS-EMP-PERIODS NOT = 52
                   COMPUTE WS-JUR-BASE-TAX ROUNDED =
                       WS-JUR-BASE-TAX * 52 / WS-EMP-PERIODS
               END-IF
           END-IF.

       2465-SCAN-ONE-JUR-BRACKET.
           IF WS-JTX-TYPE (WS-JTX-SUB) = WS-JUR-LOOK-TYPE
                   AND WS-JTX-CODE (WS-JTX-SUB) = WS-JUR-LOOK-CODE
               MOVE 'Y' TO WS-JUR-CODE-FLAG
               IF WS-JTX-STATUS (WS-JTX-SUB) = WS-JUR-LOOK-STATUS
                   MOVE 'Y' TO WS-JUR-STATUS-FLAG
                   IF WS-JTX-FLOOR (WS-JTX-SUB) NOT > WS-TAX-BASE
                       PERFORM 2466-KEEP-HIGHER-JUR-FLOOR
                   END-IF
               END-IF
           END-IF.

       2466-KEEP-HIGHER-JUR-FLOOR.
           IF WS-JTX-BEST-SUB = ZERO
               MOVE WS-JTX-SUB TO WS-JTX-BEST-SUB
           ELSE
               IF WS-JTX-FLOOR (WS-JTX-SUB)
                       > WS-JTX-FLOOR (WS-JTX-BEST-SUB)
                   MOVE WS-JTX-SUB TO WS-JTX-BEST-SUB
               END-IF
           END-IF.

       2467-SEARCH-RECIPROCITY.
           CONTINUE.

      *----------------------------------------------------------------
      * Each jurisdiction's withholding accumulates its own GL row,
      * as in PAYROLL. A jurisdiction that finds the table full
      * stays in the federal tax credit, which is posted as whatever
      * of the run's total tax the rows do not hold.
      *----------------------------------------------------------------
       2468-ADD-JUR-TO-GL.
           IF WS-EJ-TAX (WS-EJ-SUB) > ZERO
               PERFORM 2469-SEARCH-GL-JUR
                   VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-JUR-COUNT
                       OR (WS-GL-JUR-TYPE (WS-GL-SUB)
                               = WS-EJ-TYPE (WS-EJ-SUB)
                           AND WS-GL-JUR-CODE (WS-GL-SUB)
                               = WS-EJ-CODE (WS-EJ-SUB))
               IF WS-GL-SUB > WS-GL-JUR-COUNT
                   IF WS-GL-JUR-COUNT < 20
                       ADD 1 TO WS-GL-JUR-COUNT
                       MOVE WS-EJ-TYPE (WS-EJ-SUB)
                           TO WS-GL-JUR-TYPE (WS-GL-SUB)
                       MOVE WS-EJ-CODE (WS-EJ-SUB)
                           TO WS-GL-JUR-CODE (WS-GL-SUB)
                       MOVE WS-EJ-TAX (WS-EJ-SUB)
                           TO WS-GL-JUR-AMT (WS-GL-SUB)
                   ELSE
                       MOVE SPACES TO EXCEPTION-DETAIL-2
                       MOVE WS-EJ-CODE (WS-EJ-SUB) TO XL2-NAME
                       MOVE 'GL TAX TABLE FULL - POSTED AS FEDERAL'
                           TO XL2-MESSAGE
                       WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
                   END-IF
               ELSE
                   ADD WS-EJ-TAX (WS-EJ-SUB)
                       TO WS-GL-JUR-AMT (WS-GL-SUB)
               END-IF
           END-IF.

       2469-SEARCH-GL-JUR.
           CONTINUE.

       2480-WRITE-TAX-EXCEPTION.
           MOVE EMP-ID        TO XL-EMP-ID
           MOVE EMP-LAST-NAME TO XL-NAME
           MOVE EMP-TAX-CODE  TO XL-TAX-CODE
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL.

       2486-WRITE-JUR-EXCEPTION.
           MOVE EMP-ID             TO XL5-EMP-ID
           MOVE EMP-LAST-NAME      TO XL5-NAME
           MOVE WS-JUR-LOOK-STATUS TO XL5-TAX-CODE
           IF WS-JUR-LOOK-TYPE = 'S'
               MOVE 'STATE'        TO XL5-JUR-LIT
           ELSE
               MOVE 'LOCAL'        TO XL5-JUR-LIT
           END-IF
           MOVE WS-JUR-LOOK-CODE   TO XL5-JUR-CODE
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-5.

      *----------------------------------------------------------------
      * YTD, quarter and employer match exactly as PAYROLL posts a
      * weekly payment, so PAYROLL-BAL proves the run the same way.
      *----------------------------------------------------------------
       2500-UPDATE-YTD.
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-FILE
               INVALID KEY
                   MOVE EMP-ID       TO YTD-EMP-ID
                   MOVE WS-GROSS-PAY TO YTD-GROSS
                   MOVE WS-TAX-AMOUNT TO YTD-TAX
                   MOVE WS-NET-PAY   TO YTD-NET
                   MOVE ZERO         TO YTD-ER-MATCH
                   PERFORM 2510-CLEAR-ONE-QUARTER
                       VARYING WS-QTR-CLEAR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-CLEAR-SUB > 4
                   PERFORM 2515-CLEAR-ONE-JURISDICTION
                       VARYING WS-JUR-SUB FROM 1 BY 1
                       UNTIL WS-JUR-SUB > 5
                   PERFORM 2520-ADD-TO-QUARTER
                   PERFORM 2530-APPLY-ER-MATCH
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   ADD WS-GROSS-PAY  TO YTD-GROSS
                   ADD WS-TAX-AMOUNT TO YTD-TAX
                   ADD WS-NET-PAY    TO YTD-NET
                   PERFORM 2520-ADD-TO-QUARTER
                   PERFORM 2530-APPLY-ER-MATCH
                   REWRITE YTD-RECORD
           END-READ.

       2510-CLEAR-ONE-QUARTER.
           MOVE ZERO TO YTD-QTR-GROSS (WS-QTR-CLEAR-SUB)
                        YTD-QTR-TAX   (WS-QTR-CLEAR-SUB)
                        YTD-QTR-NET   (WS-QTR-CLEAR-SUB).

       2515-CLEAR-ONE-JURISDICTION.
           MOVE WS-YTD-JUR-EMPTY TO YTD-JUR-ENTRY (WS-JUR-SUB).

       2520-ADD-TO-QUARTER.
           ADD WS-GROSS-PAY  TO YTD-QTR-GROSS (WS-QTR-SUB)
           ADD WS-TAX-AMOUNT TO YTD-QTR-TAX   (WS-QTR-SUB)
           ADD WS-NET-PAY    TO YTD-QTR-NET   (WS-QTR-SUB)
           PERFORM 2522-ADD-JUR-TO-YTD
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3.

      *----------------------------------------------------------------
      * Each state and locality withheld for keeps its own YTD slot,
      * wages and tax for the year and by quarter, as PAYROLL posts
      * them. The wages are the payment's taxable gross. A
      * jurisdiction new for the year takes the first free slot.
      *----------------------------------------------------------------
       2522-ADD-JUR-TO-YTD.
           IF WS-EJ-CODE (WS-EJ-SUB) NOT = SPACES
               PERFORM 2523-SEARCH-YTD-JUR
                   VARYING WS-JUR-SUB FROM 1 BY 1
                   UNTIL WS-JUR-SUB > 5
                       OR (YTD-JUR-TYPE (WS-JUR-SUB)
                               = WS-EJ-TYPE (WS-EJ-SUB)
                           AND YTD-JUR-CODE (WS-JUR-SUB)
                               = WS-EJ-CODE (WS-EJ-SUB))
               IF WS-JUR-SUB > 5
                   PERFORM 2523-SEARCH-YTD-JUR
                       VARYING WS-JUR-SUB FROM 1 BY 1
                       UNTIL WS-JUR-SUB > 5
                           OR YTD-JUR-UNUSED (WS-JUR-SUB)
                   IF WS-JUR-SUB NOT > 5
                       MOVE WS-EJ-TYPE (WS-EJ-SUB)
                           TO YTD-JUR-TYPE (WS-JUR-SUB)
                       MOVE WS-EJ-CODE (WS-EJ-SUB)
                           TO YTD-JUR-CODE (WS-JUR-SUB)
                   END-IF
               END-IF
               IF WS-JUR-SUB > 5
                   MOVE SPACES TO EXCEPTION-DETAIL-2
                   MOVE EMP-ID TO XL2-EMP-ID
                   MOVE EMP-LAST-NAME TO XL2-NAME
                   MOVE WS-EJ-CODE (WS-EJ-SUB) TO WS-JSM-CODE
                   MOVE WS-JUR-SLOT-MSG TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
               ELSE
                   ADD WS-TAXABLE-GROSS
                       TO YTD-JUR-WAGES (WS-JUR-SUB)
                          YTD-JUR-QTR-WAGES (WS-JUR-SUB, WS-QTR-SUB)
                   ADD WS-EJ-TAX (WS-EJ-SUB)
                       TO YTD-JUR-TAX (WS-JUR-SUB)
                          YTD-JUR-QTR-TAX (WS-JUR-SUB, WS-QTR-SUB)
               END-IF
           END-IF.

       2523-SEARCH-YTD-JUR.
           CONTINUE.

       2530-APPLY-ER-MATCH.
           MOVE ZERO TO WS-MATCH-BASE
           PERFORM 2535-SCAN-ONE-MATCH-DED
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           MULTIPLY WS-MATCH-BASE BY WS-MATCH-PCT
               GIVING WS-ER-MATCH ROUNDED
           IF WS-ER-MATCH > ZERO
               SUBTRACT YTD-ER-MATCH FROM WS-MATCH-ANNUAL-CAP
                   GIVING WS-MATCH-ROOM
               IF WS-MATCH-ROOM < ZERO
                   MOVE ZERO TO WS-MATCH-ROOM
               END-IF
               IF WS-ER-MATCH > WS-MATCH-ROOM
                   MOVE WS-MATCH-ROOM TO WS-ER-MATCH
               END-IF
           END-IF
           ADD WS-ER-MATCH TO YTD-ER-MATCH
           ADD WS-ER-MATCH TO WS-TOTAL-ER-MATCH.

       2535-SCAN-ONE-MATCH-DED.
           IF WS-DED-DTL-TYPE (WS-DED-SUB) = WS-MATCH-DED-TYPE
               ADD WS-DED-DTL-AMT (WS-DED-SUB) TO WS-MATCH-BASE
           END-IF.

       2550-ADD-GL-DEPT.
           PERFORM 2555-SEARCH-GL-DEPT
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-DEPT-COUNT
                   OR WS-GL-DEPT (WS-GL-SUB) = EMP-DEPARTMENT
           IF WS-GL-SUB > WS-GL-DEPT-COUNT
               IF WS-GL-DEPT-COUNT < 20
                   ADD 1 TO WS-GL-DEPT-COUNT
                   MOVE EMP-DEPARTMENT
                       TO WS-GL-DEPT (WS-GL-SUB)
                   MOVE WS-GROSS-PAY
                       TO WS-GL-DEPT-GROSS (WS-GL-SUB)
               ELSE
                   MOVE SPACES TO EXCEPTION-DETAIL-2
                   MOVE EMP-DEPARTMENT TO XL2-NAME
                   MOVE 'GL DEPT TABLE FULL - DEBIT DROPPED'
                       TO XL2-MESSAGE
                   WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-2
               END-IF
           ELSE
               ADD WS-GROSS-PAY TO WS-GL-DEPT-GROSS (WS-GL-SUB)
           END-IF.

       2555-SEARCH-GL-DEPT.
           CONTINUE.

      *----------------------------------------------------------------
      * An enrolled account is paid by live ACH credit; anything
      * else is paid by check through CHECK-WRITE. A supplemental
      * run sends no prenotes - the weekly run owns the prenote
      * count.
      *----------------------------------------------------------------
       2600-PAY-NET.
           MOVE 'N' TO WS-BANK-FOUND-FLAG
           MOVE EMP-ID TO BA-EMP-ID
           READ BANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BANK-FOUND-FLAG
           END-READ
           IF BANK-FOUND AND BA-ENROLLED
               PERFORM 2610-WRITE-LIVE-ACH
               MOVE 'A' TO WS-PAY-METHOD
               MOVE SPACES TO WS-CHECK-REASON
               ADD 1 TO WS-ACH-COUNT
               ADD WS-NET-PAY TO WS-TOTAL-ACH-PAY
           ELSE
               MOVE 'C' TO WS-PAY-METHOD
               IF BANK-FOUND AND BA-PRENOTE
                   MOVE 'PRENOTE WAIT' TO WS-CHECK-REASON
               ELSE
                   MOVE 'NO ENROLLED ACCOUNT' TO WS-CHECK-REASON
               END-IF
               ADD 1 TO WS-CHECK-COUNT
               ADD WS-NET-PAY TO WS-TOTAL-CHECK-PAY
           END-IF.

       2610-WRITE-LIVE-ACH.
           MOVE SPACES        TO ACH-ENTRY-RECORD
           MOVE '6'           TO ACH-RECORD-TYPE
           IF BA-SAVINGS
               MOVE '32'      TO ACH-TRANS-CODE
           ELSE
               MOVE '22'      TO ACH-TRANS-CODE
           END-IF
           MOVE BA-ROUTING-ID  TO ACH-RECV-DFI-ID
           MOVE BA-CHECK-DIGIT TO ACH-CHECK-DIGIT
           MOVE BA-ACCT-NO     TO ACH-DFI-ACCT-NO
           MOVE WS-NET-PAY    TO ACH-AMOUNT
           MOVE EMP-ID        TO ACH-INDIVID-ID
           MOVE EMP-LAST-NAME TO ACH-INDIVID-NAME
           MOVE '0'           TO ACH-ADDENDA-IND
           MOVE WS-PAY-COUNT  TO ACH-TRACE-NUMBER
           WRITE ACH-ENTRY-RECORD.

      *----------------------------------------------------------------
      * The payment is keyed under the card's run number alongside
      * the period's regular payment (run number zero). It carries
      * no hours; PH-HOURLY-RATE is the rate in force for reference.
      *----------------------------------------------------------------
       2700-WRITE-PAY-HISTORY.
           MOVE SPACES           TO PAY-HISTORY-RECORD
           MOVE EMP-ID           TO PH-EMP-ID
           MOVE RC-PERIOD-ENDING TO PH-WEEK-ENDING
           MOVE RC-RUN-NUMBER    TO PH-SUPP-RUN
           MOVE EMP-PAY-GROUP    TO PH-PAY-GROUP
           MOVE WS-GROSS-PAY     TO PH-GROSS
           MOVE WS-TAX-AMOUNT    TO PH-TAX
           MOVE WS-FED-TAX       TO PH-FED-TAX
           MOVE WS-NET-PAY       TO PH-NET
           MOVE EMP-HOURLY-RATE  TO PH-HOURLY-RATE
           MOVE ZERO             TO PH-REGULAR-HRS
                                    PH-REGULAR-PAY
                                    PH-OVERTIME-HRS
                                    PH-OVERTIME-PAY
                                    PH-DBLTIME-HRS
                                    PH-DBLTIME-PAY
                                    PH-VAC-HRS
                                    PH-SICK-HRS
                                    PH-HOL-HRS
                                    PH-CHECK-NO
                                    PH-RETRO-PAY
                                    PH-OT-MULTIPLIER
                                    PH-DT-MULTIPLIER
                                    PH-VAC-PAYOUT-HRS
                                    PH-VAC-PAYOUT
           MOVE WS-PAY-METHOD    TO PH-PAY-METHOD
           MOVE WS-PAY-EARN-TYPE TO PH-SUPP-EARN-TYPE
           MOVE WS-ER-MATCH      TO PH-ER-MATCH
           PERFORM 2710-FILL-HIST-DED
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           PERFORM 2720-FILL-HIST-JUR
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > 3
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE.

       2710-FILL-HIST-DED.
           MOVE WS-DED-DTL-TYPE (WS-DED-SUB)
               TO PH-DED-TYPE (WS-DED-SUB)
           MOVE WS-DED-DTL-AMT (WS-DED-SUB)
               TO PH-DED-AMT (WS-DED-SUB).

       2720-FILL-HIST-JUR.
           MOVE WS-EJ-TYPE (WS-EJ-SUB) TO PH-JUR-TYPE (WS-EJ-SUB)
           MOVE WS-EJ-CODE (WS-EJ-SUB) TO PH-JUR-CODE (WS-EJ-SUB)
           MOVE WS-EJ-TAX (WS-EJ-SUB)  TO PH-JUR-TAX (WS-EJ-SUB).

       2800-WRITE-REGISTER-LINE.
           MOVE SPACES           TO SUPP-DETAIL
           MOVE EMP-ID           TO SD-EMP-ID
           MOVE EMP-LAST-NAME    TO SD-NAME
           MOVE WS-PAY-EARN-TYPE TO SD-EARN-TYPE
           MOVE WS-GROSS-PAY     TO SD-GROSS
           MOVE WS-PRETAX-DED    TO SD-PRETAX
           MOVE WS-TAX-AMOUNT    TO SD-TAX
           MOVE WS-POSTTAX-DED   TO SD-POSTTAX
           MOVE WS-NET-PAY       TO SD-NET
           IF WS-PAY-METHOD = 'A'
               MOVE 'ACH'        TO SD-METHOD
           ELSE
               MOVE 'CHECK'      TO SD-METHOD
           END-IF
           MOVE WS-CHECK-REASON  TO SD-NOTE
           PERFORM 2850-WRITE-REGISTER-DETAIL.

       2850-WRITE-REGISTER-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 1900-WRITE-HEADERS
           END-IF
           WRITE SUPP-REGISTER-LINE FROM SUPP-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       3000-WRAPUP.
           PERFORM 3300-WRITE-GL-EXTRACT
           PERFORM 3100-WRITE-RUN-TOTALS
           PERFORM 3400-WRITE-CONTROL-TOTALS
           PERFORM 3500-WRITE-RUN-LOG
           CLOSE SORTED-EARN-FILE
                 EMPLOYEE-FILE
                 YTD-FILE
                 DEDUCTIONS-FILE
                 BANK-FILE
                 PAY-HISTORY-FILE
                 ACH-FILE
                 SUPP-REGISTER
                 EXCEPTION-REPORT
           DISPLAY 'PAYROLL-SUPP: RUN ' RC-RUN-NUMBER-X
               ' COMPLETE - ' WS-PAY-COUNT ' PAID, '
               WS-REJECT-COUNT ' LINES REJECTED'.

      *----------------------------------------------------------------
      * Run totals at the foot of the register, written after the
      * GL extract has priced the employer tax accrual.
      *----------------------------------------------------------------
       3100-WRITE-RUN-TOTALS.
           MOVE SPACES TO SUPP-REGISTER-LINE
           WRITE SUPP-REGISTER-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'EARNINGS LINES READ'   TO ST-LABEL
           MOVE WS-LINE-IN-COUNT        TO ST-COUNT
           MOVE WS-TOTAL-GROSS          TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'EARNINGS LINES REJECTED' TO ST-LABEL
           MOVE WS-REJECT-COUNT         TO ST-COUNT
           MOVE ZERO                    TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'FLAT-RATE EARNINGS'    TO ST-LABEL
           MOVE ZERO                    TO ST-COUNT
           MOVE WS-TOTAL-FLAT-GROSS     TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'AGGREGATE EARNINGS'    TO ST-LABEL
           MOVE ZERO                    TO ST-COUNT
           MOVE WS-TOTAL-AGG-GROSS      TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'PRE-TAX DEDUCTIONS'    TO ST-LABEL
           MOVE ZERO                    TO ST-COUNT
           MOVE WS-TOTAL-PRETAX-DED     TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'TAX WITHHELD'          TO ST-LABEL
           MOVE ZERO                    TO ST-COUNT
           MOVE WS-TOTAL-TAX            TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'POST-TAX DEDUCTIONS'   TO ST-LABEL
           MOVE ZERO                    TO ST-COUNT
           MOVE WS-TOTAL-POSTTAX-DED    TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'EMPLOYEES PAID - NET'  TO ST-LABEL
           MOVE WS-PAY-COUNT            TO ST-COUNT
           MOVE WS-TOTAL-NET            TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'PAID BY ACH'           TO ST-LABEL
           MOVE WS-ACH-COUNT            TO ST-COUNT
           MOVE WS-TOTAL-ACH-PAY        TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'PAID BY CHECK'         TO ST-LABEL
           MOVE WS-CHECK-COUNT          TO ST-COUNT
           MOVE WS-TOTAL-CHECK-PAY      TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'EMPLOYER 401K MATCH'   TO ST-LABEL
           MOVE ZERO                    TO ST-COUNT
           MOVE WS-TOTAL-ER-MATCH       TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL
           MOVE 'EMPLOYER TAX ACCRUAL'  TO ST-LABEL
           MOVE ZERO                    TO ST-COUNT
           MOVE WS-TOTAL-ER-TAX         TO ST-AMOUNT
           PERFORM 3110-WRITE-ONE-TOTAL.

       3110-WRITE-ONE-TOTAL.
           WRITE SUPP-REGISTER-LINE FROM SUPP-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------
      * GL extract in PAYROLL's layout and order - wage expense by
      * department, federal tax and one liability per state and
      * locality withheld for, deduction liabilities, net pay
      * clearing, employer tax and match - closed by the 'T' batch
      * record.
      *----------------------------------------------------------------
       3300-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-POST-FILE
           MOVE ZERO TO WS-GL-DEBIT-TOTAL
                        WS-GL-CREDIT-TOTAL
                        WS-GL-REC-COUNT
           PERFORM 3310-POST-DEPT-WAGES
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-DEPT-COUNT
           MOVE ZERO TO WS-GL-JUR-TOTAL
           PERFORM 3305-ADD-GL-JUR-TOTAL
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-JUR-COUNT
           SUBTRACT WS-GL-JUR-TOTAL FROM WS-TOTAL-TAX
               GIVING WS-GL-FED-TAX
           MOVE '****' TO WS-GL-LOOK-DEPT
           MOVE 'TX'   TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE 'TAX WITHHELD'   TO WS-GL-POST-TEXT
           MOVE SPACES           TO WS-GL-POST-CODE
           MOVE WS-GL-FED-TAX    TO WS-GL-POST-AMOUNT
           MOVE 'C'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING
           PERFORM 3360-POST-JUR-LIABILITY
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-JUR-COUNT
           PERFORM 3330-POST-DED-LIABILITY
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-DED-COUNT
           MOVE '****' TO WS-GL-LOOK-DEPT
           MOVE 'NP'   TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE 'NET PAY CLEARING' TO WS-GL-POST-TEXT
           MOVE SPACES           TO WS-GL-POST-CODE
           MOVE WS-TOTAL-NET     TO WS-GL-POST-AMOUNT
           MOVE 'C'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING
           PERFORM 3340-POST-ER-TAX
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-DEPT-COUNT
           MOVE '****' TO WS-GL-LOOK-DEPT
           MOVE 'TL'   TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE 'ER TAX LIABILITY' TO WS-GL-POST-TEXT
           MOVE SPACES           TO WS-GL-POST-CODE
           MOVE WS-TOTAL-ER-TAX  TO WS-GL-POST-AMOUNT
           MOVE 'C'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING
           MOVE '****' TO WS-GL-LOOK-DEPT
           MOVE 'ME'   TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE '401K MATCH EXPENSE' TO WS-GL-POST-TEXT
           MOVE SPACES           TO WS-GL-POST-CODE
           MOVE WS-TOTAL-ER-MATCH TO WS-GL-POST-AMOUNT
           MOVE 'D'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING
           MOVE '****' TO WS-GL-LOOK-DEPT
           MOVE 'ML'   TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE '401K MATCH LIABILITY' TO WS-GL-POST-TEXT
           MOVE SPACES           TO WS-GL-POST-CODE
           MOVE WS-TOTAL-ER-MATCH TO WS-GL-POST-AMOUNT
           MOVE 'C'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING
           MOVE SPACES           TO GL-BATCH-RECORD
           MOVE 'T'              TO GLB-RECORD-TYPE
           MOVE WS-CURRENT-DATE  TO GLB-RUN-DATE
           MOVE WS-GL-DEBIT-TOTAL  TO GLB-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GLB-CREDIT-TOTAL
           MOVE WS-GL-REC-COUNT  TO GLB-RECORD-COUNT
           MOVE RC-RUN-NUMBER    TO GLB-RUN-NUMBER
           MOVE RC-PAY-GROUP     TO GLB-PAY-GROUP
           WRITE GL-BATCH-RECORD
           CLOSE GL-POST-FILE.

       3305-ADD-GL-JUR-TOTAL.
           ADD WS-GL-JUR-AMT (WS-GL-SUB) TO WS-GL-JUR-TOTAL.

       3310-POST-DEPT-WAGES.
           MOVE WS-GL-DEPT (WS-GL-SUB) TO WS-GL-LOOK-DEPT
           MOVE 'WG' TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE 'SUPP WAGE EXPENSE' TO WS-GL-POST-TEXT
           MOVE WS-GL-DEPT (WS-GL-SUB) TO WS-GL-POST-CODE
           MOVE WS-GL-DEPT-GROSS (WS-GL-SUB) TO WS-GL-POST-AMOUNT
           MOVE 'D'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING.

       3320-FIND-GL-ACCOUNT.
           PERFORM 3321-SEARCH-GL-MAP
               VARYING WS-GLMAP-SUB FROM 1 BY 1
               UNTIL WS-GLMAP-SUB > WS-GLMAP-COUNT
                   OR (WS-GLMAP-DEPT (WS-GLMAP-SUB) = WS-GL-LOOK-DEPT
                       AND WS-GLMAP-TYPE (WS-GLMAP-SUB)
                           = WS-GL-LOOK-TYPE)
           IF WS-GLMAP-SUB > WS-GLMAP-COUNT
               MOVE '99999999' TO WS-GL-ACCOUNT-USE
               MOVE WS-GL-LOOK-DEPT TO XL3-DEPT
               MOVE WS-GL-LOOK-TYPE TO XL3-TYPE
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-3
           ELSE
               MOVE WS-GLMAP-ACCOUNT (WS-GLMAP-SUB)
                   TO WS-GL-ACCOUNT-USE
           END-IF.

       3321-SEARCH-GL-MAP.
           CONTINUE.

       3330-POST-DED-LIABILITY.
           MOVE '****' TO WS-GL-LOOK-DEPT
           MOVE WS-GL-DED-TYPE (WS-GL-SUB) TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE 'DEDUCTION LIABILITY' TO WS-GL-POST-TEXT
           MOVE WS-GL-DED-TYPE (WS-GL-SUB) TO WS-GL-POST-CODE
           MOVE WS-GL-DED-AMT (WS-GL-SUB) TO WS-GL-POST-AMOUNT
           MOVE 'C'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING.

       3340-POST-ER-TAX.
           MULTIPLY WS-GL-DEPT-GROSS (WS-GL-SUB) BY WS-ER-TAX-RATE
               GIVING WS-ER-TAX-AMT ROUNDED
           ADD WS-ER-TAX-AMT TO WS-TOTAL-ER-TAX
           MOVE WS-GL-DEPT (WS-GL-SUB) TO WS-GL-LOOK-DEPT
           MOVE 'ET' TO WS-GL-LOOK-TYPE
           PERFORM 3320-FIND-GL-ACCOUNT
           MOVE 'ER TAX ACCRUAL' TO WS-GL-POST-TEXT
           MOVE WS-GL-DEPT (WS-GL-SUB) TO WS-GL-POST-CODE
           MOVE WS-ER-TAX-AMT    TO WS-GL-POST-AMOUNT
           MOVE 'D'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING.

       3350-WRITE-ONE-POSTING.
           MOVE SPACES           TO GL-POST-RECORD
           MOVE 'D'              TO GLP-RECORD-TYPE
           MOVE WS-CURRENT-DATE  TO GLP-RUN-DATE
           MOVE WS-GL-ACCOUNT-USE TO GLP-ACCOUNT
           MOVE WS-GL-POST-DRCR  TO GLP-DRCR
           MOVE WS-GL-POST-AMOUNT TO GLP-AMOUNT
           MOVE WS-GL-POST-TEXT  TO GLP-DESC-TEXT
           MOVE WS-GL-POST-CODE  TO GLP-DESC-CODE
           MOVE RC-RUN-NUMBER    TO GLP-RUN-NUMBER
           MOVE RC-PAY-GROUP     TO GLP-PAY-GROUP
           IF WS-GL-POST-DRCR = 'D'
               ADD WS-GL-POST-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD WS-GL-POST-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF
           ADD 1 TO WS-GL-REC-COUNT
           WRITE GL-POST-RECORD.

      *----------------------------------------------------------------
      * One liability credit per state and locality withheld for,
      * the code in the description so each remittance is read
      * straight off the extract. The account comes from the GL map
      * row for the jurisdiction code under type 'ST' or 'LT', and
      * failing that from the shop-wide '****' row.
      *----------------------------------------------------------------
       3360-POST-JUR-LIABILITY.
           MOVE WS-GL-JUR-CODE (WS-GL-SUB) TO WS-GL-LOOK-DEPT
           IF WS-GL-JUR-TYPE (WS-GL-SUB) = 'S'
               MOVE 'ST'                 TO WS-GL-LOOK-TYPE
               MOVE 'STATE TAX WITHHELD' TO WS-GL-POST-TEXT
           ELSE
               MOVE 'LT'                 TO WS-GL-LOOK-TYPE
               MOVE 'LOCAL TAX WITHHELD' TO WS-GL-POST-TEXT
           END-IF
           PERFORM 3321-SEARCH-GL-MAP
               VARYING WS-GLMAP-SUB FROM 1 BY 1
               UNTIL WS-GLMAP-SUB > WS-GLMAP-COUNT
                   OR (WS-GLMAP-DEPT (WS-GLMAP-SUB) = WS-GL-LOOK-DEPT
                       AND WS-GLMAP-TYPE (WS-GLMAP-SUB)
                           = WS-GL-LOOK-TYPE)
           IF WS-GLMAP-SUB > WS-GLMAP-COUNT
               MOVE '****' TO WS-GL-LOOK-DEPT
               PERFORM 3320-FIND-GL-ACCOUNT
           ELSE
               MOVE WS-GLMAP-ACCOUNT (WS-GLMAP-SUB)
                   TO WS-GL-ACCOUNT-USE
           END-IF
           MOVE WS-GL-JUR-CODE (WS-GL-SUB) TO WS-GL-POST-CODE
           MOVE WS-GL-JUR-AMT (WS-GL-SUB)  TO WS-GL-POST-AMOUNT
           MOVE 'C'              TO WS-GL-POST-DRCR
           PERFORM 3350-WRITE-ONE-POSTING.

      *----------------------------------------------------------------
      * Control totals in PAYROLL's layout, carrying the card's run
      * number so PAYROLL-BAL, CHECK-WRITE and ACH-RELEASE can tell
      * this run's record from the period's regular one.
      *----------------------------------------------------------------
       3400-WRITE-CONTROL-TOTALS.
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES              TO CONTROL-TOTALS-RECORD
           MOVE WS-CURRENT-DATE     TO CTL-RUN-DATE
           MOVE WS-PAY-COUNT        TO CTL-EMP-COUNT
           MOVE WS-TOTAL-GROSS      TO CTL-TOTAL-GROSS
           MOVE WS-TOTAL-TAX        TO CTL-TOTAL-TAX
           MOVE WS-TOTAL-NET        TO CTL-TOTAL-NET
           MOVE WS-TOTAL-PRETAX-DED TO CTL-PRETAX-DED
           MOVE WS-TOTAL-POSTTAX-DED TO CTL-POSTTAX-DED
           MOVE WS-TOTAL-CHECK-PAY  TO CTL-CHECK-TOTAL
           MOVE RC-PERIOD-ENDING    TO CTL-PERIOD-END
           MOVE RC-RUN-NUMBER       TO CTL-RUN-NUMBER
           MOVE RC-PAY-GROUP        TO CTL-PAY-GROUP
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-FILE.

       3500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES           TO RUN-LOG-RECORD
           MOVE RC-PERIOD-ENDING TO RL-PERIOD-ENDING
           MOVE RC-RUN-NUMBER    TO RL-RUN-NUMBER
           MOVE WS-CURRENT-DATE  TO RL-COMPLETED-DATE
           MOVE 'S'              TO RL-RUN-TYPE
           MOVE RC-PAY-GROUP     TO RL-PAY-GROUP
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

      *----------------------------------------------------------------
      * The step's end and return code go on the stream status file
      * for the next step's sequence check to read.
      *----------------------------------------------------------------
       3700-RECORD-STREAM-END.
           ACCEPT WS-STRM-DATE FROM DATE
           ACCEPT WS-STRM-TIME FROM TIME
           OPEN I-O STREAM-STATUS-FILE
           MOVE WS-STRM-RUN-NUMBER TO SS-RUN-NUMBER
           READ STREAM-STATUS-FILE
               INVALID KEY
                   DISPLAY 'PAYROLL-SUPP: NO STREAM STATUS RECORD'
               NOT INVALID KEY
                   MOVE 'E'          TO SS-STEP-STATE (WS-STRM-STEP)
                   MOVE WS-STRM-DATE TO SS-END-DATE (WS-STRM-STEP)
                   MOVE WS-STRM-HHMM TO SS-END-TIME (WS-STRM-STEP)
                   MOVE RETURN-CODE  TO SS-STEP-RC (WS-STRM-STEP)
                   REWRITE STREAM-STATUS-RECORD
           END-READ
           CLOSE STREAM-STATUS-FILE.
