      *----------------------------------------------------------------
      * DED-REMIT.COB - Deduction Payee Remittance, AP Voucher File
      *                 and 401(k) Recordkeeper Contribution File
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / PAYROLL-BAL.COB
      *
      * Runs after PAYROLL-BAL has proved the run, from the same
      * run-control card, and will not start until the stream status
      * file shows the run's pay and balancing steps finished
      * cleanly or overridden. Every deduction PAYROLL withheld this
      * period - the pay history record's deduction detail for the
      * card's period and run - is routed to the party owed through
      * the deduction payee master: by type and the entry's case
      * number first (a garnishment paid to its own court or
      * agency), then by the type's general payee. The employer
      * 401(k) match on the pay history record goes to the payee of
      * the match deduction type. Each payee gets a remittance
      * advice listing every employee's amount, and each payee and
      * type one voucher on the accounts payable interface file,
      * due on the check date, charged to the liability account the
      * GL extract credited. The voucher's invoice number is built
      * from the period, run and type, so accounts payable's
      * duplicate-invoice check refuses a second load of a rerun.
      * The recordkeeper's contribution file carries each
      * employee's deferral (the types whose payee is the
      * recordkeeper, payee class 'K'), employer match and the
      * year-to-date figures from the deductions master and YTD
      * file.
      * The remittance is proved before anyone is paid: per type,
      * what was vouchered plus what found no payee must equal the
      * deduction liability credit on this run's GL extract, and
      * the match the '401K MATCH LIABILITY' credit. An amount with
      * no active payee on file is printed and left off the voucher
      * file; it, or any type that does not tie, ends the run with
      * return code 8 so the AP load is held.
      * On a supplemental run's card (RC-RUN-TYPE 'S') the amounts
      * are PAYROLL-SUPP's, read from the pay history records it
      * wrote under the run's key, against its GL extract.
      * A regular run's card names its pay group: the control file
      * must be that group's, and only pay history the group's run
      * wrote for the period is remitted.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DED-REMIT.
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
           SELECT CONTROL-FILE
               ASSIGN TO UT-S-CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO UT-S-EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT DEDUCTIONS-FILE
               ASSIGN TO UT-S-DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-EMP-ID
               FILE STATUS IS WS-DED-STATUS.
           SELECT YTD-FILE
               ASSIGN TO UT-S-YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DED-PAYEE-FILE
               ASSIGN TO UT-S-DEDPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO UT-S-GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-POST-FILE
               ASSIGN TO UT-S-GLPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT REMIT-WORK-FILE
               ASSIGN TO UT-S-REMWORK
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK01.
           SELECT SORTED-REMIT-FILE
               ASSIGN TO UT-S-SRTREM
               ORGANIZATION IS SEQUENTIAL.
           SELECT REMIT-REPORT
               ASSIGN TO UT-S-REMADV
               ORGANIZATION IS SEQUENTIAL.
           SELECT AP-VOUCHER-FILE
               ASSIGN TO UT-S-APVOUCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECORDKEEPER-FILE
               ASSIGN TO UT-S-RK401K
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

       FD CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS.
           COPY CTLREC.

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY PAYHREC.

       FD DEDUCTIONS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 236 CHARACTERS.
           COPY DEDREC.

       FD YTD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 700 CHARACTERS.
           COPY YTDREC.

       FD DED-PAYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY DEDPAYEE.

       FD GL-MAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 GL-MAP-RECORD.
          05 GLM-DEPT           PIC X(4).
          05 GLM-AMT-TYPE       PIC X(2).
          05 GLM-ACCOUNT        PIC X(8).
          05 FILLER             PIC X(66).

      *----------------------------------------------------------------
      * The run's GL extract as PAYROLL or PAYROLL-SUPP wrote it,
      * read back for the liability credits the remittance must
      * tie to and for the batch record's run date, run number
      * and pay group.
      *----------------------------------------------------------------
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
          05 FILLER             PIC X(9).
       01 GL-BATCH-RECORD.
          05 GLB-RECORD-TYPE    PIC X(1).
          05 GLB-RUN-DATE       PIC 9(6).
          05 GLB-DEBIT-TOTAL    PIC 9(11)V99.
          05 GLB-CREDIT-TOTAL   PIC 9(11)V99.
          05 GLB-RECORD-COUNT   PIC 9(5).
          05 GLB-RUN-NUMBER     PIC 9(4).
          05 GLB-PAY-GROUP      PIC X(2).
          05 FILLER             PIC X(16).

      *----------------------------------------------------------------
      * One work record per amount owed to a payee: an employee's
      * deduction ('D') or employer match ('M'), with the payee it
      * resolved to - spaces when none was found - and the GL
      * liability type it was credited under ('ML' for the match).
      * Sorted by payee, type, case and employee for the advices.
      *----------------------------------------------------------------
       FD REMIT-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01 REMIT-WORK-RECORD.
          05 RW-PAYEE-ID        PIC X(8).
          05 RW-GL-TYPE         PIC X(2).
          05 RW-CASE-NO         PIC X(12).
          05 RW-EMP-ID          PIC X(6).
          05 RW-EMP-NAME        PIC X(30).
          05 RW-LINE-KIND       PIC X(1).
             88 RW-MATCH-LINE   VALUE 'M'.
          05 RW-DED-TYPE        PIC X(2).
          05 RW-PAYEE-NAME      PIC X(30).
          05 RW-ADDR-1          PIC X(30).
          05 RW-ADDR-2          PIC X(30).
          05 RW-AMOUNT          PIC 9(7)V99.

       SD SORT-WORK-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 SORT-WORK-RECORD.
          05 SW-PAYEE-ID        PIC X(8).
          05 SW-GL-TYPE         PIC X(2).
          05 SW-CASE-NO         PIC X(12).
          05 SW-EMP-ID          PIC X(6).
          05 FILLER             PIC X(132).

       FD SORTED-REMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01 SORTED-REMIT-RECORD   PIC X(160).

       FD REMIT-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS.
       01 REMIT-LINE            PIC X(132).

      *----------------------------------------------------------------
      * Accounts payable voucher interface: one 'V' record per payee
      * and deduction type, then a 'T' trailer with the voucher
      * count and total for AP to prove the load.
      *----------------------------------------------------------------
       FD AP-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01 AP-VOUCHER-RECORD.
          05 AV-RECORD-TYPE     PIC X(1).
          05 AV-VENDOR-ID       PIC X(8).
          05 AV-INVOICE-NO      PIC X(16).
          05 AV-INVOICE-DATE    PIC 9(6).
          05 AV-DUE-DATE        PIC 9(6).
          05 AV-AMOUNT          PIC 9(9)V99.
          05 AV-GL-ACCOUNT      PIC X(8).
          05 AV-DESC            PIC X(30).
          05 AV-DED-TYPE        PIC X(2).
          05 FILLER             PIC X(12).
       01 AP-VOUCHER-TRAILER.
          05 AT-RECORD-TYPE     PIC X(1).
          05 AT-VOUCHER-COUNT   PIC 9(6).
          05 AT-VOUCHER-TOTAL   PIC 9(11)V99.
          05 AT-CREATE-DATE     PIC 9(6).
          05 FILLER             PIC X(74).

      *----------------------------------------------------------------
      * Recordkeeper contribution file in the recordkeeper's fixed
      * layout: an 'H' header naming the plan and the pay period,
      * one 'D' record per employee with a deferral or a match this
      * run, and a 'T' trailer with the count and the totals.
      *----------------------------------------------------------------
       FD RECORDKEEPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01 RK-HEADER-RECORD.
          05 RH-RECORD-TYPE     PIC X(1).
          05 RH-PLAN-ID         PIC X(8).
          05 RH-CREATE-DATE     PIC 9(6).
          05 RH-PERIOD-END      PIC 9(6).
          05 RH-CHECK-DATE      PIC 9(6).
          05 RH-RUN-NUMBER      PIC 9(4).
          05 RH-RUN-TYPE        PIC X(1).
          05 FILLER             PIC X(88).
       01 RK-DETAIL-RECORD.
          05 RD-RECORD-TYPE     PIC X(1).
          05 RD-EMP-ID          PIC X(6).
          05 RD-LAST-NAME       PIC X(20).
          05 RD-FIRST-NAME      PIC X(15).
          05 RD-PERIOD-END      PIC 9(6).
          05 RD-CHECK-DATE      PIC 9(6).
          05 RD-PERIOD-GROSS    PIC 9(7)V99.
          05 RD-DEFERRAL        PIC 9(6)V99.
          05 RD-ER-MATCH        PIC 9(6)V99.
          05 RD-YTD-GROSS       PIC 9(9)V99.
          05 RD-YTD-DEFERRAL    PIC 9(7)V99.
          05 RD-YTD-MATCH       PIC 9(7)V99.
          05 RD-EMP-STATUS      PIC X(1).
          05 RD-TERM-DATE       PIC 9(6).
          05 FILLER             PIC X(5).
       01 RK-TRAILER-RECORD.
          05 RT-RECORD-TYPE     PIC X(1).
          05 RT-PLAN-ID         PIC X(8).
          05 RT-RECORD-COUNT    PIC 9(6).
          05 RT-DEFERRAL-TOTAL  PIC 9(9)V99.
          05 RT-MATCH-TOTAL     PIC 9(9)V99.
          05 FILLER             PIC X(83).

       FD STREAM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS.
           COPY STRMSTAT.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS       PIC XX VALUE SPACES.
       01 WS-CTL-STATUS          PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-PAYHIST-STATUS      PIC XX VALUE SPACES.
       01 WS-DED-STATUS          PIC XX VALUE SPACES.
       01 WS-YTD-STATUS          PIC XX VALUE SPACES.
       01 WS-PAYEE-STATUS        PIC XX VALUE SPACES.
       01 WS-GLMAP-STATUS        PIC XX VALUE SPACES.
       01 WS-GLPOST-STATUS       PIC XX VALUE SPACES.

      *----------------------------------------------------------------
      * DED-REMIT has no slot of its own on the stream status file
      * (STRMSTAT.CPY) but reads it the way CHECK-WRITE does: the
      * run's pay step (PAYROLL or PAYROLL-SUPP) and PAYROLL-BAL
      * must have finished cleanly or been overridden, regular or
      * supplemental run alike.
      * WS-STRM-PREREQ holds one byte per stream step: 'Y' must have
      * finished cleanly or been skipped by override.
      *----------------------------------------------------------------
       01 WS-STRM-STATUS         PIC XX VALUE SPACES.
       01 WS-STRM-REFUSE-FLAG    PIC X VALUE 'N'.
          88 STREAM-REFUSED      VALUE 'Y'.
       01 WS-STRM-PREREQ         PIC X(9) VALUE '   YY    '.
       01 WS-STRM-PREREQ-TABLE REDEFINES WS-STRM-PREREQ.
          05 WS-STRM-NEED        PIC X(1) OCCURS 9 TIMES.
       01 WS-STRM-SUB            PIC 9(2) VALUE ZERO.
       01 WS-STRM-RUN-TYPE       PIC X(1) VALUE SPACES.

       01 WS-CTL-FOUND-FLAG      PIC X VALUE 'N'.
          88 CONTROL-FOUND       VALUE 'Y'.
       01 WS-EMP-EOF-FLAG        PIC X VALUE 'N'.
          88 EMP-EOF             VALUE 'Y'.
       01 WS-HIST-FOUND-FLAG     PIC X VALUE 'N'.
          88 HISTORY-FOUND       VALUE 'Y'.
       01 WS-DED-FOUND-FLAG      PIC X VALUE 'N'.
          88 DED-RECORD-FOUND    VALUE 'Y'.
       01 WS-YTD-FOUND-FLAG      PIC X VALUE 'N'.
          88 YTD-FOUND           VALUE 'Y'.
       01 WS-PAYEE-FOUND-FLAG    PIC X VALUE 'N'.
          88 PAYEE-FOUND         VALUE 'Y'.
       01 WS-GLMAP-EOF-FLAG      PIC X VALUE 'N'.
          88 GLMAP-EOF           VALUE 'Y'.
       01 WS-GLPOST-EOF-FLAG     PIC X VALUE 'N'.
          88 GLPOST-EOF          VALUE 'Y'.
       01 WS-GL-TRAILER-FLAG     PIC X VALUE 'N'.
          88 GL-TRAILER-FOUND    VALUE 'Y'.
       01 WS-REMIT-EOF-FLAG      PIC X VALUE 'N'.
          88 REMIT-EOF           VALUE 'Y'.
       01 WS-FIRST-LINE-FLAG     PIC X VALUE 'Y'.
          88 FIRST-REMIT-LINE    VALUE 'Y'.
       01 WS-TIE-OK-FLAG         PIC X VALUE 'Y'.
          88 REMIT-TIES          VALUE 'Y'.
       01 WS-TIE-FULL-FLAG       PIC X VALUE 'N'.
          88 TIE-TABLE-FULL      VALUE 'Y'.

      *----------------------------------------------------------------
      * The plan number the recordkeeper knows the company's 401(k)
      * plan by - change it only in step with the recordkeeper.
      *----------------------------------------------------------------
       01 WS-PLAN-ID             PIC X(8) VALUE 'ACME401K'.

      *----------------------------------------------------------------
      * The employer match follows the employee deferral it matches:
      * it is remitted to the general payee of PAYROLL's match
      * deduction type and was credited under GL amount type 'ML'.
      *----------------------------------------------------------------
       01 WS-MATCH-DED-TYPE      PIC X(2) VALUE '4K'.
       01 WS-MATCH-GL-TYPE       PIC X(2) VALUE 'ML'.

       01 WS-GLMAP-TABLE.
          05 WS-GLMAP-ENTRY OCCURS 50 TIMES.
             10 WS-GLMAP-DEPT     PIC X(4).
             10 WS-GLMAP-TYPE     PIC X(2).
             10 WS-GLMAP-ACCOUNT  PIC X(8).
       01 WS-GLMAP-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-GLMAP-SUB          PIC 9(2) VALUE ZERO.
       01 WS-GL-ACCOUNT-USE     PIC X(8) VALUE SPACES.
       01 WS-GL-RUN-DATE        PIC 9(6) VALUE ZERO.
       01 WS-GL-RUN-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-GL-PAY-GROUP       PIC X(2) VALUE SPACES.

      *----------------------------------------------------------------
      * Tie-out by GL liability type: the credit on the run's GL
      * extract beside what this run vouchered and what found no
      * payee. Every type either side touches gets an entry.
      *----------------------------------------------------------------
       01 WS-TIE-TABLE.
          05 WS-TIE-ENTRY OCCURS 12 TIMES.
             10 WS-TIE-TYPE       PIC X(2).
             10 WS-TIE-GL-AMT     PIC 9(9)V99.
             10 WS-TIE-REMIT-AMT  PIC 9(9)V99.
             10 WS-TIE-NOPAY-AMT  PIC 9(9)V99.
       01 WS-TIE-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-TIE-SUB            PIC 9(2) VALUE ZERO.
       01 WS-TIE-LOOK-TYPE      PIC X(2) VALUE SPACES.
       01 WS-TIE-DIFF           PIC S9(9)V99 VALUE ZERO.

       01 WS-DED-SUB             PIC 9(1) VALUE ZERO.
       01 WS-LOOK-TYPE           PIC X(2) VALUE SPACES.
       01 WS-LOOK-CASE           PIC X(12) VALUE SPACES.

       01 WS-RESOLVED-PAYEE.
          05 WS-RES-PAYEE-ID     PIC X(8).
          05 WS-RES-PAYEE-NAME   PIC X(30).
          05 WS-RES-ADDR-1       PIC X(30).
          05 WS-RES-ADDR-2       PIC X(30).
          05 WS-RES-CLASS        PIC X(1).
             88 WS-RES-RECORDKEEPER VALUE 'K'.

       01 WS-EMP-NAME            PIC X(30) VALUE SPACES.
       01 WS-EMP-DEFERRAL        PIC 9(6)V99 VALUE ZERO.
       01 WS-EMP-YTD-DEFERRAL    PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-MATCH           PIC 9(6)V99 VALUE ZERO.

       01 WS-WORK-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-RK-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-RK-DEFERRAL-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-RK-MATCH-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-VOUCHER-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-VOUCHER-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-NOPAY-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NOPAY-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYEE-COUNT         PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Control-break fields for the advices: the payee and type in
      * progress and their running totals.
      *----------------------------------------------------------------
       01 WS-PREV-PAYEE-ID       PIC X(8) VALUE SPACES.
       01 WS-PREV-GL-TYPE        PIC X(2) VALUE SPACES.
       01 WS-PAYEE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYEE-LINES         PIC 9(5) VALUE ZERO.
       01 WS-TYPE-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-TYPE-LINES          PIC 9(5) VALUE ZERO.

       01 WS-LINE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 55.

      *----------------------------------------------------------------
      * The voucher's invoice number: 'PR', the period ending, the
      * run number and the type - the same on every load of the
      * same run, which is what lets AP catch a duplicate.
      *----------------------------------------------------------------
       01 WS-INVOICE-NO.
          05 FILLER              PIC X(2) VALUE 'PR'.
          05 WS-INV-PERIOD       PIC 9(6).
          05 FILLER              PIC X(1) VALUE '-'.
          05 WS-INV-RUN          PIC 9(4).
          05 FILLER              PIC X(1) VALUE '-'.
          05 WS-INV-TYPE         PIC X(2).

       01 WS-VOUCHER-DESC.
          05 WS-VD-LABEL         PIC X(13).
          05 WS-VD-TYPE          PIC X(2).
          05 FILLER              PIC X(5) VALUE ' W/E '.
          05 WS-VD-PERIOD        PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.

       01 WS-TYPE-LABEL.
          05 FILLER              PIC X(15) VALUE 'TOTAL FOR TYPE '.
          05 WS-TL-TYPE          PIC X(2).

       01 WS-CURRENT-DATE.
          05 WS-CURR-YY          PIC 9(2).
          05 WS-CURR-MM          PIC 9(2).
          05 WS-CURR-DD          PIC 9(2).
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                 PIC 9(6).

       01 WS-RUN-DATE.
          05 WS-RUN-MM           PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-RUN-DD           PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-RUN-YY           PIC 9(2).

       01 WS-DATE-SPLIT.
          05 WS-DS-YY            PIC 9(2).
          05 WS-DS-MM            PIC 9(2).
          05 WS-DS-DD            PIC 9(2).

       01 WS-PRINT-DATE.
          05 WS-PD-MM            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-PD-DD            PIC 9(2).
          05 FILLER              PIC X VALUE '/'.
          05 WS-PD-YY            PIC 9(2).

       01 WS-CHECK-DATE-PRINT    PIC X(8) VALUE SPACES.
       01 WS-WEEK-END-PRINT      PIC X(8) VALUE SPACES.

       01 REMIT-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(30)
             VALUE 'ACME MANUFACTURING CORP'.
          05 FILLER             PIC X(30)
             VALUE 'DEDUCTION REMITTANCE ADVICE'.
          05 FILLER             PIC X(9)  VALUE 'RUN DATE:'.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RH1-RUN-DATE       PIC X(8).
          05 FILLER             PIC X(35) VALUE SPACES.
          05 FILLER             PIC X(5)  VALUE 'PAGE '.
          05 RH1-PAGE           PIC ZZ9.
          05 FILLER             PIC X(10) VALUE SPACES.

       01 REMIT-HEADER-2.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(14) VALUE 'PERIOD ENDING '.
          05 RH2-PERIOD-END     PIC X(8).
          05 FILLER             PIC X(12) VALUE '  RUN NUMBER'.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RH2-RUN-NUMBER     PIC 9(4).
          05 FILLER             PIC X(13) VALUE '  CHECK DATE '.
          05 RH2-CHECK-DATE     PIC X(8).
          05 FILLER             PIC X(71) VALUE SPACES.

       01 REMIT-PAYEE-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPL-LABEL          PIC X(12) VALUE SPACES.
          05 RPL-TEXT           PIC X(34) VALUE SPACES.
          05 RPL-VENDOR-LABEL   PIC X(12) VALUE SPACES.
          05 RPL-VENDOR-ID      PIC X(8)  VALUE SPACES.
          05 FILLER             PIC X(65) VALUE SPACES.

       01 REMIT-HEADER-3.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE 'TYPE'.
          05 FILLER             PIC X(14) VALUE 'CASE NUMBER'.
          05 FILLER             PIC X(8)  VALUE 'EMP ID'.
          05 FILLER             PIC X(32) VALUE 'EMPLOYEE NAME'.
          05 FILLER             PIC X(14) VALUE '        AMOUNT'.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 FILLER             PIC X(20) VALUE 'NOTE'.
          05 FILLER             PIC X(35) VALUE SPACES.

       01 REMIT-DETAIL.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RD-DED-TYPE-OUT    PIC X(2).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 RDL-CASE-NO        PIC X(12).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RDL-EMP-ID         PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RDL-NAME           PIC X(30).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RDL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RDL-NOTE           PIC X(20).
          05 FILLER             PIC X(35) VALUE SPACES.

       01 REMIT-TOTAL-LINE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RTL-LABEL          PIC X(32) VALUE SPACES.
          05 RTL-COUNT          PIC ZZ,ZZ9.
          05 FILLER             PIC X(21) VALUE SPACES.
          05 RTL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RTL-NOTE           PIC X(30) VALUE SPACES.
          05 FILLER             PIC X(26) VALUE SPACES.

       01 TIE-HEADER-1.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(50)
             VALUE 'REMITTANCE TIE-OUT TO GL EXTRACT'.
          05 FILLER             PIC X(81) VALUE SPACES.

       01 TIE-HEADER-2.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER             PIC X(6)  VALUE 'TYPE'.
          05 FILLER             PIC X(16) VALUE '   GL CREDIT'.
          05 FILLER             PIC X(16) VALUE '   VOUCHERED'.
          05 FILLER             PIC X(16) VALUE '    NO PAYEE'.
          05 FILLER             PIC X(17) VALUE '   DIFFERENCE'.
          05 FILLER             PIC X(20) VALUE 'STATUS'.
          05 FILLER             PIC X(40) VALUE SPACES.

       01 TIE-DETAIL.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 TD-TYPE            PIC X(2).
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 TD-GL-AMT          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 TD-REMIT-AMT       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 TD-NOPAY-AMT       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 TD-DIFF            PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 TD-STATUS          PIC X(20).
          05 FILLER             PIC X(40) VALUE SPACES.

       01 REMIT-MESSAGE.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RM-TEXT            PIC X(50).
          05 FILLER             PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-BUILD-REMIT-WORK
           PERFORM 3000-PRINT-REMITTANCE
           PERFORM 4000-WRITE-TIE-OUT
           PERFORM 5000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT REMIT-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURR-MM TO WS-RUN-MM
           MOVE WS-CURR-DD TO WS-RUN-DD
           MOVE WS-CURR-YY TO WS-RUN-YY
           PERFORM 1100-READ-RUN-CONTROL
           MOVE RC-CHECK-DATE TO WS-DATE-SPLIT
           PERFORM 3900-FORMAT-DATE
           MOVE WS-PRINT-DATE TO WS-CHECK-DATE-PRINT
           MOVE RC-PERIOD-ENDING TO WS-DATE-SPLIT
           PERFORM 3900-FORMAT-DATE
           MOVE WS-PRINT-DATE TO WS-WEEK-END-PRINT
           PERFORM 1150-CHECK-STREAM
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-CTL-FOUND-FLAG
               END-READ
           END-IF
           PERFORM 1200-LOAD-GL-MAP
           PERFORM 1300-LOAD-GL-CREDITS
           PERFORM 1400-VERIFY-RUN
           OPEN INPUT DED-PAYEE-FILE
           IF WS-PAYEE-STATUS NOT = '00'
               DISPLAY 'DED-REMIT: DEDUCTION PAYEE FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAY-HISTORY-FILE
           OPEN INPUT DEDUCTIONS-FILE
           OPEN INPUT YTD-FILE
           OPEN OUTPUT REMIT-WORK-FILE
           OPEN OUTPUT AP-VOUCHER-FILE
           OPEN OUTPUT RECORDKEEPER-FILE
           MOVE SPACES              TO RK-HEADER-RECORD
           MOVE 'H'                 TO RH-RECORD-TYPE
           MOVE WS-PLAN-ID          TO RH-PLAN-ID
           MOVE WS-CURRENT-DATE-N   TO RH-CREATE-DATE
           MOVE RC-PERIOD-ENDING    TO RH-PERIOD-END
           MOVE RC-CHECK-DATE       TO RH-CHECK-DATE
           MOVE RC-RUN-NUMBER       TO RH-RUN-NUMBER
           IF RC-SUPPLEMENTAL-RUN
               MOVE 'S'             TO RH-RUN-TYPE
           ELSE
               MOVE 'R'             TO RH-RUN-TYPE
           END-IF
           WRITE RK-HEADER-RECORD.

       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'DED-REMIT: RUN CONTROL FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'DED-REMIT: RUN CONTROL CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF RC-PERIOD-ENDING-X NOT NUMERIC
                   OR RC-CHECK-DATE-X NOT NUMERIC
                   OR RC-RUN-NUMBER-X NOT NUMERIC
                   OR RC-PERIOD-ENDING = ZERO
                   OR RC-CHECK-DATE = ZERO
               DISPLAY 'DED-REMIT: RUN CONTROL CARD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.

      *----------------------------------------------------------------
      * Stream sequence check, made before anything is written: the
      * run must be on the stream status file for this card's
      * period, run type and pay group, and its pay and balancing
      * steps must have finished with a return code under 8 or been
      * skipped on a supervisor's override card. The file is only
      * read here.
      *----------------------------------------------------------------
       1150-CHECK-STREAM.
           MOVE 'R' TO WS-STRM-RUN-TYPE
           IF RC-SUPPLEMENTAL-RUN
               MOVE 'S' TO WS-STRM-RUN-TYPE
           END-IF
           OPEN INPUT STREAM-STATUS-FILE
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'DED-REMIT: STREAM STATUS FILE MISSING'
               MOVE 'Y' TO WS-STRM-REFUSE-FLAG
           ELSE
               MOVE RC-RUN-NUMBER TO SS-RUN-NUMBER
               READ STREAM-STATUS-FILE
                   INVALID KEY
                       DISPLAY 'DED-REMIT: RUN ' RC-RUN-NUMBER-X
                           ' NOT ON STREAM FILE'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
               END-READ
               IF NOT STREAM-REFUSED
                   IF SS-PERIOD-ENDING NOT = RC-PERIOD-ENDING
                           OR SS-RUN-TYPE NOT = WS-STRM-RUN-TYPE
                           OR SS-PAY-GROUP NOT = RC-PAY-GROUP
                       DISPLAY 'DED-REMIT: RUN ' RC-RUN-NUMBER-X
                           ' IS PERIOD ' SS-PERIOD-ENDING
                           ' TYPE ' SS-RUN-TYPE ' GROUP ' SS-PAY-GROUP
                           ' ON STREAM FILE'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   ELSE
                       PERFORM 1170-CHECK-ONE-PREREQ
                           VARYING WS-STRM-SUB FROM 1 BY 1
                           UNTIL WS-STRM-SUB > 9
                   END-IF
               END-IF
               CLOSE STREAM-STATUS-FILE
           END-IF
           IF STREAM-REFUSED
               DISPLAY 'DED-REMIT: RUN STOPPED - STREAM SEQUENCE'
               MOVE 'RUN STOPPED - STREAM SEQUENCE - NO REMITTANCE'
                   TO RM-TEXT
               PERFORM 3210-WRITE-PAGE-HEADERS
               WRITE REMIT-LINE FROM REMIT-MESSAGE
               CLOSE REMIT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1170-CHECK-ONE-PREREQ.
           IF WS-STRM-NEED (WS-STRM-SUB) = 'Y'
               IF NOT SS-STEP-OVERRIDDEN (WS-STRM-SUB)
                   IF NOT SS-STEP-ENDED (WS-STRM-SUB)
                           OR NOT SS-STEP-RC-CLEAN (WS-STRM-SUB)
                       DISPLAY 'DED-REMIT: STREAM STEP ' WS-STRM-SUB
                           ' NOT FINISHED CLEANLY'
                       MOVE 'Y' TO WS-STRM-REFUSE-FLAG
                   END-IF
               END-IF
           END-IF.

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
      * The deduction liability credits on the run's GL extract, by
      * the DED-TYPE the posting carries in its description code,
      * and the match liability credit under 'ML'. The batch record
      * gives the run date the extract was written on.
      *----------------------------------------------------------------
       1300-LOAD-GL-CREDITS.
           OPEN INPUT GL-POST-FILE
           IF WS-GLPOST-STATUS = '00'
               PERFORM 1320-LOAD-ONE-GL-POSTING UNTIL GLPOST-EOF
               CLOSE GL-POST-FILE
           END-IF.

       1320-LOAD-ONE-GL-POSTING.
           READ GL-POST-FILE
               AT END
                   MOVE 'Y' TO WS-GLPOST-EOF-FLAG
               NOT AT END
                   IF GLB-RECORD-TYPE = 'T'
                       MOVE 'Y' TO WS-GL-TRAILER-FLAG
                       MOVE GLB-RUN-DATE TO WS-GL-RUN-DATE
                       MOVE GLB-RUN-NUMBER TO WS-GL-RUN-NUMBER
                       MOVE GLB-PAY-GROUP TO WS-GL-PAY-GROUP
                   END-IF
                   IF GLP-RECORD-TYPE = 'D' AND GLP-DRCR = 'C'
                       PERFORM 1330-NOTE-GL-CREDIT
                   END-IF
           END-READ.

       1330-NOTE-GL-CREDIT.
           MOVE SPACES TO WS-TIE-LOOK-TYPE
           IF GLP-DESC-TEXT = 'DEDUCTION LIABILITY'
               MOVE GLP-DESC-CODE TO WS-TIE-LOOK-TYPE
           END-IF
           IF GLP-DESC-TEXT = '401K MATCH LIABILITY'
               MOVE WS-MATCH-GL-TYPE TO WS-TIE-LOOK-TYPE
           END-IF
           IF WS-TIE-LOOK-TYPE NOT = SPACES
               PERFORM 2700-FIND-TIE-ENTRY
               IF WS-TIE-SUB NOT > WS-TIE-COUNT
                   ADD GLP-AMOUNT TO WS-TIE-GL-AMT (WS-TIE-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Nothing is remitted from a run PAYROLL-BAL has not proved -
      * 1150-CHECK-STREAM sees to that - and the control file and
      * the GL extract must both be this card's run: the GL batch
      * record carries the same run date PAYROLL stamped on the
      * control totals.
      *----------------------------------------------------------------
       1400-VERIFY-RUN.
           MOVE SPACES TO RM-TEXT
           EVALUATE TRUE
               WHEN NOT CONTROL-FOUND
                   MOVE 'CONTROL TOTALS FILE MISSING - NO REMITTANCE'
                       TO RM-TEXT
               WHEN CTL-PERIOD-END NOT = RC-PERIOD-ENDING
                   MOVE 'WRONG PERIOD ON CONTROL FILE - NO REMITTANCE'
                       TO RM-TEXT
               WHEN CTL-RUN-NUMBER NOT = RC-RUN-NUMBER
                   MOVE 'WRONG RUN ON CONTROL FILE - NO REMITTANCE'
                       TO RM-TEXT
               WHEN CTL-PAY-GROUP NOT = RC-PAY-GROUP
                   MOVE 'WRONG PAY GROUP ON CONTROL FILE - NOT REMITTED'
                       TO RM-TEXT
               WHEN NOT GL-TRAILER-FOUND
                   MOVE 'GL EXTRACT INCOMPLETE - NO REMITTANCE'
                       TO RM-TEXT
               WHEN WS-GL-RUN-DATE NOT = CTL-RUN-DATE
                       OR WS-GL-RUN-NUMBER NOT = RC-RUN-NUMBER
                       OR WS-GL-PAY-GROUP NOT = RC-PAY-GROUP
                   MOVE 'GL EXTRACT NOT FROM THIS RUN - NO REMITTANCE'
                       TO RM-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RM-TEXT NOT = SPACES
               PERFORM 3210-WRITE-PAGE-HEADERS
               WRITE REMIT-LINE FROM REMIT-MESSAGE
               MOVE 8 TO RETURN-CODE
               CLOSE REMIT-REPORT
               IF CONTROL-FOUND
                   CLOSE CONTROL-FILE
               END-IF
               STOP RUN
           END-IF
           CLOSE CONTROL-FILE.

      *----------------------------------------------------------------
      * First pass: every employee paid in the run, in employee id
      * order. Each deduction amount on the pay history record is
      * routed to its payee and written to the work file, then the
      * employer match; the employee's recordkeeper record follows
      * if there was a deferral or a match.
      *----------------------------------------------------------------
       2000-BUILD-REMIT-WORK.
           PERFORM 2050-READ-NEXT-EMPLOYEE
           PERFORM 2100-REMIT-ONE-EMPLOYEE UNTIL EMP-EOF
           CLOSE EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 DEDUCTIONS-FILE
                 YTD-FILE
                 REMIT-WORK-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PAYEE-ID
                                SW-GL-TYPE
                                SW-CASE-NO
                                SW-EMP-ID
               USING REMIT-WORK-FILE
               GIVING SORTED-REMIT-FILE.

       2050-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EMP-EOF-FLAG
           END-READ.

       2100-REMIT-ONE-EMPLOYEE.
           PERFORM 2150-GET-PERIOD-HISTORY
           IF HISTORY-FOUND
               MOVE SPACES TO WS-EMP-NAME
               STRING EMP-FIRST-NAME DELIMITED BY '  '
                      ' '            DELIMITED BY SIZE
                      EMP-LAST-NAME  DELIMITED BY '  '
                   INTO WS-EMP-NAME
               MOVE ZERO TO WS-EMP-DEFERRAL
                            WS-EMP-YTD-DEFERRAL
                            WS-EMP-MATCH
               PERFORM 2160-GET-DED-RECORD
               PERFORM 2200-ROUTE-ONE-DED
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               IF PH-ER-MATCH NUMERIC
                   MOVE PH-ER-MATCH TO WS-EMP-MATCH
               END-IF
               IF WS-EMP-MATCH > ZERO
                   PERFORM 2300-ROUTE-MATCH
               END-IF
               IF WS-EMP-DEFERRAL > ZERO OR WS-EMP-MATCH > ZERO
                   IF DED-RECORD-FOUND
                       PERFORM 2250-ADD-YTD-DEFERRAL
                           VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > 5
                   END-IF
                   PERFORM 2400-WRITE-RK-DETAIL
               END-IF
           END-IF
           PERFORM 2050-READ-NEXT-EMPLOYEE.

       2150-GET-PERIOD-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND-FLAG
           MOVE EMP-ID           TO PH-EMP-ID
           MOVE RC-PERIOD-ENDING TO PH-WEEK-ENDING
           IF RC-SUPPLEMENTAL-RUN
               MOVE RC-RUN-NUMBER TO PH-SUPP-RUN
           ELSE
               MOVE ZERO          TO PH-SUPP-RUN
           END-IF
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-SUPPLEMENTAL-RUN
                           OR PH-PAY-GROUP = RC-PAY-GROUP
                       MOVE 'Y' TO WS-HIST-FOUND-FLAG
                   END-IF
           END-READ.

       2160-GET-DED-RECORD.
           MOVE 'N' TO WS-DED-FOUND-FLAG
           MOVE EMP-ID TO DED-EMP-ID
           READ DEDUCTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DED-FOUND-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The pay history deduction detail is slot for slot with the
      * deductions master, so the slot's case number on the master
      * belongs to the amount - provided the slot still holds the
      * same type it was withheld under.
      *----------------------------------------------------------------
       2200-ROUTE-ONE-DED.
           IF PH-DED-AMT (WS-DED-SUB) NUMERIC
               IF PH-DED-AMT (WS-DED-SUB) > ZERO
                   MOVE PH-DED-TYPE (WS-DED-SUB) TO WS-LOOK-TYPE
                   MOVE SPACES TO WS-LOOK-CASE
                   IF DED-RECORD-FOUND
                       IF DED-TYPE (WS-DED-SUB)
                               = PH-DED-TYPE (WS-DED-SUB)
                           MOVE DED-CASE-NO (WS-DED-SUB)
                               TO WS-LOOK-CASE
                       END-IF
                   END-IF
                   PERFORM 2500-RESOLVE-PAYEE
                   MOVE SPACES            TO REMIT-WORK-RECORD
                   MOVE 'D'               TO RW-LINE-KIND
                   MOVE WS-LOOK-TYPE      TO RW-DED-TYPE
                   MOVE WS-LOOK-TYPE      TO RW-GL-TYPE
                   MOVE WS-LOOK-CASE      TO RW-CASE-NO
                   MOVE PH-DED-AMT (WS-DED-SUB) TO RW-AMOUNT
                   PERFORM 2600-WRITE-WORK-RECORD
                   IF PAYEE-FOUND AND WS-RES-RECORDKEEPER
                       ADD PH-DED-AMT (WS-DED-SUB) TO WS-EMP-DEFERRAL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Year-to-date deferral: what PAYROLL has withheld this year on
      * every entry whose payee is the recordkeeper, this run
      * included.
      *----------------------------------------------------------------
       2250-ADD-YTD-DEFERRAL.
           IF DED-TYPE (WS-DED-SUB) NOT = SPACES
               MOVE DED-TYPE (WS-DED-SUB)    TO WS-LOOK-TYPE
               MOVE DED-CASE-NO (WS-DED-SUB) TO WS-LOOK-CASE
               PERFORM 2500-RESOLVE-PAYEE
               IF PAYEE-FOUND AND WS-RES-RECORDKEEPER
                   ADD DED-YTD-AMT (WS-DED-SUB) TO WS-EMP-YTD-DEFERRAL
               END-IF
           END-IF.

       2300-ROUTE-MATCH.
           MOVE WS-MATCH-DED-TYPE TO WS-LOOK-TYPE
           MOVE SPACES            TO WS-LOOK-CASE
           PERFORM 2500-RESOLVE-PAYEE
           MOVE SPACES            TO REMIT-WORK-RECORD
           MOVE 'M'               TO RW-LINE-KIND
           MOVE WS-MATCH-DED-TYPE TO RW-DED-TYPE
           MOVE WS-MATCH-GL-TYPE  TO RW-GL-TYPE
           MOVE WS-EMP-MATCH      TO RW-AMOUNT
           PERFORM 2600-WRITE-WORK-RECORD.

       2400-WRITE-RK-DETAIL.
           MOVE 'N' TO WS-YTD-FOUND-FLAG
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-YTD-FOUND-FLAG
           END-READ
           MOVE SPACES              TO RK-DETAIL-RECORD
           MOVE 'D'                 TO RD-RECORD-TYPE
           MOVE EMP-ID              TO RD-EMP-ID
           MOVE EMP-LAST-NAME       TO RD-LAST-NAME
           MOVE EMP-FIRST-NAME      TO RD-FIRST-NAME
           MOVE RC-PERIOD-ENDING    TO RD-PERIOD-END
           MOVE RC-CHECK-DATE       TO RD-CHECK-DATE
           MOVE PH-GROSS            TO RD-PERIOD-GROSS
           MOVE WS-EMP-DEFERRAL     TO RD-DEFERRAL
           MOVE WS-EMP-MATCH        TO RD-ER-MATCH
           MOVE WS-EMP-YTD-DEFERRAL TO RD-YTD-DEFERRAL
           IF YTD-FOUND
               MOVE YTD-GROSS       TO RD-YTD-GROSS
               MOVE YTD-ER-MATCH    TO RD-YTD-MATCH
           ELSE
               MOVE ZERO            TO RD-YTD-GROSS
                                       RD-YTD-MATCH
           END-IF
           MOVE EMP-STATUS          TO RD-EMP-STATUS
           MOVE ZERO                TO RD-TERM-DATE
           IF EMP-TERMINATED AND EMP-TERM-DATE NUMERIC
               MOVE EMP-TERM-DATE   TO RD-TERM-DATE
           END-IF
           WRITE RK-DETAIL-RECORD
           ADD 1 TO WS-RK-COUNT
           ADD WS-EMP-DEFERRAL TO WS-RK-DEFERRAL-TOTAL
           ADD WS-EMP-MATCH    TO WS-RK-MATCH-TOTAL.

      *----------------------------------------------------------------
      * Payee for WS-LOOK-TYPE / WS-LOOK-CASE: the case's own row if
      * there is one, else the type's general payee. A payee marked
      * inactive is passed over as if it were not on file.
      *----------------------------------------------------------------
       2500-RESOLVE-PAYEE.
           MOVE 'N'    TO WS-PAYEE-FOUND-FLAG
           MOVE SPACES TO WS-RESOLVED-PAYEE
           IF WS-LOOK-CASE NOT = SPACES
               MOVE WS-LOOK-TYPE TO DP-DED-TYPE
               MOVE WS-LOOK-CASE TO DP-CASE-NO
               PERFORM 2510-READ-PAYEE
           END-IF
           IF NOT PAYEE-FOUND
               MOVE WS-LOOK-TYPE TO DP-DED-TYPE
               MOVE SPACES       TO DP-CASE-NO
               PERFORM 2510-READ-PAYEE
           END-IF
           IF PAYEE-FOUND
               MOVE DP-PAYEE-ID    TO WS-RES-PAYEE-ID
               MOVE DP-PAYEE-NAME  TO WS-RES-PAYEE-NAME
               MOVE DP-ADDR-1      TO WS-RES-ADDR-1
               MOVE DP-ADDR-2      TO WS-RES-ADDR-2
               MOVE DP-PAYEE-CLASS TO WS-RES-CLASS
           END-IF.

       2510-READ-PAYEE.
           READ DED-PAYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DP-ACTIVE
                       MOVE 'Y' TO WS-PAYEE-FOUND-FLAG
                   END-IF
           END-READ.

       2600-WRITE-WORK-RECORD.
           MOVE WS-RES-PAYEE-ID    TO RW-PAYEE-ID
           MOVE WS-RES-PAYEE-NAME  TO RW-PAYEE-NAME
           MOVE WS-RES-ADDR-1      TO RW-ADDR-1
           MOVE WS-RES-ADDR-2      TO RW-ADDR-2
           MOVE EMP-ID             TO RW-EMP-ID
           MOVE WS-EMP-NAME        TO RW-EMP-NAME
           WRITE REMIT-WORK-RECORD
           ADD 1 TO WS-WORK-COUNT.

      *----------------------------------------------------------------
      * Tie table entry for WS-TIE-LOOK-TYPE, added if new. A full
      * table leaves WS-TIE-SUB past the count and fails the tie.
      *----------------------------------------------------------------
       2700-FIND-TIE-ENTRY.
           PERFORM 2710-SEARCH-TIE
               VARYING WS-TIE-SUB FROM 1 BY 1
               UNTIL WS-TIE-SUB > WS-TIE-COUNT
                   OR WS-TIE-TYPE (WS-TIE-SUB) = WS-TIE-LOOK-TYPE
           IF WS-TIE-SUB > WS-TIE-COUNT
               IF WS-TIE-COUNT < 12
                   ADD 1 TO WS-TIE-COUNT
                   MOVE WS-TIE-LOOK-TYPE TO WS-TIE-TYPE (WS-TIE-SUB)
                   MOVE ZERO TO WS-TIE-GL-AMT (WS-TIE-SUB)
                                WS-TIE-REMIT-AMT (WS-TIE-SUB)
                                WS-TIE-NOPAY-AMT (WS-TIE-SUB)
               ELSE
                   MOVE 'Y' TO WS-TIE-FULL-FLAG
               END-IF
           END-IF.

       2710-SEARCH-TIE.
           CONTINUE.

      *----------------------------------------------------------------
      * Second pass: one advice per payee, broken by type within the
      * payee. Each type's total is one AP voucher. Amounts with no
      * payee sort first (blank payee id) and print as their own
      * advice, marked as not vouchered.
      *----------------------------------------------------------------
       3000-PRINT-REMITTANCE.
           OPEN INPUT SORTED-REMIT-FILE
           PERFORM 3050-READ-REMIT
           PERFORM 3100-REMIT-ONE-LINE UNTIL REMIT-EOF
           IF NOT FIRST-REMIT-LINE
               PERFORM 3300-END-TYPE
               PERFORM 3400-END-PAYEE
           END-IF
           CLOSE SORTED-REMIT-FILE.

       3050-READ-REMIT.
           READ SORTED-REMIT-FILE INTO REMIT-WORK-RECORD
               AT END MOVE 'Y' TO WS-REMIT-EOF-FLAG
           END-READ.

       3100-REMIT-ONE-LINE.
           IF FIRST-REMIT-LINE
               PERFORM 3200-START-PAYEE
           ELSE
               IF RW-PAYEE-ID NOT = WS-PREV-PAYEE-ID
                   PERFORM 3300-END-TYPE
                   PERFORM 3400-END-PAYEE
                   PERFORM 3200-START-PAYEE
               ELSE
                   IF RW-GL-TYPE NOT = WS-PREV-GL-TYPE
                       PERFORM 3300-END-TYPE
                       MOVE RW-GL-TYPE TO WS-PREV-GL-TYPE
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 3220-WRITE-PAYEE-HEADERS
           END-IF
           MOVE SPACES        TO REMIT-DETAIL
           MOVE RW-DED-TYPE   TO RD-DED-TYPE-OUT
           MOVE RW-CASE-NO    TO RDL-CASE-NO
           MOVE RW-EMP-ID     TO RDL-EMP-ID
           MOVE RW-EMP-NAME   TO RDL-NAME
           MOVE RW-AMOUNT     TO RDL-AMOUNT
           IF RW-MATCH-LINE
               MOVE 'EMPLOYER MATCH' TO RDL-NOTE
           END-IF
           WRITE REMIT-LINE FROM REMIT-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD RW-AMOUNT TO WS-TYPE-TOTAL
                            WS-PAYEE-TOTAL
           ADD 1 TO WS-TYPE-LINES
                    WS-PAYEE-LINES
           PERFORM 3050-READ-REMIT.

       3200-START-PAYEE.
           MOVE 'N'         TO WS-FIRST-LINE-FLAG
           MOVE RW-PAYEE-ID TO WS-PREV-PAYEE-ID
           MOVE RW-GL-TYPE  TO WS-PREV-GL-TYPE
           MOVE ZERO        TO WS-PAYEE-TOTAL
                               WS-PAYEE-LINES
           PERFORM 3220-WRITE-PAYEE-HEADERS.

       3210-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE        TO RH1-RUN-DATE
           MOVE WS-PAGE-COUNT      TO RH1-PAGE
           MOVE WS-WEEK-END-PRINT  TO RH2-PERIOD-END
           MOVE RC-RUN-NUMBER      TO RH2-RUN-NUMBER
           MOVE WS-CHECK-DATE-PRINT TO RH2-CHECK-DATE
           WRITE REMIT-LINE FROM REMIT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REMIT-LINE FROM REMIT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-LINE-COUNT.

       3220-WRITE-PAYEE-HEADERS.
           PERFORM 3210-WRITE-PAGE-HEADERS
           MOVE SPACES TO REMIT-PAYEE-LINE
           IF RW-PAYEE-ID = SPACES
               MOVE 'PAYEE:'  TO RPL-LABEL
               MOVE 'NO PAYEE ON FILE - NOT VOUCHERED' TO RPL-TEXT
               WRITE REMIT-LINE FROM REMIT-PAYEE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'PAYEE:'         TO RPL-LABEL
               MOVE RW-PAYEE-NAME    TO RPL-TEXT
               MOVE 'AP VENDOR:'     TO RPL-VENDOR-LABEL
               MOVE RW-PAYEE-ID      TO RPL-VENDOR-ID
               WRITE REMIT-LINE FROM REMIT-PAYEE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REMIT-PAYEE-LINE
               MOVE RW-ADDR-1        TO RPL-TEXT
               WRITE REMIT-LINE FROM REMIT-PAYEE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE RW-ADDR-2        TO RPL-TEXT
               WRITE REMIT-LINE FROM REMIT-PAYEE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
               AFTER ADVANCING 1 LINE
           WRITE REMIT-LINE FROM REMIT-HEADER-3
               AFTER ADVANCING 1 LINE
           ADD 6 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * End of a type within a payee: the subtotal, and the voucher
      * for it - or, with no payee, the amount left for the tie-out
      * as not vouchered.
      *----------------------------------------------------------------
       3300-END-TYPE.
           MOVE WS-PREV-GL-TYPE  TO WS-TL-TYPE
           MOVE WS-PREV-GL-TYPE  TO WS-TIE-LOOK-TYPE
           PERFORM 2700-FIND-TIE-ENTRY
           MOVE SPACES           TO REMIT-TOTAL-LINE
           MOVE WS-TYPE-LABEL    TO RTL-LABEL
           MOVE WS-TYPE-LINES    TO RTL-COUNT
           MOVE WS-TYPE-TOTAL    TO RTL-AMOUNT
           IF WS-PREV-PAYEE-ID = SPACES
               MOVE 'NOT VOUCHERED' TO RTL-NOTE
               ADD WS-TYPE-LINES TO WS-NOPAY-COUNT
               ADD WS-TYPE-TOTAL TO WS-NOPAY-TOTAL
               IF WS-TIE-SUB NOT > WS-TIE-COUNT
                   ADD WS-TYPE-TOTAL
                       TO WS-TIE-NOPAY-AMT (WS-TIE-SUB)
               END-IF
           ELSE
               PERFORM 3350-WRITE-VOUCHER
               MOVE WS-INVOICE-NO TO RTL-NOTE
               IF WS-TIE-SUB NOT > WS-TIE-COUNT
                   ADD WS-TYPE-TOTAL
                       TO WS-TIE-REMIT-AMT (WS-TIE-SUB)
               END-IF
           END-IF
           WRITE REMIT-LINE FROM REMIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE ZERO TO WS-TYPE-TOTAL
                        WS-TYPE-LINES.

       3350-WRITE-VOUCHER.
           MOVE RC-PERIOD-ENDING TO WS-INV-PERIOD
           MOVE RC-RUN-NUMBER    TO WS-INV-RUN
           MOVE WS-PREV-GL-TYPE  TO WS-INV-TYPE
           PERFORM 3360-FIND-GL-ACCOUNT
           IF WS-PREV-GL-TYPE = WS-MATCH-GL-TYPE
               MOVE '401K MATCH   ' TO WS-VD-LABEL
               MOVE WS-MATCH-DED-TYPE TO WS-VD-TYPE
           ELSE
               MOVE 'PAYROLL DED  ' TO WS-VD-LABEL
               MOVE WS-PREV-GL-TYPE TO WS-VD-TYPE
           END-IF
           MOVE WS-WEEK-END-PRINT TO WS-VD-PERIOD
           MOVE SPACES            TO AP-VOUCHER-RECORD
           MOVE 'V'               TO AV-RECORD-TYPE
           MOVE WS-PREV-PAYEE-ID  TO AV-VENDOR-ID
           MOVE WS-INVOICE-NO     TO AV-INVOICE-NO
           MOVE WS-CURRENT-DATE-N TO AV-INVOICE-DATE
           MOVE RC-CHECK-DATE     TO AV-DUE-DATE
           MOVE WS-TYPE-TOTAL     TO AV-AMOUNT
           MOVE WS-GL-ACCOUNT-USE TO AV-GL-ACCOUNT
           MOVE WS-VOUCHER-DESC   TO AV-DESC
           MOVE WS-PREV-GL-TYPE   TO AV-DED-TYPE
           WRITE AP-VOUCHER-RECORD
           ADD 1 TO WS-VOUCHER-COUNT
           ADD WS-TYPE-TOTAL TO WS-VOUCHER-TOTAL.

      *----------------------------------------------------------------
      * The liability account the GL extract credited for the type -
      * the company-level ('****') row of the GL map - so AP clears
      * the same account payroll accrued. No row gives PAYROLL's
      * suspense account.
      *----------------------------------------------------------------
       3360-FIND-GL-ACCOUNT.
           PERFORM 3361-SEARCH-GL-MAP
               VARYING WS-GLMAP-SUB FROM 1 BY 1
               UNTIL WS-GLMAP-SUB > WS-GLMAP-COUNT
                   OR (WS-GLMAP-DEPT (WS-GLMAP-SUB) = '****'
                       AND WS-GLMAP-TYPE (WS-GLMAP-SUB)
                           = WS-PREV-GL-TYPE)
           IF WS-GLMAP-SUB > WS-GLMAP-COUNT
               MOVE '99999999' TO WS-GL-ACCOUNT-USE
           ELSE
               MOVE WS-GLMAP-ACCOUNT (WS-GLMAP-SUB)
                   TO WS-GL-ACCOUNT-USE
           END-IF.

       3361-SEARCH-GL-MAP.
           CONTINUE.

       3400-END-PAYEE.
           MOVE SPACES            TO REMIT-TOTAL-LINE
           IF WS-PREV-PAYEE-ID = SPACES
               MOVE 'TOTAL NOT VOUCHERED' TO RTL-LABEL
           ELSE
               MOVE 'TOTAL REMITTED TO PAYEE' TO RTL-LABEL
               ADD 1 TO WS-PAYEE-COUNT
           END-IF
           MOVE WS-PAYEE-LINES    TO RTL-COUNT
           MOVE WS-PAYEE-TOTAL    TO RTL-AMOUNT
           WRITE REMIT-LINE FROM REMIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       3900-FORMAT-DATE.
           MOVE WS-DS-MM TO WS-PD-MM
           MOVE WS-DS-DD TO WS-PD-DD
           MOVE WS-DS-YY TO WS-PD-YY.

      *----------------------------------------------------------------
      * Tie-out page: each liability type's GL credit against what
      * was vouchered and what found no payee, then the file
      * totals. Any amount with no payee, any difference, or a tie
      * table too small to hold every type fails the run.
      *----------------------------------------------------------------
       4000-WRITE-TIE-OUT.
           PERFORM 3210-WRITE-PAGE-HEADERS
           WRITE REMIT-LINE FROM TIE-HEADER-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
               AFTER ADVANCING 1 LINE
           WRITE REMIT-LINE FROM TIE-HEADER-2
               AFTER ADVANCING 1 LINE
           PERFORM 4100-TIE-ONE-TYPE
               VARYING WS-TIE-SUB FROM 1 BY 1
               UNTIL WS-TIE-SUB > WS-TIE-COUNT
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES                 TO REMIT-TOTAL-LINE
           MOVE 'PAYEES REMITTED TO'   TO RTL-LABEL
           MOVE WS-PAYEE-COUNT         TO RTL-COUNT
           PERFORM 4200-WRITE-ONE-TOTAL
           MOVE 'AP VOUCHERS WRITTEN'  TO RTL-LABEL
           MOVE WS-VOUCHER-COUNT       TO RTL-COUNT
           MOVE WS-VOUCHER-TOTAL       TO RTL-AMOUNT
           PERFORM 4200-WRITE-ONE-TOTAL
           MOVE 'AMOUNTS WITH NO PAYEE' TO RTL-LABEL
           MOVE WS-NOPAY-COUNT         TO RTL-COUNT
           MOVE WS-NOPAY-TOTAL         TO RTL-AMOUNT
           PERFORM 4200-WRITE-ONE-TOTAL
           MOVE 'RECORDKEEPER RECORDS' TO RTL-LABEL
           MOVE WS-RK-COUNT            TO RTL-COUNT
           MOVE ZERO                   TO RTL-AMOUNT
           PERFORM 4200-WRITE-ONE-TOTAL
           MOVE 'RECORDKEEPER DEFERRALS' TO RTL-LABEL
           MOVE ZERO                   TO RTL-COUNT
           MOVE WS-RK-DEFERRAL-TOTAL   TO RTL-AMOUNT
           PERFORM 4200-WRITE-ONE-TOTAL
           MOVE 'RECORDKEEPER ER MATCH' TO RTL-LABEL
           MOVE ZERO                   TO RTL-COUNT
           MOVE WS-RK-MATCH-TOTAL      TO RTL-AMOUNT
           PERFORM 4200-WRITE-ONE-TOTAL
           IF WS-NOPAY-COUNT > ZERO OR TIE-TABLE-FULL
               MOVE 'N' TO WS-TIE-OK-FLAG
           END-IF
           IF TIE-TABLE-FULL
               MOVE 'TOO MANY DEDUCTION TYPES TO PROVE' TO RM-TEXT
               WRITE REMIT-LINE FROM REMIT-MESSAGE
                   AFTER ADVANCING 2 LINES
           END-IF
           IF REMIT-TIES
               MOVE 'REMITTANCE TIES TO GL EXTRACT' TO RM-TEXT
           ELSE
               MOVE 'REMITTANCE DOES NOT TIE - HOLD THE AP LOAD'
                   TO RM-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REMIT-LINE FROM REMIT-MESSAGE
               AFTER ADVANCING 2 LINES.

       4100-TIE-ONE-TYPE.
           COMPUTE WS-TIE-DIFF =
               WS-TIE-GL-AMT (WS-TIE-SUB)
               - WS-TIE-REMIT-AMT (WS-TIE-SUB)
               - WS-TIE-NOPAY-AMT (WS-TIE-SUB)
           MOVE SPACES                  TO TIE-DETAIL
           MOVE WS-TIE-TYPE (WS-TIE-SUB) TO TD-TYPE
           MOVE WS-TIE-GL-AMT (WS-TIE-SUB) TO TD-GL-AMT
           MOVE WS-TIE-REMIT-AMT (WS-TIE-SUB) TO TD-REMIT-AMT
           MOVE WS-TIE-NOPAY-AMT (WS-TIE-SUB) TO TD-NOPAY-AMT
           MOVE WS-TIE-DIFF             TO TD-DIFF
           EVALUATE TRUE
               WHEN WS-TIE-DIFF NOT = ZERO
                   MOVE 'OUT OF BALANCE'  TO TD-STATUS
                   MOVE 'N' TO WS-TIE-OK-FLAG
               WHEN WS-TIE-NOPAY-AMT (WS-TIE-SUB) > ZERO
                   MOVE 'NO PAYEE ON FILE' TO TD-STATUS
               WHEN OTHER
                   MOVE 'OK'              TO TD-STATUS
           END-EVALUATE
           WRITE REMIT-LINE FROM TIE-DETAIL
               AFTER ADVANCING 1 LINE.

       4200-WRITE-ONE-TOTAL.
           WRITE REMIT-LINE FROM REMIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       5000-WRAPUP.
           MOVE SPACES               TO AP-VOUCHER-TRAILER
           MOVE 'T'                  TO AT-RECORD-TYPE
           MOVE WS-VOUCHER-COUNT     TO AT-VOUCHER-COUNT
           MOVE WS-VOUCHER-TOTAL     TO AT-VOUCHER-TOTAL
           MOVE WS-CURRENT-DATE-N    TO AT-CREATE-DATE
           WRITE AP-VOUCHER-TRAILER
           MOVE SPACES               TO RK-TRAILER-RECORD
           MOVE 'T'                  TO RT-RECORD-TYPE
           MOVE WS-PLAN-ID           TO RT-PLAN-ID
           MOVE WS-RK-COUNT          TO RT-RECORD-COUNT
           MOVE WS-RK-DEFERRAL-TOTAL TO RT-DEFERRAL-TOTAL
           MOVE WS-RK-MATCH-TOTAL    TO RT-MATCH-TOTAL
           WRITE RK-TRAILER-RECORD
           CLOSE DED-PAYEE-FILE
                 AP-VOUCHER-FILE
                 RECORDKEEPER-FILE
                 REMIT-REPORT.
