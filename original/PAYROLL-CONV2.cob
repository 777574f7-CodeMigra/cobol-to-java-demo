      *----------------------------------------------------------------
      * PAYROLL-CONV2.COB - Employee Master Pay Group Conversion
      * System: IBM OS/VS COBOL, MVS JES2
      * Written: 2026, companion to PAYROLL.COB / PAYROLL-MAINT.COB
      *
      * One-time utility: reloads an indexed employee master kept on
      * the 81-byte layout into the 100-byte layout that carries the
      * pay group and pay frequency. Every employee comes across in
      * the original weekly group (pay group spaces, frequency 'W');
      * moves to another group are keyed afterwards as PAYROLL-MAINT
      * change transactions. No state or local tax jurisdiction
      * comes across; those are keyed as PAYROLL-MAINT state/local
      * ('J') transactions. A master still on the flat file goes
      * through PAYROLL-CONV instead, which lands it on the new
      * layout directly.
      * Run once ahead of the first PAYROLL or PAYROLL-MAINT
      * execution against the reloaded master; not part of the
      * weekly cycle.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CONV2.
       AUTHOR. R.HENDERSON.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE-OLD
               ASSIGN TO UT-S-EMPOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-EMP-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO UT-S-EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE-OLD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
       01 OLD-EMPLOYEE-RECORD.
          05 OLD-EMP-ID          PIC X(6).
          05 FILLER              PIC X(75).

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS          PIC XX VALUE SPACES.
       01 WS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
          88 END-OF-FILE         VALUE 'Y'.
       01 WS-CONV-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-CONVERT-ONE UNTIL END-OF-FILE
           PERFORM 3000-WRAPUP
           STOP RUN.

       1000-INIT.
           OPEN INPUT  EMPLOYEE-FILE-OLD
           OPEN OUTPUT EMPLOYEE-FILE
           READ EMPLOYEE-FILE-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *----------------------------------------------------------------
      * The old 81 bytes are the front of the new layout unchanged,
      * so they carry across as they stand; the pay group stays
      * spaces and the frequency is set weekly.
      *----------------------------------------------------------------
       2000-CONVERT-ONE.
           MOVE OLD-EMPLOYEE-RECORD TO EMPLOYEE-RECORD
           MOVE SPACES              TO EMP-PAY-GROUP
           MOVE 'W'                 TO EMP-PAY-FREQ
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONV-COUNT
           END-WRITE
           READ EMPLOYEE-FILE-OLD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       3000-WRAPUP.
           CLOSE EMPLOYEE-FILE-OLD
                 EMPLOYEE-FILE
           DISPLAY 'PAYROLL-CONV2: EMPLOYEE MASTER CONVERSION COMPLETE'
           DISPLAY 'PAYROLL-CONV2: RECORDS LOADED  - ' WS-CONV-COUNT
           DISPLAY 'PAYROLL-CONV2: RECORDS REJECTED - ' WS-REJECT-COUNT.
