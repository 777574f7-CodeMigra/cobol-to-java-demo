      *----------------------------------------------------------------
      * CHKREG.CPY - Check register record layout
      * Shared by CHECK-WRITE, which issues the weekly checks off the
      * controlled stock, PAYROLL-ADJ, which records manual and
      * reissue checks and voids, and CHECK-RECON, which clears the
      * register against the bank's paid-check file. Keyed by check
      * number - one record per piece of check stock issued, so
      * every check that ever left the building can be accounted
      * for until the bank pays it or it is voided.
      * CR-POSPAY-FLAG tells CHECK-WRITE what the bank has still to
      * be told: 'N' the issue has not gone on a positive-pay file,
      * 'V' the check was voided after its issue went out, 'Y' the
      * bank's file is up to date for this check.
      *----------------------------------------------------------------
       01 CHECK-REGISTER-RECORD.
          05 CR-CHECK-NO        PIC 9(7).
          05 CR-EMP-ID          PIC X(6).
          05 CR-PAYEE-NAME      PIC X(30).
          05 CR-AMOUNT          PIC 9(7)V99.
          05 CR-ISSUE-DATE      PIC 9(6).
          05 CR-PERIOD-ENDING   PIC 9(6).
          05 CR-SOURCE          PIC X(1).
             88 CR-FROM-CHECK-RUN VALUE 'W'.
             88 CR-FROM-MANUAL    VALUE 'M'.
             88 CR-FROM-REISSUE   VALUE 'R'.
          05 CR-STATUS          PIC X(1).
             88 CR-OUTSTANDING  VALUE 'O'.
             88 CR-PAID         VALUE 'P'.
             88 CR-PAID-MISMATCH VALUE 'M'.
             88 CR-VOIDED       VALUE 'V'.
          05 CR-POSPAY-FLAG     PIC X(1).
             88 CR-POSPAY-ISSUE-DUE VALUE 'N'.
             88 CR-POSPAY-VOID-DUE  VALUE 'V'.
             88 CR-POSPAY-SENT      VALUE 'Y'.
          05 CR-PAID-DATE       PIC 9(6).
          05 CR-PAID-AMOUNT     PIC 9(7)V99.
          05 CR-VOID-DATE       PIC 9(6).
          05 FILLER             PIC X(12).
