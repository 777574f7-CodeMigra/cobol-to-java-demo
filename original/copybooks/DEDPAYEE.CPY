      *----------------------------------------------------------------
      * DEDPAYEE.CPY - Deduction payee master record layout
      * Shared by DEDPAYEE-MAINT, which maintains it, and DED-REMIT,
      * which routes each week's withholdings to the party owed.
      * Keyed by deduction type plus case number. The row with a
      * blank case number is the type's general payee - the 401(k)
      * recordkeeper for the deferral type, the carrier for an
      * insurance type. A garnishment or support order paid to its
      * own court or agency has a row under its DED-CASE-NO as
      * well; DED-REMIT tries that row first and falls back to the
      * type's general payee. DP-PAYEE-ID is the vendor number the
      * payee is set up under in accounts payable. DP-PAYEE-CLASS
      * 'K' marks the 401(k) recordkeeper: the types it is payee
      * for are the employee deferrals on its contribution file.
      * A payee marked 'I' stays on file for the history but is no
      * longer remitted to.
      *----------------------------------------------------------------
       01 DED-PAYEE-RECORD.
          05 DP-KEY.
             10 DP-DED-TYPE       PIC X(2).
             10 DP-CASE-NO        PIC X(12).
          05 DP-PAYEE-ID          PIC X(8).
          05 DP-PAYEE-NAME        PIC X(30).
          05 DP-ADDR-1            PIC X(30).
          05 DP-ADDR-2            PIC X(30).
          05 DP-PAYEE-CLASS       PIC X(1).
             88 DP-RECORDKEEPER   VALUE 'K'.
             88 DP-AGENCY         VALUE 'G'.
             88 DP-OTHER-PAYEE    VALUE 'O'.
             88 DP-CLASS-OK       VALUE 'K' 'G' 'O'.
          05 DP-STATUS            PIC X(1).
             88 DP-ACTIVE         VALUE 'A'.
             88 DP-INACTIVE       VALUE 'I'.
          05 DP-LAST-MAINT-DATE   PIC 9(6).
          05 DP-OPER-REF          PIC X(10).
          05 FILLER               PIC X(20).
