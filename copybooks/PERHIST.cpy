      *                  reconstruct opening balances by replaying
      *                  the whole movement journal - and so the
      *                  month-end cut cannot drift if someone posts
      *                  after the statements print.  The
      *                  interest and charge totals are the parts of
      *                  the period's movements that the monthly
      *                  accrual generated (charges are negative, as
      *                  posted); the year-end close adds them up
      *                  into the annual history.  The
      *                  accrual-totals switch is set to Y by every
      *                  close that fills those totals; a period
      *                  closed before they were kept (reloaded with
      *                  zeros by the layout conversion) has it N,
      *                  so the year-end close cannot take its zeros
      *                  for real figures.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/27/26  CAIT  ORIGINAL COPYBOOK
      *    10/15/26  CAIT  ADDED THE PERIOD'S ACCRUED INTEREST AND
      *                    SERVICE-CHARGE TOTALS; RECORD LENGTHENED
      *    10/15/26  CAIT  ADDED ACCRUAL-TOTALS SWITCH, TAKEN FROM THE
      *                    FILLER
      ******************************************************************
       01  PH-PERIOD-HISTORY-RECORD.
           05  PH-HISTORY-KEY.
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  PH-CLOSING-BALANCE      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  PH-INTEREST-TOTAL       PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  PH-CHARGE-TOTAL         PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  PH-ACCRUAL-TOTALS-SW    PIC X(01).
               88  PH-ACCRUAL-TOTALS-KEPT  VALUE "Y".
           05  FILLER                  PIC X(05).
