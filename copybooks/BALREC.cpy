      *                  the account's running balance from day to day.
      *                  Posted nightly from the extract details by the
      *                  balance posting step and read by the monthly
      *                  statement report.  The last-posted
      *                  date moves with every posting and guards a
      *                  same-day rerun; the last-activity date moves
      *                  only with customer movements, not with the
      *                  monthly accrual's charges and interest, so
      *                  the dormancy scan can see a fee-paying
      *                  account going idle.  Records written before
      *                  it was added carry spaces there until their
      *                  next posting.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/13/26  CAIT  ORIGINAL COPYBOOK
      *    10/15/26  CAIT  ADDED LAST-ACTIVITY DATE, TAKEN FROM THE
      *                    FILLER
      ******************************************************************
       01  BL-BALANCE-RECORD.
           05  BL-ACCOUNT-REFERENCE    PIC X(10).
           05  BL-CURRENT-BALANCE      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  BL-LAST-POSTED-DATE     PIC 9(08).
           05  BL-LAST-ACTIVITY-DATE   PIC 9(08).
