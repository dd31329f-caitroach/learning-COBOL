      ******************************************************************
      *    COPYBOOK.    ANNHIST
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/15/26
      *    DESCRIPTION.  Annual history record.  One record per
      *                  account per closed year, keyed by account
      *                  reference and year (YYYY), written by the
      *                  year-end close from the year's period
      *                  history: the opening balance of the first
      *                  period the account has in the year, the
      *                  total movements, the closing balance of the
      *                  last period, and the accrued interest and
      *                  service charges taken in the year (charges
      *                  are negative, as posted).  The period count
      *                  and first period show how much of the year
      *                  the account was on the books; the exception
      *                  flag marks an account whose periods did not
      *                  run on unbroken (a gap, or an opening
      *                  balance that is not the prior closing), or
      *                  with a period closed before the accrual
      *                  totals were kept, so that its interest and
      *                  charge totals are not the year's real ones.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL COPYBOOK
      *    10/15/26  CAIT  EXCEPTION FLAG ALSO COVERS A PERIOD CLOSED
      *                    BEFORE THE ACCRUAL TOTALS WERE KEPT
      ******************************************************************
       01  AH-ANNUAL-HISTORY-RECORD.
           05  AH-HISTORY-KEY.
               10  AH-ACCOUNT-REFERENCE    PIC X(10).
               10  AH-YEAR                 PIC 9(04).
           05  AH-OPENING-BALANCE      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AH-TOTAL-MOVEMENTS      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AH-CLOSING-BALANCE      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AH-INTEREST-TOTAL       PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AH-CHARGE-TOTAL         PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AH-PERIOD-COUNT         PIC 9(02).
           05  AH-FIRST-PERIOD         PIC 9(06).
           05  AH-CLOSED-DATE          PIC 9(08).
           05  AH-EXCEPTION-FLAG       PIC X(01).
               88  AH-CONTINUITY-EXCEPTION VALUE "E".
           05  FILLER                  PIC X(07).
