      *                  extract to the balance master.  The monthly
      *                  statement report replays these to show each
      *                  day's movement between the opening and
      *                  closing balance.  The monthly accrual
      *                  step's service charges and interest post as
      *                  records of their own, marked with the
      *                  accrual kind, so the month-end close can
      *                  total them per account for the year-end
      *                  summary.  A suspense write-off to the
      *                  clearing account carries kind W.  The kind
      *                  is blank on every other movement and on
      *                  records written before it was added.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/13/26  CAIT  ORIGINAL COPYBOOK
      *    10/15/26  CAIT  ADDED ACCRUAL KIND (CHARGE OR INTEREST),
      *                    TAKEN FROM THE FILLER
      *    10/15/26  CAIT  ADDED ACCRUAL KIND W (WRITE-OFF CLEARING)
      ******************************************************************
       01  BJ-JOURNAL-RECORD.
           05  BJ-ACCOUNT-REFERENCE    PIC X(10).
           05  BJ-MOVEMENT-DATE        PIC 9(08).
           05  BJ-MOVEMENT-AMOUNT      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  BJ-ACCRUAL-KIND         PIC X(01).
               88  BJ-ACCRUAL-CHARGE       VALUE "C".
               88  BJ-ACCRUAL-INTEREST     VALUE "I".
               88  BJ-WRITE-OFF-CLEARING   VALUE "W".
           05  FILLER                  PIC X(07).
