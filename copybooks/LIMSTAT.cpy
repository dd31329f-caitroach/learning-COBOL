      ******************************************************************
      *    COPYBOOK.    LIMSTAT
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/03/26
      *    DESCRIPTION.  Credit-limit state record.  One record per
      *                  account that has ever been over its credit
      *                  limit, keyed by account reference, carrying
      *                  the run date of the last limit check, the
      *                  state that check found, the state the check
      *                  before it found, and the run date the
      *                  current breach began.  The nightly limit
      *                  check reads it to tell a new breach from
      *                  one already reported; keeping the prior
      *                  state alongside the current one lets a
      *                  rerun of the same night report the same
      *                  new breaches again instead of losing them.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/03/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  LS-LIMIT-STATE-RECORD.
           05  LS-ACCOUNT-REFERENCE    PIC X(10).
           05  LS-CHECK-DATE           PIC 9(08).
           05  LS-CURRENT-STATE        PIC X(01).
               88  LS-CURRENT-OVER         VALUE "O".
               88  LS-CURRENT-WITHIN       VALUE "W".
           05  LS-PRIOR-STATE          PIC X(01).
               88  LS-PRIOR-OVER           VALUE "O".
               88  LS-PRIOR-WITHIN         VALUE "W".
           05  LS-OVER-SINCE-DATE      PIC 9(08).
           05  FILLER                  PIC X(12).
