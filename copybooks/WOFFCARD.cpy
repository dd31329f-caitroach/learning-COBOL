      ******************************************************************
      *    COPYBOOK.    WOFFCARD
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/10/26
      *    DESCRIPTION.  Suspense write-off control card.  One record:
      *                  the age in days, counted from the first
      *                  reject to the statement period end date,
      *                  past which a suspense master item is
      *                  proposed for write-off, and the account the
      *                  approved write-offs are cleared to (the
      *                  sundry clearing account ACCT000003 when
      *                  blank).
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/10/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  WC-WRITE-OFF-CARD.
           05  WC-CUTOFF-DAYS          PIC 9(05).
           05  WC-CLEARING-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(05).
