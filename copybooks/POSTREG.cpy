      ******************************************************************
      *    COPYBOOK.    POSTREG
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/01/26
      *    DESCRIPTION.  Posted-transaction register record.  One
      *                  record per transaction id that has ever
      *                  posted, keyed by transaction id, carrying the
      *                  account, amount, type and effective date it
      *                  posted with, the run date it posted on, and
      *                  whether (and by which reversal, on which run
      *                  date) it has since been reversed.  The edit
      *                  pass reads it to reject a transaction id that
      *                  already posted on an earlier night and to
      *                  find the original of a reversal that arrives
      *                  after the night its original posted.  A
      *                  reversal's own record carries the amount it
      *                  backed out, negative, against the original's
      *                  account.  Both carry the original's accrual
      *                  kind, so a reversal of a generated charge or
      *                  interest item nets against it downstream on
      *                  a later night as well; records written
      *                  before the kind was kept have it blank.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/01/26  CAIT  ORIGINAL COPYBOOK
      *    10/15/26  CAIT  ADDED ACCRUAL KIND, TAKEN FROM THE FILLER
      ******************************************************************
       01  PR-POSTED-TRANSACTION-RECORD.
           05  PR-TRANSACTION-ID       PIC X(10).
           05  PR-ACCOUNT-REFERENCE    PIC X(10).
           05  PR-AMOUNT               PIC S9(09)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  PR-TYPE-CODE            PIC X(01).
               88  PR-TYPE-POSTING         VALUE "P".
               88  PR-TYPE-ADJUSTMENT      VALUE "A".
               88  PR-TYPE-REVERSAL        VALUE "R".
           05  PR-EFFECTIVE-DATE       PIC 9(08).
           05  PR-POSTING-DATE         PIC 9(08).
           05  PR-REVERSED-FLAG        PIC X(01).
               88  PR-REVERSED             VALUE "Y".
               88  PR-NOT-REVERSED         VALUE "N".
           05  PR-REVERSED-DATE        PIC 9(08).
           05  PR-REVERSED-BY-ID       PIC X(10).
           05  PR-ACCRUAL-KIND         PIC X(01).
           05  FILLER                  PIC X(11).
