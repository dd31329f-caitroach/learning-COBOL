      ******************************************************************
      *    COPYBOOK.    YEARCARD
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/15/26
      *    DESCRIPTION.  Control card for the year-end close.  One
      *                  record: the calendar year (YYYY) whose twelve
      *                  closed statement periods are to be rolled up
      *                  into the annual history.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  YC-YEAR-CARD.
           05  YC-CLOSE-YEAR           PIC 9(04).
           05  FILLER                  PIC X(16).
