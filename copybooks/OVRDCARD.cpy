      ******************************************************************
      *    COPYBOOK.    OVRDCARD
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/15/26
      *    DESCRIPTION.  Supervisor override card for the month-end
      *                  readiness check.  Present only when a
      *                  supervisor has agreed to close the month
      *                  with a readiness check failing: the
      *                  supervisor's operator ID, the statement
      *                  period (YYYYMM) the override is for - so a
      *                  card left in place cannot carry over into
      *                  the next month - and the reason, printed on
      *                  the checklist.  The ID must be an active
      *                  supervisor on the operator security file.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  OV-OVERRIDE-CARD.
           05  OV-SUPERVISOR-ID        PIC X(08).
           05  OV-PERIOD               PIC 9(06).
           05  OV-REASON               PIC X(40).
           05  FILLER                  PIC X(06).
