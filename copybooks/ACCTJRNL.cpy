      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 08/24/26
      *    DESCRIPTION.  Account master change journal record.  One
      *                  record per confirmed add, change, close,
      *                  reopen, or reactivation on the account
      *                  master, and per account the monthly scan
      *                  moves to dormant status: who made the
      *                  change, when, and the full before and after
      *                  images of the name, status, open/close
      *                  dates, and credit limit.  Read by the
      *                  account change-history report so a botched
      *                  close date can be traced to the operator and
      *                  session that keyed it.  A close or reopen
      *                  also carries the supervisor who signed it
      *                  off.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/24/26  CAIT  ORIGINAL COPYBOOK
      *    10/03/26  CAIT  ADDED BEFORE AND AFTER CREDIT LIMIT, AT THE
      *                    END OF THE RECORD SO JOURNAL RECORDS
      *                    WRITTEN BEFORE THE CHANGE STILL READ
      *                    CORRECTLY (THEIR LIMITS ARE SPACES)
      *    10/05/26  CAIT  ADDED DORMANT AND REACTIVATE FUNCTIONS
      *    10/14/26  CAIT  ADDED SUPERVISOR ID FOR THE SECOND
      *                    SIGN-OFF ON CLOSE AND REOPEN, AT THE END OF
      *                    THE RECORD (SPACES ON EVERY OTHER FUNCTION
      *                    AND ON RECORDS WRITTEN BEFORE THE CHANGE)
      ******************************************************************
       01  AJ-JOURNAL-RECORD.
           05  AJ-ACCOUNT-REFERENCE    PIC X(10).
               88  AJ-FUNCTION-CHANGE      VALUE "C".
               88  AJ-FUNCTION-CLOSE       VALUE "L".
               88  AJ-FUNCTION-REOPEN      VALUE "R".
               88  AJ-FUNCTION-DORMANT     VALUE "D".
               88  AJ-FUNCTION-REACTIVATE  VALUE "V".
           05  AJ-OPERATOR-ID          PIC X(08).
           05  AJ-CHANGE-DATE          PIC 9(08).
           05  AJ-CHANGE-TIME          PIC 9(08).
               10  AJ-NEW-OPEN-DATE        PIC 9(08).
               10  AJ-NEW-CLOSE-DATE       PIC 9(08).
           05  FILLER                  PIC X(03).
           05  AJ-LIMIT-IMAGE.
               10  AJ-OLD-CREDIT-LIMIT     PIC 9(09)V99.
               10  AJ-NEW-CREDIT-LIMIT     PIC 9(09)V99.
           05  AJ-SUPERVISOR-ID        PIC X(08).
