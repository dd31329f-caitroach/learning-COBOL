      *                  transaction processing matches every
      *                  transaction against this file so the extract
      *                  never carries detail for an account the shop
      *                  cannot identify.  The credit limit is the
      *                  most the balance may stand overdrawn (below
      *                  zero) before the nightly limit check lists
      *                  the account as over its limit; zero allows
      *                  no overdraft at all.  An open account with no
      *                  activity for the period on the dormancy
      *                  card is moved to dormant status by the
      *                  monthly scan and stays dormant until it is
      *                  reactivated through account maintenance.
      *                  The status date is the date the status last
      *                  changed, so a reopened or reactivated
      *                  account is not found idle again at once.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/11/26  CAIT  ORIGINAL COPYBOOK
      *    10/03/26  CAIT  ADDED CREDIT/OVERDRAFT LIMIT
      *    10/05/26  CAIT  ADDED DORMANT STATUS AND STATUS DATE
      ******************************************************************
       01  AM-ACCOUNT-RECORD.
           05  AM-ACCOUNT-REFERENCE    PIC X(10).
           05  AM-ACCOUNT-STATUS       PIC X(01).
               88  AM-ACCOUNT-OPEN         VALUE "O".
               88  AM-ACCOUNT-CLOSED       VALUE "C".
               88  AM-ACCOUNT-DORMANT      VALUE "D".
           05  AM-OPEN-DATE            PIC 9(08).
           05  AM-CLOSE-DATE           PIC 9(08).
           05  AM-CREDIT-LIMIT         PIC 9(09)V99.
           05  AM-STATUS-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
