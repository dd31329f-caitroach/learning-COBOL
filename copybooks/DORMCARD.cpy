      ******************************************************************
      *    COPYBOOK.    DORMCARD
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/05/26
      *    DESCRIPTION.  Dormancy control card for the monthly dormant
      *                  account scan.  One record: how many days an
      *                  open account may go without a posting before
      *                  the scan moves it to dormant status, and the
      *                  batch operator ID the scan signs its account
      *                  journal records with (DORMSCAN when blank).
      *                  Up to five internal ledger accounts follow,
      *                  which carry no customer activity and are
      *                  never made dormant; the suspense write-off
      *                  clearing account is exempt without being
      *                  listed here.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/05/26  CAIT  ORIGINAL COPYBOOK
      *    10/15/26  CAIT  ADDED THE EXEMPT INTERNAL ACCOUNT LIST
      ******************************************************************
       01  DC-DORMANCY-CARD.
           05  DC-INACTIVE-DAYS        PIC 9(05).
           05  DC-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(07).
           05  DC-EXEMPT-ACCOUNT       PIC X(10)
                   OCCURS 5 TIMES INDEXED BY DC-EXEMPT-IDX.
