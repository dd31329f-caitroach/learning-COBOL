      ******************************************************************
      *    COPYBOOK.    TAXEXT
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/15/26
      *    DESCRIPTION.  Year-end tax-reporting extract records, for
      *                  the tax-reporting vendor.  The year-end close
      *                  writes one header, one detail per account in
      *                  the annual history for the year, and one
      *                  trailer, all 80 bytes.  Amounts are signed
      *                  (trailing separate sign) as they stand on the
      *                  books: interest credited is positive and
      *                  service charges taken are negative.  The
      *                  trailer's count and totals prove the details.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  TXH-HEADER-RECORD.
           05  TXH-RECORD-TYPE         PIC X(03).
           05  TXH-SOURCE-SYSTEM       PIC X(08).
           05  TXH-TAX-YEAR            PIC 9(04).
           05  TXH-CREATION-DATE       PIC 9(08).
           05  FILLER                  PIC X(57).

       01  TXD-DETAIL-RECORD.
           05  TXD-RECORD-TYPE         PIC X(03).
           05  TXD-ACCOUNT-REFERENCE   PIC X(10).
           05  TXD-TAX-YEAR            PIC 9(04).
           05  TXD-OPENING-BALANCE     PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  TXD-CLOSING-BALANCE     PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  TXD-INTEREST-TOTAL      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  TXD-CHARGE-TOTAL        PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(07).

       01  TXT-TRAILER-RECORD.
           05  TXT-RECORD-TYPE         PIC X(03).
           05  TXT-DETAIL-COUNT        PIC 9(07).
           05  TXT-TOTAL-OPENING       PIC S9(13)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  TXT-TOTAL-CLOSING       PIC S9(13)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  TXT-TOTAL-INTEREST      PIC S9(13)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  TXT-TOTAL-CHARGES       PIC S9(13)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(06).
