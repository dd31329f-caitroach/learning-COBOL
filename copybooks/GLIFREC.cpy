      ******************************************************************
      *    COPYBOOK.    GLIFREC
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/08/26
      *    DESCRIPTION.  General-ledger interface file records.  The
      *                  nightly GL interface step writes one header,
      *                  one debit or credit detail per accepted
      *                  movement (the customer side, booked to the
      *                  account's mapped GL account), one detail per
      *                  movement class carrying the contra side of
      *                  that class's net, and one trailer.  Amounts
      *                  are unsigned; the debit/credit indicator
      *                  carries the direction.  Money into a
      *                  customer account is a credit on the
      *                  customer side.  The trailer's debit and
      *                  credit totals are always equal, and its net
      *                  customer movement proves back to the
      *                  transaction step's control total.  A detail
      *                  flagged S went to the GL suspense account
      *                  because no mapping was found for it.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/08/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  GLH-HEADER-RECORD.
           05  GLH-RECORD-TYPE         PIC X(03).
           05  GLH-SOURCE-SYSTEM       PIC X(08).
           05  GLH-RUN-DATE            PIC 9(08).
           05  GLH-ENV-FLAG            PIC X(01).
           05  FILLER                  PIC X(60).

       01  GLD-DETAIL-RECORD.
           05  GLD-RECORD-TYPE         PIC X(03).
           05  GLD-RUN-DATE            PIC 9(08).
           05  GLD-GL-ACCOUNT          PIC X(10).
           05  GLD-COST-CENTRE         PIC X(06).
           05  GLD-DEBIT-CREDIT        PIC X(01).
               88  GLD-DEBIT               VALUE "D".
               88  GLD-CREDIT              VALUE "C".
           05  GLD-AMOUNT              PIC 9(11)V99.
           05  GLD-MOVEMENT-CLASS      PIC X(01).
           05  GLD-ACCOUNT-REFERENCE   PIC X(10).
           05  GLD-TRANSACTION-ID      PIC X(10).
           05  GLD-SUSPENSE-FLAG       PIC X(01).
               88  GLD-TO-SUSPENSE         VALUE "S".
           05  FILLER                  PIC X(17).

       01  GLT-TRAILER-RECORD.
           05  GLT-RECORD-TYPE         PIC X(03).
           05  GLT-DETAIL-COUNT        PIC 9(07).
           05  GLT-DEBIT-TOTAL         PIC 9(13)V99.
           05  GLT-CREDIT-TOTAL        PIC 9(13)V99.
           05  GLT-NET-MOVEMENT        PIC S9(13)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(24).
