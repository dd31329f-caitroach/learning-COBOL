      ******************************************************************
      *    COPYBOOK.    RDYCARD
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/15/26
      *    DESCRIPTION.  Control card for the month-end readiness
      *                  check.  One record: how many suspense master
      *                  items with an effective date inside the
      *                  statement period may still be outstanding
      *                  when the month is closed, and the most their
      *                  amounts may add up to, ignoring sign.  The
      *                  suspense check passes only when both are
      *                  within the card figures; a zero amount
      *                  tolerance leaves the amount unchecked and
      *                  the item count alone decides.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  RY-READINESS-CARD.
           05  RY-SUSPENSE-ITEM-LIMIT  PIC 9(05).
           05  RY-SUSPENSE-AMOUNT-LIMIT
                                       PIC 9(09)V99.
           05  FILLER                  PIC X(04).
