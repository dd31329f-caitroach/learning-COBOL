      ******************************************************************
      *    COPYBOOK.    WOFFHIST
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/10/26
      *    DESCRIPTION.  Suspense write-off history record.  One
      *                  record per suspense item cleared to the
      *                  sundry clearing account rather than repaired,
      *                  keyed by the original transaction id, so
      *                  audit can trace every amount written off:
      *                  the suspense image as it stood, who approved
      *                  the write-off and when, the date it was
      *                  written off, and the id of the generated
      *                  clearing transaction.  An id on this file is
      *                  never proposed for write-off again, and the
      *                  nightly edit pass rejects it to suspense
      *                  (WOF) so a late correction cannot post it.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/10/26  CAIT  ORIGINAL COPYBOOK
      *    10/15/26  CAIT  ALSO READ BY TRANPROC TO REJECT A LATE
      *                    CORRECTION OF A WRITTEN-OFF ITEM
      ******************************************************************
       01  WO-WRITE-OFF-RECORD.
           05  WO-TRANSACTION-ID       PIC X(10).
           05  WO-TRANSACTION-IMAGE    PIC X(60).
           05  WO-REJECT-REASON        PIC X(03).
           05  WO-FIRST-REJECT-DATE    PIC 9(08).
           05  WO-APPROVER-ID          PIC X(08).
           05  WO-APPROVAL-DATE        PIC 9(08).
           05  WO-WRITE-OFF-DATE       PIC 9(08).
           05  WO-CLEARING-ID          PIC X(10).
           05  WO-CLEARING-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(05).
