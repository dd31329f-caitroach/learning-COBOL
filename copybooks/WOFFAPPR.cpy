      ******************************************************************
      *    COPYBOOK.    WOFFAPPR
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/10/26
      *    DESCRIPTION.  Suspense write-off proposal/approval record.
      *                  The write-off step writes one per item it
      *                  proposes, with the decision, approver and
      *                  approval date blank.  A supervisor marks
      *                  each item A (approved) or R (declined),
      *                  enters their operator ID and the date, and
      *                  the marked file is read back as the approval
      *                  file by the next write-off run.  Only an
      *                  approved item whose amount still matches
      *                  the suspense master is written off.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/10/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  WA-APPROVAL-RECORD.
           05  WA-TRANSACTION-ID       PIC X(10).
           05  WA-ACCOUNT-REFERENCE    PIC X(10).
           05  WA-AMOUNT               PIC S9(09)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  WA-FIRST-REJECT-DATE    PIC 9(08).
           05  WA-REJECT-REASON        PIC X(03).
           05  WA-DECISION             PIC X(01).
               88  WA-APPROVED             VALUE "A".
               88  WA-DECLINED             VALUE "R".
           05  WA-APPROVER-ID          PIC X(08).
           05  WA-APPROVAL-DATE        PIC 9(08).
