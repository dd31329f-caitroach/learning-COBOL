      ******************************************************************
      *    COPYBOOK.    GLMAP
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/08/26
      *    DESCRIPTION.  General-ledger account mapping record.  One
      *                  record ties an account reference and a
      *                  movement class - posting, adjustment,
      *                  reversal, accrual charge or accrual interest
      *                  - to the GL account and cost centre the
      *                  nightly GL interface step books that
      *                  account's movements to.  A class of * maps
      *                  every class for the account not mapped on
      *                  its own.  Two kinds of control record sit
      *                  alongside the account records: *CONTRA
      *                  records give, per class (or * for all), the
      *                  GL account and cost centre that takes the
      *                  other side of each night's entries, and the
      *                  single *SUSPENSE record gives the GL
      *                  suspense account that takes any account or
      *                  class with no mapping.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/08/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  GM-GL-MAP-RECORD.
           05  GM-ACCOUNT-REFERENCE    PIC X(10).
               88  GM-CONTRA-ENTRY         VALUE "*CONTRA   ".
               88  GM-SUSPENSE-ENTRY       VALUE "*SUSPENSE ".
           05  GM-MOVEMENT-CLASS       PIC X(01).
               88  GM-CLASS-POSTING        VALUE "P".
               88  GM-CLASS-ADJUSTMENT     VALUE "A".
               88  GM-CLASS-REVERSAL       VALUE "R".
               88  GM-CLASS-CHARGE         VALUE "C".
               88  GM-CLASS-INTEREST       VALUE "I".
               88  GM-CLASS-ANY            VALUE "*".
           05  GM-GL-ACCOUNT           PIC X(10).
           05  GM-COST-CENTRE          PIC X(06).
           05  FILLER                  PIC X(13).
