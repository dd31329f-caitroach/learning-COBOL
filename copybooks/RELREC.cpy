      ******************************************************************
      *    COPYBOOK.    RELREC
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/15/26
      *    DESCRIPTION.  Account relationship master record.  One
      *                  record per member of the account hierarchy,
      *                  keyed by member reference.  A member is either
      *                  an account (type A, the reference is an
      *                  ACCTMAST account reference) or a group (type
      *                  G, a code of its own that is never an account
      *                  reference).  Every member names the group it
      *                  belongs to; a group with no parent is a top
      *                  group.  Groups may sit inside groups, up to
      *                  five group levels, and an account belongs to
      *                  at most one group, so a group's totals never
      *                  count an account twice.  Maintained through
      *                  the relationship maintenance screen, which
      *                  journals every change, and read by the
      *                  month-end consolidated balance report.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  RH-RELATIONSHIP-RECORD.
           05  RH-MEMBER-REFERENCE     PIC X(10).
           05  RH-MEMBER-TYPE          PIC X(01).
               88  RH-MEMBER-ACCOUNT       VALUE "A".
               88  RH-MEMBER-GROUP         VALUE "G".
           05  RH-PARENT-REFERENCE     PIC X(10).
               88  RH-TOP-GROUP            VALUE SPACES.
           05  RH-MEMBER-NAME          PIC X(30).
           05  FILLER                  PIC X(09).
