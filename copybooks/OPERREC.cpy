      ******************************************************************
      *    COPYBOOK.    OPERREC
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/14/26
      *    DESCRIPTION.  Operator security record.  One record per
      *                  operator allowed to sign on to the
      *                  maintenance programs, keyed by operator ID,
      *                  carrying the operator's PIN, whether the
      *                  operator is still active, and the role that
      *                  decides which functions are offered: glossary
      *                  maintainer, account maintainer, or supervisor.
      *                  A supervisor may do everything either
      *                  maintainer may, and is the only role that can
      *                  give the second sign-off an account close or
      *                  reopen needs before it commits.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/14/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  OP-OPERATOR-RECORD.
           05  OP-OPERATOR-ID          PIC X(08).
           05  OP-PIN                  PIC X(08).
           05  OP-STATUS               PIC X(01).
               88  OP-ACTIVE               VALUE "A".
               88  OP-INACTIVE             VALUE "I".
           05  OP-ROLE                 PIC X(01).
               88  OP-ROLE-GLOSSARY        VALUE "G".
               88  OP-ROLE-ACCOUNT         VALUE "A".
               88  OP-ROLE-SUPERVISOR      VALUE "S".
           05  OP-OPERATOR-NAME        PIC X(30).
           05  FILLER                  PIC X(12).
