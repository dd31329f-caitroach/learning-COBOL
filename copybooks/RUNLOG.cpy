      *                  before two-phase logging carry a blank type
      *                  and read as completions.
      *
      *                  The maintenance programs also append a
      *                  sign-on failure record (type F) for every
      *                  refused operator sign-on: the attempt date
      *                  and time sit in the start fields, and the
      *                  end fields are redefined to carry the
      *                  operator ID keyed and the reason it was
      *                  refused.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/08/26  CAIT  ORIGINAL COPYBOOK
      *                    COMPLETION) LOGGING
      *    08/17/26  CAIT  ADDED ENVIRONMENT FLAG SO PRODUCTION AND
      *                    TEST RUNS CAN BE REPORTED SEPARATELY
      *    10/14/26  CAIT  ADDED SIGN-ON FAILURE RECORD TYPE, WITH
      *                    THE OPERATOR ID AND REASON REDEFINING THE
      *                    END FIELDS
      ******************************************************************
       01  AL-AUDIT-LOG-RECORD.
           05  AL-JOB-NAME             PIC X(08).
           05  AL-START-DATE           PIC 9(08).
           05  AL-START-TIME           PIC 9(08).
           05  AL-END-STAMP.
               10  AL-END-DATE             PIC 9(08).
               10  AL-END-TIME             PIC 9(08).
           05  AL-SIGNON-DETAIL REDEFINES AL-END-STAMP.
               10  AL-SIGNON-OPERATOR-ID   PIC X(08).
               10  AL-SIGNON-REASON        PIC X(03).
                   88  AL-SIGNON-UNKNOWN       VALUE "UNK".
                   88  AL-SIGNON-INACTIVE      VALUE "INA".
                   88  AL-SIGNON-BAD-PIN       VALUE "PIN".
                   88  AL-SIGNON-NO-ROLE       VALUE "ROL".
                   88  AL-SIGNON-NOT-SUPV      VALUE "SUP".
               10  FILLER                  PIC X(05).
           05  AL-RETURN-CODE          PIC 9(03).
           05  AL-RECORD-TYPE          PIC X(01).
               88  AL-START-RECORD         VALUE "S".
               88  AL-COMPLETION-RECORD    VALUE "C" SPACE.
               88  AL-SIGNON-FAILURE       VALUE "F".
           05  AL-ENV-FLAG             PIC X(01).
               88  AL-ENV-PRODUCTION       VALUE "P".
               88  AL-ENV-TEST             VALUE "T".
