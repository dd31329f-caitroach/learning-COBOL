      *    08/12/26  CAIT  IMAGE WIDENED FOR THE TRANSREC TYPE CODE
      *                    AND ORIGINAL-ID FIELDS; ADDED TYP AND ORG
      *                    REASON CODES
      *    10/05/26  CAIT  ADDED DORMANT ACCOUNT REASON CODE
      *    10/15/26  CAIT  ADDED WRITTEN-OFF REASON CODE
      ******************************************************************
       01  SP-SUSPENSE-RECORD.
           05  SP-TRANSACTION-IMAGE    PIC X(60).
               88  SP-REJECT-ACCT-CLOSED   VALUE "CLS".
               88  SP-REJECT-BAD-TYPE      VALUE "TYP".
               88  SP-REJECT-NO-ORIGINAL   VALUE "ORG".
               88  SP-REJECT-ACCT-DORMANT  VALUE "DRM".
               88  SP-REJECT-WRITTEN-OFF   VALUE "WOF".
           05  FILLER                  PIC X(07).
