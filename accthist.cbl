      *                  the full before and after images - the answer
      *                  to "who closed this account and when?" asked
      *                  every time money rejects to suspense with
      *                  reason CLS.  A close or reopen also names
      *                  the supervisor who signed it off.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/24/26  CAIT  ORIGINAL PROGRAM, MODELLED ON THE
      *                    GLOSSARY CHANGE-HISTORY REPORT (GLOSHIST)
      *    10/03/26  CAIT  PRINTS THE BEFORE AND AFTER CREDIT LIMIT
      *                    UNDER EACH IMAGE (NOT ON JOURNAL RECORDS
      *                    WRITTEN BEFORE THE LIMIT EXISTED)
      *    10/05/26  CAIT  NAMES THE DORMANT AND REACTIVATE FUNCTIONS
      *    10/14/26  CAIT  PRINTS THE SIGNING-OFF SUPERVISOR ON THE
      *                    CHANGE LINE WHEN THE JOURNAL CARRIES ONE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTHIST.
                      BY ==SW-FUNCTION-CLOSE==
                         ==AJ-FUNCTION-REOPEN==
                      BY ==SW-FUNCTION-REOPEN==
                         ==AJ-FUNCTION-DORMANT==
                      BY ==SW-FUNCTION-DORMANT==
                         ==AJ-FUNCTION-REACTIVATE==
                      BY ==SW-FUNCTION-REACTIVATE==
                         ==AJ-OPERATOR-ID==
                      BY ==SW-OPERATOR-ID==
                         ==AJ-CHANGE-DATE==
                         ==AJ-NEW-OPEN-DATE==
                      BY ==SW-NEW-OPEN-DATE==
                         ==AJ-NEW-CLOSE-DATE==
                      BY ==SW-NEW-CLOSE-DATE==
                         ==AJ-LIMIT-IMAGE==
                      BY ==SW-LIMIT-IMAGE==
                         ==AJ-OLD-CREDIT-LIMIT==
                      BY ==SW-OLD-CREDIT-LIMIT==
                         ==AJ-NEW-CREDIT-LIMIT==
                      BY ==SW-NEW-CREDIT-LIMIT==
                         ==AJ-SUPERVISOR-ID==
                      BY ==SW-SUPERVISOR-ID==.

       WORKING-STORAGE SECTION.
       77  WS-ACCTJRNL-STATUS       PIC X(02)   VALUE "00".
           05  FILLER                   PIC X(08)
               VALUE "  OPER  ".
           05  WS-CD-OPERATOR-ID        PIC X(08).
           05  WS-CD-SUPERVISOR-LABEL   PIC X(08)   VALUE SPACES.
           05  WS-CD-SUPERVISOR-ID      PIC X(08)   VALUE SPACES.
           05  FILLER                   PIC X(16)   VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                   PIC X(04)   VALUE SPACES.
           05  WS-IM-CLOSE-DATE         PIC 9(08).
           05  FILLER                   PIC X(07)   VALUE SPACES.

       01  WS-LIMIT-LINE.
           05  FILLER                   PIC X(09)   VALUE SPACES.
           05  FILLER                   PIC X(06)   VALUE "LIMIT ".
           05  WS-LM-CREDIT-LIMIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(51)   VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                   PIC X(22)
               VALUE "TOTAL CHANGES LISTED: ".
                   MOVE "CLOSE     " TO WS-CD-FUNCTION
               WHEN SW-FUNCTION-REOPEN
                   MOVE "REOPEN    " TO WS-CD-FUNCTION
               WHEN SW-FUNCTION-DORMANT
                   MOVE "DORMANT   " TO WS-CD-FUNCTION
               WHEN SW-FUNCTION-REACTIVATE
                   MOVE "REACTIVATE" TO WS-CD-FUNCTION
               WHEN OTHER
                   MOVE SW-FUNCTION-CODE TO WS-CD-FUNCTION
           END-EVALUATE.
           MOVE SW-OPERATOR-ID TO WS-CD-OPERATOR-ID.
           IF SW-SUPERVISOR-ID = SPACES
               OR SW-SUPERVISOR-ID = LOW-VALUES
               MOVE SPACES TO WS-CD-SUPERVISOR-LABEL
               MOVE SPACES TO WS-CD-SUPERVISOR-ID
           ELSE
               MOVE "  SUPV  " TO WS-CD-SUPERVISOR-LABEL
               MOVE SW-SUPERVISOR-ID TO WS-CD-SUPERVISOR-ID
           END-IF.
           MOVE WS-CHANGE-DETAIL-LINE TO HR-REPORT-LINE.
           WRITE HR-REPORT-LINE.
           IF NOT SW-FUNCTION-ADD
               MOVE SW-OLD-CLOSE-DATE TO WS-IM-CLOSE-DATE
               MOVE WS-IMAGE-LINE TO HR-REPORT-LINE
               WRITE HR-REPORT-LINE
               IF SW-OLD-CREDIT-LIMIT IS NUMERIC
                   MOVE SW-OLD-CREDIT-LIMIT TO WS-LM-CREDIT-LIMIT
                   MOVE WS-LIMIT-LINE TO HR-REPORT-LINE
                   WRITE HR-REPORT-LINE
               END-IF
           END-IF.
           MOVE "NEW: " TO WS-IM-CAPTION.
           MOVE SW-NEW-ACCOUNT-NAME TO WS-IM-NAME.
           MOVE SW-NEW-CLOSE-DATE TO WS-IM-CLOSE-DATE.
           MOVE WS-IMAGE-LINE TO HR-REPORT-LINE.
           WRITE HR-REPORT-LINE.
           IF SW-NEW-CREDIT-LIMIT IS NUMERIC
               MOVE SW-NEW-CREDIT-LIMIT TO WS-LM-CREDIT-LIMIT
               MOVE WS-LIMIT-LINE TO HR-REPORT-LINE
               WRITE HR-REPORT-LINE
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 3100-RETURN-CHANGE THRU 3100-EXIT.
       3200-EXIT.
