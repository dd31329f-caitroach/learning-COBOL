      *                  history report can answer who closed an
      *                  account and when - the question that comes up
      *                  every time money rejects to suspense with
      *                  reason CLS.  Each account also carries a
      *                  credit/overdraft limit, keyed on add and
      *                  change and journalled with the other fields.
      *                  An account the monthly scan has made dormant
      *                  is put back in service with reactivate,
      *                  journalled under its own function.
      *
      *                  The operator signs on with an ID and PIN
      *                  checked against the operator security file;
      *                  an unknown or inactive operator, or a wrong
      *                  PIN, is refused and logged to the audit
      *                  trail, and three refusals end the session.
      *                  Only an account maintainer or supervisor is
      *                  offered the update functions - anyone else
      *                  may inquire only.  A close or reopen does
      *                  not commit until a second operator, who must
      *                  be a supervisor, signs it off; both IDs go
      *                  on the journal.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/24/26  CAIT  ORIGINAL PROGRAM, MODELLED ON THE
      *                    GLOSSARY MAINTENANCE SCREEN (GLOSMAIN)
      *    10/03/26  CAIT  CREDIT LIMIT KEYED ON ADD AND CHANGE,
      *                    SHOWN ON INQUIRE, AND CARRIED IN THE
      *                    JOURNAL BEFORE AND AFTER IMAGES
      *    10/05/26  CAIT  ADDED REACTIVATE FOR DORMANT ACCOUNTS;
      *                    REOPEN NOW APPLIES TO CLOSED ACCOUNTS
      *                    ONLY.  CLOSE, REOPEN AND REACTIVATE STAMP
      *                    THE STATUS DATE
      *    10/14/26  CAIT  OPERATOR SIGN-ON AGAINST THE OPERATOR
      *                    SECURITY FILE (ID, PIN, ACTIVE STATUS),
      *                    FAILED SIGN-ONS LOGGED TO THE AUDIT TRAIL,
      *                    MENU LIMITED BY ROLE, AND A SUPERVISOR
      *                    SIGN-OFF REQUIRED BEFORE A CLOSE OR REOPEN
      *                    COMMITS (SUPERVISOR ID JOURNALLED)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAIN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTJRNL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTJRNL.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77  WS-ACCTMAST-STATUS       PIC X(02)   VALUE "00".
       77  WS-ACCTJRNL-STATUS       PIC X(02)   VALUE "00".
       77  WS-OPERSEC-STATUS        PIC X(02)   VALUE "00".
       77  WS-AUDITLOG-STATUS       PIC X(02)   VALUE "00".
       77  WS-DONE-SWITCH           PIC X(01)   VALUE "N".
           88  WS-DONE                  VALUE "Y".

           88  WS-FUNC-CHANGE           VALUE "C" "c".
           88  WS-FUNC-CLOSE            VALUE "L" "l".
           88  WS-FUNC-REOPEN           VALUE "R" "r".
           88  WS-FUNC-REACTIVATE       VALUE "V" "v".
           88  WS-FUNC-INQUIRE          VALUE "I" "i".
           88  WS-FUNC-EXIT             VALUE "X" "x".

       77  WS-ACCEPTED-DATE         PIC 9(08)   VALUE ZERO.
       77  WS-VALID-DATE-SWITCH     PIC X(01)   VALUE "N".
           88  WS-VALID-DATE            VALUE "Y".
       77  WS-ACCEPTED-LIMIT        PIC 9(09)V99 VALUE ZERO.
       77  WS-VALID-LIMIT-SWITCH    PIC X(01)   VALUE "N".
           88  WS-VALID-LIMIT           VALUE "Y".
       77  WS-LIMIT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-TODAY-DATE            PIC 9(08)   VALUE ZERO.

      *    THE LIMIT IS KEYED AS ELEVEN DIGITS, THE LAST TWO CENTS,
      *    AND PICKED UP THROUGH THE NUMERIC VIEW ONCE IT PROVES
      *    ALL-NUMERIC
       01  WS-LIMIT-ENTRY.
           05  WS-INPUT-LIMIT           PIC X(11).
           05  WS-INPUT-LIMIT-N REDEFINES WS-INPUT-LIMIT
                                        PIC 9(09)V99.

       77  WS-OPERATOR-ID           PIC X(08)   VALUE SPACES.
       77  WS-OPERATOR-ROLE         PIC X(01)   VALUE SPACE.
           88  WS-ROLE-MAY-UPDATE       VALUE "A" "S".
       77  WS-SUPERVISOR-ID         PIC X(08)   VALUE SPACES.
       77  WS-JOURNAL-FUNCTION      PIC X(01)   VALUE SPACE.

      *    ONE SIGN-ON ATTEMPT - THE OPERATOR'S OWN AT START OF
      *    SESSION, OR THE SUPERVISOR'S SIGN-OFF ON A CLOSE OR
      *    REOPEN.  THE ROLE AND NAME ARE HELD HERE BECAUSE THE
      *    OPERATOR RECORD AREA IS NOT AVAILABLE AFTER THE CLOSE
       77  WS-SIGNON-ID             PIC X(08)   VALUE SPACES.
       77  WS-SIGNON-PIN            PIC X(08)   VALUE SPACES.
       77  WS-SIGNON-ROLE           PIC X(01)   VALUE SPACE.
           88  WS-SIGNON-SUPERVISOR     VALUE "S".
       77  WS-SIGNON-NAME           PIC X(30)   VALUE SPACES.
       77  WS-SIGNON-REASON         PIC X(03)   VALUE SPACES.
       77  WS-SIGNON-SWITCH         PIC X(01)   VALUE "N".
           88  WS-SIGNON-OK             VALUE "Y".
       77  WS-SIGNON-FAILURES       PIC 9(01)   VALUE ZERO.
       77  WS-SIGNOFF-SWITCH        PIC X(01)   VALUE "N".
           88  WS-SIGNED-OFF            VALUE "Y".

      *    BEFORE AND AFTER IMAGES FOR THE JOURNAL, HELD IN WORKING
      *    STORAGE - THE MASTER RECORD AREA IS NOT AVAILABLE AFTER
      *    THE WRITE/REWRITE
           05  WS-OLD-STATUS            PIC X(01)   VALUE SPACE.
           05  WS-OLD-OPEN-DATE         PIC 9(08)   VALUE ZERO.
           05  WS-OLD-CLOSE-DATE        PIC 9(08)   VALUE ZERO.
           05  WS-OLD-CREDIT-LIMIT      PIC 9(09)V99 VALUE ZERO.
       01  WS-NEW-IMAGE.
           05  WS-NEW-NAME              PIC X(30)   VALUE SPACES.
           05  WS-NEW-STATUS            PIC X(01)   VALUE SPACE.
           05  WS-NEW-OPEN-DATE         PIC 9(08)   VALUE ZERO.
           05  WS-NEW-CLOSE-DATE        PIC 9(08)   VALUE ZERO.
           05  WS-NEW-CREDIT-LIMIT      PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           DISPLAY "ACCTMAIN - ACCOUNT MASTER MAINTENANCE".
           PERFORM 1300-ACCEPT-OPERATOR-ID THRU 1300-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
               OR WS-DONE.
           PERFORM 1000-PROCESS-ONE-TRANSACTION THRU 1000-EXIT
               UNTIL WS-DONE.
           STOP RUN.
       1000-PROCESS-ONE-TRANSACTION.
           PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT.
           ACCEPT WS-FUNCTION-CODE.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           IF WS-FUNC-EXIT
               SET WS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-FUNC-INQUIRE
               AND NOT WS-ROLE-MAY-UPDATE
               DISPLAY "ACCTMAIN: FUNCTION NOT AVAILABLE TO YOUR ROLE"
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "ENTER ACCOUNT REFERENCE (10 CHARS): ".
           ACCEPT WS-INPUT-REFERENCE.
           MOVE WS-INPUT-REFERENCE TO AM-ACCOUNT-REFERENCE.
                   PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT
               WHEN WS-FUNC-REOPEN
                   PERFORM 4500-REOPEN-ACCOUNT THRU 4500-EXIT
               WHEN WS-FUNC-REACTIVATE
                   PERFORM 4600-REACTIVATE-ACCOUNT THRU 4600-EXIT
               WHEN WS-FUNC-INQUIRE
                   PERFORM 5000-INQUIRE-ACCOUNT THRU 5000-EXIT
               WHEN OTHER
           EXIT.

      *-----------------------------------------------------------*
      *    1100-DISPLAY-MENU - SHOW THE FUNCTIONS THE OPERATOR'S   *
      *                        ROLE ALLOWS                         *
      *-----------------------------------------------------------*
       1100-DISPLAY-MENU.
           DISPLAY " ".
           IF WS-ROLE-MAY-UPDATE
               DISPLAY "  A = ADD      C = CHANGE"
               DISPLAY "  L = CLOSE    R = REOPEN      I = INQUIRE"
               DISPLAY "  V = REACTIVATE DORMANT       X = EXIT"
           ELSE
               DISPLAY "  I = INQUIRE  X = EXIT"
           END-IF.
           DISPLAY "ENTER FUNCTION CODE: ".
       1100-EXIT.
           EXIT.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1250-ACCEPT-LIMIT - PROMPT FOR THE CREDIT LIMIT UNTIL   *
      *                        AN ALL-NUMERIC VALUE IS ENTERED     *
      *-----------------------------------------------------------*
       1250-ACCEPT-LIMIT.
           MOVE "N" TO WS-VALID-LIMIT-SWITCH.
           PERFORM 1260-PROMPT-LIMIT THRU 1260-EXIT
               UNTIL WS-VALID-LIMIT.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1260-PROMPT-LIMIT - ONE PROMPT/VALIDATE ATTEMPT         *
      *-----------------------------------------------------------*
       1260-PROMPT-LIMIT.
           DISPLAY "ENTER CREDIT LIMIT (11 DIGITS, LAST 2 CENTS): ".
           ACCEPT WS-INPUT-LIMIT.
           IF WS-INPUT-LIMIT IS NUMERIC
               MOVE WS-INPUT-LIMIT-N TO WS-ACCEPTED-LIMIT
               SET WS-VALID-LIMIT TO TRUE
           ELSE
               DISPLAY "ACCTMAIN: ENTER AN 11-DIGIT LIMIT"
           END-IF.
       1260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-ACCEPT-OPERATOR-ID - EVERY JOURNALED CHANGE NAMES  *
      *                              THE OPERATOR WHO MADE IT, SO  *
      *                              THE OPERATOR MUST SIGN ON     *
      *                              WITH A VALID ID AND PIN.      *
      *                              THREE REFUSALS END THE        *
      *                              SESSION                       *
      *-----------------------------------------------------------*
       1300-ACCEPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARS): ".
           ACCEPT WS-SIGNON-ID.
           IF WS-SIGNON-ID = SPACES
               GO TO 1300-EXIT
           END-IF.
           DISPLAY "ENTER PIN: ".
           ACCEPT WS-SIGNON-PIN.
           PERFORM 1310-VALIDATE-SIGNON THRU 1310-EXIT.
           IF WS-DONE
               GO TO 1300-EXIT
           END-IF.
           IF NOT WS-SIGNON-OK
               PERFORM 8300-LOG-SIGNON-FAILURE THRU 8300-EXIT
               ADD 1 TO WS-SIGNON-FAILURES
               DISPLAY "ACCTMAIN: SIGN-ON REFUSED"
               IF WS-SIGNON-FAILURES >= 3
                   DISPLAY "ACCTMAIN: TOO MANY FAILED SIGN-ONS - "
                       "SESSION ENDED"
                   MOVE 12 TO RETURN-CODE
                   SET WS-DONE TO TRUE
               END-IF
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.
           MOVE WS-SIGNON-ROLE TO WS-OPERATOR-ROLE.
           DISPLAY "ACCTMAIN: SIGNED ON - " WS-SIGNON-NAME.
           IF NOT WS-ROLE-MAY-UPDATE
               DISPLAY "ACCTMAIN: YOUR ROLE ALLOWS INQUIRY ONLY"
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1310-VALIDATE-SIGNON - CHECK ONE ID AND PIN AGAINST THE *
      *                           OPERATOR SECURITY FILE.  THE     *
      *                           REASON FOR A REFUSAL IS KEPT FOR *
      *                           THE AUDIT TRAIL, NOT SHOWN.  NO  *
      *                           SECURITY FILE MEANS NOBODY CAN   *
      *                           BE SIGNED ON, SO THE SESSION     *
      *                           ENDS                             *
      *-----------------------------------------------------------*
       1310-VALIDATE-SIGNON.
           MOVE "N" TO WS-SIGNON-SWITCH.
           MOVE SPACES TO WS-SIGNON-REASON.
           MOVE SPACE TO WS-SIGNON-ROLE.
           MOVE SPACES TO WS-SIGNON-NAME.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERSEC-STATUS NOT = "00"
               DISPLAY "ACCTMAIN: OPERATOR SECURITY FILE UNAVAILABLE "
                   "- STATUS " WS-OPERSEC-STATUS
               DISPLAY "ACCTMAIN: SESSION ENDED"
               MOVE 12 TO RETURN-CODE
               SET WS-DONE TO TRUE
               GO TO 1310-EXIT
           END-IF.
           MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "UNK" TO WS-SIGNON-REASON
                   CLOSE OPERATOR-FILE
                   GO TO 1310-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN NOT OP-ACTIVE
                   MOVE "INA" TO WS-SIGNON-REASON
               WHEN OP-PIN NOT = WS-SIGNON-PIN
                   MOVE "PIN" TO WS-SIGNON-REASON
               WHEN NOT OP-ROLE-GLOSSARY
                   AND NOT OP-ROLE-ACCOUNT
                   AND NOT OP-ROLE-SUPERVISOR
                   MOVE "ROL" TO WS-SIGNON-REASON
               WHEN OTHER
                   MOVE OP-ROLE TO WS-SIGNON-ROLE
                   MOVE OP-OPERATOR-NAME TO WS-SIGNON-NAME
                   SET WS-SIGNON-OK TO TRUE
           END-EVALUATE.
           CLOSE OPERATOR-FILE.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1350-SUPERVISOR-SIGNOFF - A CLOSE OR REOPEN NEEDS A     *
      *                              SECOND OPERATOR, SIGNED ON AS *
      *                              A SUPERVISOR, BEFORE IT       *
      *                              COMMITS.  A REFUSED SIGN-OFF  *
      *                              GOES TO THE AUDIT TRAIL LIKE  *
      *                              ANY OTHER FAILED SIGN-ON      *
      *-----------------------------------------------------------*
       1350-SUPERVISOR-SIGNOFF.
           MOVE "N" TO WS-SIGNOFF-SWITCH.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           DISPLAY "SUPERVISOR SIGN-OFF REQUIRED".
           DISPLAY "ENTER SUPERVISOR ID (UP TO 8 CHARS): ".
           ACCEPT WS-SIGNON-ID.
           IF WS-SIGNON-ID = SPACES
               GO TO 1350-EXIT
           END-IF.
           IF WS-SIGNON-ID = WS-OPERATOR-ID
               DISPLAY "ACCTMAIN: SIGN-OFF MUST BE BY A SECOND "
                   "OPERATOR"
               GO TO 1350-EXIT
           END-IF.
           DISPLAY "ENTER SUPERVISOR PIN: ".
           ACCEPT WS-SIGNON-PIN.
           PERFORM 1310-VALIDATE-SIGNON THRU 1310-EXIT.
           IF WS-DONE
               GO TO 1350-EXIT
           END-IF.
           IF WS-SIGNON-OK
               AND NOT WS-SIGNON-SUPERVISOR
               MOVE "N" TO WS-SIGNON-SWITCH
               MOVE "SUP" TO WS-SIGNON-REASON
           END-IF.
           IF NOT WS-SIGNON-OK
               PERFORM 8300-LOG-SIGNON-FAILURE THRU 8300-EXIT
               DISPLAY "ACCTMAIN: SUPERVISOR SIGN-OFF REFUSED"
               GO TO 1350-EXIT
           END-IF.
           MOVE WS-SIGNON-ID TO WS-SUPERVISOR-ID.
           SET WS-SIGNED-OFF TO TRUE.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-ADD-ACCOUNT - ADD A NEW ACCOUNT, STATUS OPEN       *
      *-----------------------------------------------------------*
           ACCEPT WS-INPUT-NAME.
           MOVE "ENTER OPEN DATE" TO WS-DATE-PROMPT.
           PERFORM 1200-ACCEPT-DATE THRU 1200-EXIT.
           PERFORM 1250-ACCEPT-LIMIT THRU 1250-EXIT.
           DISPLAY "ADD ACCOUNT " AM-ACCOUNT-REFERENCE
               " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
               SET AM-ACCOUNT-OPEN TO TRUE
               MOVE WS-ACCEPTED-DATE TO AM-OPEN-DATE
               MOVE ZERO TO AM-CLOSE-DATE
               MOVE WS-ACCEPTED-LIMIT TO AM-CREDIT-LIMIT
               MOVE ZERO TO AM-STATUS-DATE
               WRITE AM-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ACCTMAIN: ADD FAILED - STATUS "
                       MOVE SPACE TO WS-OLD-STATUS
                       MOVE ZERO TO WS-OLD-OPEN-DATE
                       MOVE ZERO TO WS-OLD-CLOSE-DATE
                       MOVE ZERO TO WS-OLD-CREDIT-LIMIT
                       MOVE WS-INPUT-NAME TO WS-NEW-NAME
                       MOVE "O" TO WS-NEW-STATUS
                       MOVE WS-ACCEPTED-DATE TO WS-NEW-OPEN-DATE
                       MOVE ZERO TO WS-NEW-CLOSE-DATE
                       MOVE WS-ACCEPTED-LIMIT TO WS-NEW-CREDIT-LIMIT
                       MOVE "A" TO WS-JOURNAL-FUNCTION
                       PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
               END-WRITE
           EXIT.

      *-----------------------------------------------------------*
      *    3000-CHANGE-ACCOUNT - CHANGE AN EXISTING ACCOUNT'S      *
      *                          NAME, OPEN DATE AND CREDIT LIMIT. *
      *                          STATUS AND CLOSE DATE MOVE ONLY   *
      *                          THROUGH CLOSE AND REOPEN, SO      *
      *                          EVERY STATUS CHANGE IS JOURNALLED *
      *                          UNDER ITS OWN FUNCTION            *
      *-----------------------------------------------------------*
       3000-CHANGE-ACCOUNT.
           PERFORM 8000-OPEN-ACCOUNT-MASTER THRU 8000-EXIT.
           PERFORM 7000-SAVE-OLD-IMAGE THRU 7000-EXIT.
           DISPLAY "CURRENT NAME . . . : " AM-ACCOUNT-NAME.
           DISPLAY "CURRENT OPEN DATE. : " AM-OPEN-DATE.
           MOVE AM-CREDIT-LIMIT TO WS-LIMIT-DISPLAY.
           DISPLAY "CURRENT LIMIT. . . : " WS-LIMIT-DISPLAY.
           DISPLAY "ENTER NEW ACCOUNT NAME (UP TO 30 CHARS): ".
           ACCEPT WS-INPUT-NAME.
           MOVE "ENTER NEW OPEN DATE" TO WS-DATE-PROMPT.
           PERFORM 1200-ACCEPT-DATE THRU 1200-EXIT.
           PERFORM 1250-ACCEPT-LIMIT THRU 1250-EXIT.
           DISPLAY "CHANGE ACCOUNT " AM-ACCOUNT-REFERENCE
               " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
           IF WS-CONFIRM-YES
               MOVE WS-INPUT-NAME TO AM-ACCOUNT-NAME
               MOVE WS-ACCEPTED-DATE TO AM-OPEN-DATE
               MOVE WS-ACCEPTED-LIMIT TO AM-CREDIT-LIMIT
               REWRITE AM-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ACCTMAIN: CHANGE FAILED - STATUS "
                       MOVE WS-OLD-STATUS TO WS-NEW-STATUS
                       MOVE WS-ACCEPTED-DATE TO WS-NEW-OPEN-DATE
                       MOVE WS-OLD-CLOSE-DATE TO WS-NEW-CLOSE-DATE
                       MOVE WS-ACCEPTED-LIMIT TO WS-NEW-CREDIT-LIMIT
                       MOVE "C" TO WS-JOURNAL-FUNCTION
                       PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
               END-REWRITE
      *                         AGAINST IT WILL REJECT TO SUSPENSE *
      *                         WITH REASON CLS FROM THE NEXT RUN, *
      *                         SO THE DATE IS WORTH GETTING RIGHT *
      *                         - AND A SUPERVISOR SIGNS IT OFF    *
      *-----------------------------------------------------------*
       4000-CLOSE-ACCOUNT.
           PERFORM 8000-OPEN-ACCOUNT-MASTER THRU 8000-EXIT.
           DISPLAY "CLOSE ACCOUNT " AM-ACCOUNT-REFERENCE
               " AS OF " WS-ACCEPTED-DATE " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
           IF WS-CONFIRM-YES
               PERFORM 1350-SUPERVISOR-SIGNOFF THRU 1350-EXIT
               IF NOT WS-SIGNED-OFF
                   DISPLAY "ACCTMAIN: CLOSE NOT COMMITTED - NO "
                       "SUPERVISOR SIGN-OFF"
                   CLOSE ACCOUNT-MASTER-FILE
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           IF WS-CONFIRM-YES
               SET AM-ACCOUNT-CLOSED TO TRUE
               MOVE WS-ACCEPTED-DATE TO AM-CLOSE-DATE
               MOVE WS-ACCEPTED-DATE TO AM-STATUS-DATE
               REWRITE AM-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ACCTMAIN: CLOSE FAILED - STATUS "
                       MOVE "C" TO WS-NEW-STATUS
                       MOVE WS-OLD-OPEN-DATE TO WS-NEW-OPEN-DATE
                       MOVE WS-ACCEPTED-DATE TO WS-NEW-CLOSE-DATE
                       MOVE WS-OLD-CREDIT-LIMIT TO WS-NEW-CREDIT-LIMIT
                       MOVE "L" TO WS-JOURNAL-FUNCTION
                       PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
               END-REWRITE

      *-----------------------------------------------------------*
      *    4500-REOPEN-ACCOUNT - PUT A CLOSED ACCOUNT BACK IN      *
      *                          SERVICE AND CLEAR THE CLOSE DATE. *
      *                          A DORMANT ACCOUNT IS NOT CLOSED   *
      *                          AND GOES THROUGH REACTIVATE.  A   *
      *                          SUPERVISOR SIGNS IT OFF           *
      *-----------------------------------------------------------*
       4500-REOPEN-ACCOUNT.
           PERFORM 8000-OPEN-ACCOUNT-MASTER THRU 8000-EXIT.
               CLOSE ACCOUNT-MASTER-FILE
               GO TO 4500-EXIT
           END-IF.
           IF AM-ACCOUNT-DORMANT
               DISPLAY "ACCTMAIN: ACCOUNT IS DORMANT - USE REACTIVATE"
               CLOSE ACCOUNT-MASTER-FILE
               GO TO 4500-EXIT
           END-IF.
           PERFORM 7000-SAVE-OLD-IMAGE THRU 7000-EXIT.
           DISPLAY "ACCOUNT NAME . . . : " AM-ACCOUNT-NAME.
           DISPLAY "CLOSED AS OF . . . : " AM-CLOSE-DATE.
           DISPLAY "REOPEN ACCOUNT " AM-ACCOUNT-REFERENCE
               " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
           IF WS-CONFIRM-YES
               PERFORM 1350-SUPERVISOR-SIGNOFF THRU 1350-EXIT
               IF NOT WS-SIGNED-OFF
                   DISPLAY "ACCTMAIN: REOPEN NOT COMMITTED - NO "
                       "SUPERVISOR SIGN-OFF"
                   CLOSE ACCOUNT-MASTER-FILE
                   GO TO 4500-EXIT
               END-IF
           END-IF.
           IF WS-CONFIRM-YES
               SET AM-ACCOUNT-OPEN TO TRUE
               MOVE ZERO TO AM-CLOSE-DATE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE TO AM-STATUS-DATE
               REWRITE AM-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ACCTMAIN: REOPEN FAILED - STATUS "
                       MOVE "O" TO WS-NEW-STATUS
                       MOVE WS-OLD-OPEN-DATE TO WS-NEW-OPEN-DATE
                       MOVE ZERO TO WS-NEW-CLOSE-DATE
                       MOVE WS-OLD-CREDIT-LIMIT TO WS-NEW-CREDIT-LIMIT
                       MOVE "R" TO WS-JOURNAL-FUNCTION
                       PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
               END-REWRITE
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4600-REACTIVATE-ACCOUNT - PUT A DORMANT ACCOUNT BACK    *
      *                              IN SERVICE.  CUSTOMER         *
      *                              TRANSACTIONS POST AGAIN FROM  *
      *                              THE NEXT RUN, AND THE STATUS  *
      *                              DATE KEEPS THE NEXT SCAN FROM *
      *                              FINDING IT IDLE AT ONCE       *
      *-----------------------------------------------------------*
       4600-REACTIVATE-ACCOUNT.
           PERFORM 8000-OPEN-ACCOUNT-MASTER THRU 8000-EXIT.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ACCTMAIN: ACCOUNT NOT FOUND"
                   CLOSE ACCOUNT-MASTER-FILE
                   GO TO 4600-EXIT
           END-READ.
           IF NOT AM-ACCOUNT-DORMANT
               DISPLAY "ACCTMAIN: ACCOUNT IS NOT DORMANT"
               CLOSE ACCOUNT-MASTER-FILE
               GO TO 4600-EXIT
           END-IF.
           PERFORM 7000-SAVE-OLD-IMAGE THRU 7000-EXIT.
           DISPLAY "ACCOUNT NAME . . . : " AM-ACCOUNT-NAME.
           DISPLAY "DORMANT SINCE. . . : " AM-STATUS-DATE.
           DISPLAY "REACTIVATE ACCOUNT " AM-ACCOUNT-REFERENCE
               " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
           IF WS-CONFIRM-YES
               SET AM-ACCOUNT-OPEN TO TRUE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE TO AM-STATUS-DATE
               REWRITE AM-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ACCTMAIN: REACTIVATE FAILED - STATUS "
                           WS-ACCTMAST-STATUS
                   NOT INVALID KEY
                       DISPLAY "ACCTMAIN: ACCOUNT REACTIVATED"
                       MOVE WS-OLD-NAME TO WS-NEW-NAME
                       MOVE "O" TO WS-NEW-STATUS
                       MOVE WS-OLD-OPEN-DATE TO WS-NEW-OPEN-DATE
                       MOVE WS-OLD-CLOSE-DATE TO WS-NEW-CLOSE-DATE
                       MOVE WS-OLD-CREDIT-LIMIT TO WS-NEW-CREDIT-LIMIT
                       MOVE "V" TO WS-JOURNAL-FUNCTION
                       PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
               END-REWRITE
           ELSE
               DISPLAY "ACCTMAIN: REACTIVATE CANCELLED"
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-INQUIRE-ACCOUNT - DISPLAY ONE ACCOUNT, NO UPDATE   *
      *-----------------------------------------------------------*
           DISPLAY "STATUS . . . . . . : " AM-ACCOUNT-STATUS.
           DISPLAY "OPEN DATE. . . . . : " AM-OPEN-DATE.
           DISPLAY "CLOSE DATE . . . . : " AM-CLOSE-DATE.
           DISPLAY "STATUS DATE. . . . : " AM-STATUS-DATE.
           MOVE AM-CREDIT-LIMIT TO WS-LIMIT-DISPLAY.
           DISPLAY "CREDIT LIMIT . . . : " WS-LIMIT-DISPLAY.
           CLOSE ACCOUNT-MASTER-FILE.
       5000-EXIT.
           EXIT.
           MOVE AM-ACCOUNT-STATUS TO WS-OLD-STATUS.
           MOVE AM-OPEN-DATE TO WS-OLD-OPEN-DATE.
           MOVE AM-CLOSE-DATE TO WS-OLD-CLOSE-DATE.
           MOVE AM-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT.
       7000-EXIT.
           EXIT.

           MOVE WS-NEW-STATUS TO AJ-NEW-STATUS.
           MOVE WS-NEW-OPEN-DATE TO AJ-NEW-OPEN-DATE.
           MOVE WS-NEW-CLOSE-DATE TO AJ-NEW-CLOSE-DATE.
           MOVE WS-OLD-CREDIT-LIMIT TO AJ-OLD-CREDIT-LIMIT.
           MOVE WS-NEW-CREDIT-LIMIT TO AJ-NEW-CREDIT-LIMIT.
           MOVE WS-SUPERVISOR-ID TO AJ-SUPERVISOR-ID.
           WRITE AJ-JOURNAL-RECORD.
           IF WS-ACCTJRNL-STATUS NOT = "00"
               PERFORM 8200-JOURNAL-BROKEN THRU 8200-EXIT
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8300-LOG-SIGNON-FAILURE - APPEND ONE SIGN-ON FAILURE    *
      *                              RECORD TO THE AUDIT TRAIL:    *
      *                              WHEN, THE ID KEYED, AND WHY   *
      *                              IT WAS REFUSED                *
      *-----------------------------------------------------------*
       8300-LOG-SIGNON-FAILURE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "ACCTMAIN: UNABLE TO LOG FAILED SIGN-ON - "
                   "STATUS " WS-AUDITLOG-STATUS
               GO TO 8300-EXIT
           END-IF.
           MOVE SPACES TO AL-AUDIT-LOG-RECORD.
           MOVE "ACCTMAIN" TO AL-JOB-NAME.
           ACCEPT AL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-START-TIME FROM TIME.
           MOVE WS-SIGNON-ID TO AL-SIGNON-OPERATOR-ID.
           MOVE WS-SIGNON-REASON TO AL-SIGNON-REASON.
           MOVE ZERO TO AL-RETURN-CODE.
           SET AL-SIGNON-FAILURE TO TRUE.
           WRITE AL-AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
       8300-EXIT.
           EXIT.

       END PROGRAM ACCTMAIN.
